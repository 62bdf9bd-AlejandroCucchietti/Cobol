               05 WS-Catalogo-Item OCCURS 50 TIMES.
                   10 WS-Cat-Nombre PIC X(20).
                   10 WS-Cat-Descripcion PIC X(30).
                   10 WS-Cat-Responsable PIC X(30).
                   10 WS-Cat-Correo PIC X(40).
                   10 WS-Cat-Conservar PIC X.

           01 WS-Linea-Conciliacion.
                               MOVE departamento-descripcion TO
                                   WS-Cat-Descripcion
                                       (WS-Total-Catalogo)
                               MOVE departamento-responsable TO
                                   WS-Cat-Responsable
                                       (WS-Total-Catalogo)
                               MOVE departamento-correo TO
                                   WS-Cat-Correo(WS-Total-Catalogo)
                               MOVE "S" TO
                                   WS-Cat-Conservar
                                       (WS-Total-Catalogo)
                           TO departamento-nombre
                       MOVE WS-Cat-Descripcion(WS-Indice-Cat)
                           TO departamento-descripcion
                       MOVE WS-Cat-Responsable(WS-Indice-Cat)
                           TO departamento-responsable
                       MOVE WS-Cat-Correo(WS-Indice-Cat)
                           TO departamento-correo
                       WRITE departamento-registro
                   END-IF
               END-PERFORM.

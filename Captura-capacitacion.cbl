           01 WS-Nombre-Curso-Dato PIC X(30).
           01 WS-Obligatorio-Dato PIC X.
           01 WS-Vigencia-Dato PIC X(3).
           01 WS-Horas-Dato PIC X(3).
           01 WS-Area-Dato PIC X(4).
           01 WS-Agente-Dato PIC X(30).
           01 WS-Curso-Hallado PIC X.
           01 WS-Vigencia-Meses PIC 9(3).
           01 WS-Contados PIC 9(3).
                               " obligatorio: " curso-obligatorio
                               " vigencia " curso-vigencia-meses
                               " meses"
                           IF curso-duracion-horas NUMERIC
                               DISPLAY "       " curso-duracion-horas
                                   " horas, area "
                                   curso-area-tematica ", agente "
                                   curso-agente
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cursos-archivo.
               DISPLAY "Vigencia en meses (0 = no vence): ".
               MOVE SPACE TO WS-Vigencia-Dato.
               ACCEPT WS-Vigencia-Dato.
               DISPLAY "Duracion en horas: ".
               MOVE SPACE TO WS-Horas-Dato.
               ACCEPT WS-Horas-Dato.
               DISPLAY "Area tematica (clave STPS de 4 digitos): ".
               MOVE SPACE TO WS-Area-Dato.
               ACCEPT WS-Area-Dato.
               DISPLAY "Agente capacitador (ENTER = INTERNO): ".
               MOVE SPACE TO WS-Agente-Dato.
               ACCEPT WS-Agente-Dato.
               IF WS-Agente-Dato = SPACE
                   MOVE "INTERNO" TO WS-Agente-Dato
               END-IF.
               IF WS-Curso-Entrada = SPACE
                   OR WS-Vigencia-Dato NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(WS-Horas-Dato) NOT = ZERO
                   OR WS-Area-Dato NOT NUMERIC
                   OR (WS-Obligatorio-Dato NOT = "S"
                       AND WS-Obligatorio-Dato NOT = "N")
                   DISPLAY "Datos no validos; captura cancelada."
                   MOVE WS-Obligatorio-Dato TO curso-obligatorio
                   MOVE FUNCTION NUMVAL(WS-Vigencia-Dato)
                       TO curso-vigencia-meses
                   MOVE FUNCTION NUMVAL(WS-Horas-Dato)
                       TO curso-duracion-horas
                   MOVE WS-Area-Dato TO curso-area-tematica
                   MOVE WS-Agente-Dato TO curso-agente
                   OPEN EXTEND Cursos-archivo
                   IF WS-Cursos-Status = "35"
                       OPEN OUTPUT Cursos-archivo

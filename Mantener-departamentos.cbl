
           01 WS-Departamento-Entrada PIC X(20).
           01 WS-Descripcion-Entrada PIC X(30).
           01 WS-Responsable-Entrada PIC X(30).
           01 WS-Correo-Entrada PIC X(40).
           01 WS-Departamento-Existe PIC X.
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

               05 WS-Depto-Item OCCURS 50 TIMES.
                   10 WS-Depto-Nombre PIC X(20).
                   10 WS-Depto-Descripcion PIC X(30).
                   10 WS-Depto-Responsable PIC X(30).
                   10 WS-Depto-Correo PIC X(40).

       PROCEDURE DIVISION.
       Empieza-Programa.
                   MOVE "SIN ASIGNAR" TO departamento-nombre
                   MOVE "PENDIENTE DE ASIGNACION" TO
                       departamento-descripcion
                   MOVE SPACE TO departamento-responsable
                       departamento-correo
                   WRITE departamento-registro
                   CLOSE Departamentos-archivo
               ELSE
               DISPLAY "1. Listar departamentos".
               DISPLAY "2. Agregar departamento".
               DISPLAY "3. Eliminar departamento".
               DISPLAY "4. Cambiar destinatario de reparto".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 3
                       PERFORM Eliminar-Departamento
                   WHEN 4
                       PERFORM Cambiar-Destinatario
                   WHEN 5
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
                           ADD 1 TO WS-Total-Listados
                           DISPLAY departamento-nombre " "
                               departamento-descripcion
                           IF departamento-responsable = SPACE
                               AND departamento-correo = SPACE
                               DISPLAY "    Reparto: SIN DESTINATARIO"
                           ELSE
                               DISPLAY "    Reparto: "
                                   departamento-responsable " "
                                   departamento-correo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Departamentos-archivo.
                   ELSE
                       DISPLAY "Descripcion: "
                       ACCEPT WS-Descripcion-Entrada
                       PERFORM Pedir-Destinatario
                       MOVE WS-Departamento-Entrada
                           TO departamento-nombre
                       MOVE WS-Descripcion-Entrada
                           TO departamento-descripcion
                       MOVE WS-Responsable-Entrada
                           TO departamento-responsable
                       MOVE WS-Correo-Entrada
                           TO departamento-correo
                       OPEN EXTEND Departamentos-archivo
                       WRITE departamento-registro
                       CLOSE Departamentos-archivo
                               WS-Depto-Nombre(WS-Indice-Tabla)
                           MOVE departamento-descripcion TO
                               WS-Depto-Descripcion(WS-Indice-Tabla)
                           MOVE departamento-responsable TO
                               WS-Depto-Responsable(WS-Indice-Tabla)
                           MOVE departamento-correo TO
                               WS-Depto-Correo(WS-Indice-Tabla)
                   END-READ
               END-PERFORM.
               CLOSE Departamentos-archivo.
                           TO departamento-nombre
                       MOVE WS-Depto-Descripcion(WS-Indice-Tabla)
                           TO departamento-descripcion
                       MOVE WS-Depto-Responsable(WS-Indice-Tabla)
                           TO departamento-responsable
                       MOVE WS-Depto-Correo(WS-Indice-Tabla)
                           TO departamento-correo
                       WRITE departamento-registro
                   END-IF
               END-PERFORM.
               CLOSE Departamentos-archivo.

      * El destinatario es quien recibe la parte de su departamento
      * cuando se reparten los informes; sin responsable ni correo
      * el departamento queda fuera del reparto.
           Pedir-Destinatario.
               DISPLAY "Responsable que recibe los informes: ".
               ACCEPT WS-Responsable-Entrada.
               DISPLAY "Correo del responsable: ".
               ACCEPT WS-Correo-Entrada.

           Cambiar-Destinatario.
               DISPLAY "Nombre del departamento: ".
               ACCEPT WS-Departamento-Entrada.
               PERFORM Buscar-Departamento.
               IF WS-Departamento-Existe = "N"
                   DISPLAY "Ese departamento no existe en el "
                       "catalogo."
               ELSE
                   PERFORM Pedir-Destinatario
                   PERFORM Cargar-Tabla-Departamentos
                   PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
                       UNTIL WS-Indice-Tabla > WS-Total-Tabla
                       IF WS-Depto-Nombre(WS-Indice-Tabla) =
                           WS-Departamento-Entrada
                           MOVE WS-Responsable-Entrada TO
                               WS-Depto-Responsable(WS-Indice-Tabla)
                           MOVE WS-Correo-Entrada TO
                               WS-Depto-Correo(WS-Indice-Tabla)
                       END-IF
                   END-PERFORM
      * Con el nombre en blanco la reescritura conserva todo el
      * catalogo.
                   MOVE SPACE TO WS-Departamento-Entrada
                   PERFORM Reescribir-Sin-Eliminado
                   DISPLAY "Destinatario de reparto actualizado."
               END-IF.

       END PROGRAM Mantener-departamentos.

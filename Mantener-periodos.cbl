           01 WS-Id-Entrada PIC X(7).
           01 WS-Accion PIC X.
           01 WS-Periodo-Hallado PIC X.
           01 WS-Grupo-Entrada PIC X.
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".

           01 WS-Total-Periodos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Per PIC 9(3).
               DISPLAY "El catalogo de periodos de nomina esta "
                   "restringido a supervisores."
           ELSE
               PERFORM Elegir-Grupo-Pago
               PERFORM Cargar-Tabla-Periodos
               PERFORM Mantener-Periodo
               UNTIL Salir-Mantenimiento = "S"
               END-IF.
               CLOSE Sesion-archivo.

      * La nomina semanal lleva su propio catalogo de periodos
      * (semanas de lunes a domingo, AAAAMM + letra A-E).
           Elegir-Grupo-Pago.
               DISPLAY "Grupo de pago: Quincenal o Semanal (Q/S)? ".
               MOVE SPACE TO WS-Grupo-Entrada.
               ACCEPT WS-Grupo-Entrada.
               IF WS-Grupo-Entrada = "S" OR WS-Grupo-Entrada = "s"
                   MOVE "periodos-semanal.dat"
                       TO WS-Periodos-Filename
                   DISPLAY "Catalogo de periodos SEMANALES."
               ELSE
                   DISPLAY "Catalogo de periodos QUINCENALES."
               END-IF.

           Cargar-Tabla-Periodos.
               MOVE ZERO TO WS-Total-Periodos.
               MOVE "1" TO WS-Fin-Periodos.
           Listar-Periodos.
               IF WS-Total-Periodos = ZERO
                   DISPLAY "No hay periodos registrados todavia; "
                       "Calcula-nomina abre el periodo al correr."
               END-IF.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Periodos

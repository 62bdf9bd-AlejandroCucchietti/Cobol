
       01  WS-Rfc-Entrada PIC X(13).
       01  WS-Curp-Entrada PIC X(18).
       01  WS-Rfc-Propuesto PIC X(13).
       01  WS-Curp-Propuesta PIC X(18).
       01  WS-Campo-Valido PIC X.
       01  WS-Dato-Duplicado PIC X.

       01  LK-Empleado-Id PIC X(6).
       01  LK-Fecha-Nacimiento PIC X(8).
       01  LK-Genero PIC X.
      * RFC y CURP que ya traia la solicitud del candidato, o
      * espacios; con ENTER se toman y pasan las mismas validaciones.
       01  LK-Rfc-Propuesto PIC X(13).
       01  LK-Curp-Propuesta PIC X(18).

       PROCEDURE DIVISION USING LK-Empleado-Id LK-Fecha-Nacimiento
           LK-Genero LK-Rfc-Propuesto LK-Curp-Propuesta.

       Empieza-Programa.
           DISPLAY "===== Datos Fiscales del ID " LK-Empleado-Id
               " =====".
           PERFORM Cargar-Tabla-Fiscal.
           MOVE LK-Rfc-Propuesto TO WS-Rfc-Propuesto.
           MOVE LK-Curp-Propuesta TO WS-Curp-Propuesta.
           PERFORM Solicitar-Rfc.
           PERFORM Solicitar-Curp.
           IF WS-Rfc-Entrada NOT = SPACE
           Solicitar-Rfc.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   IF WS-Rfc-Propuesto NOT = SPACE
                       DISPLAY "RFC de la solicitud: " WS-Rfc-Propuesto
                           " (ENTER para tomarlo): "
                   ELSE
                       DISPLAY "RFC (13 posiciones, ENTER para "
                           "omitir): "
                   END-IF
                   MOVE SPACE TO WS-Rfc-Entrada
                   ACCEPT WS-Rfc-Entrada
                   IF WS-Rfc-Entrada = SPACE
                       MOVE WS-Rfc-Propuesto TO WS-Rfc-Entrada
                       MOVE SPACE TO WS-Rfc-Propuesto
                   END-IF
                   IF WS-Rfc-Entrada = SPACE
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
           Solicitar-Curp.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   IF WS-Curp-Propuesta NOT = SPACE
                       DISPLAY "CURP de la solicitud: "
                           WS-Curp-Propuesta " (ENTER para tomarla): "
                   ELSE
                       DISPLAY "CURP (18 posiciones, ENTER para "
                           "omitir): "
                   END-IF
                   MOVE SPACE TO WS-Curp-Entrada
                   ACCEPT WS-Curp-Entrada
                   IF WS-Curp-Entrada = SPACE
                       MOVE WS-Curp-Propuesta TO WS-Curp-Entrada
                       MOVE SPACE TO WS-Curp-Propuesta
                   END-IF
                   IF WS-Curp-Entrada = SPACE
                       MOVE "S" TO WS-Campo-Valido
                   ELSE

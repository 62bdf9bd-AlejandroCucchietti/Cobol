           FD  Recertificacion-archivo.

      * Expediente de la recertificacion de cuentas para los
      * auditores: un renglon por operador y campana trimestral
      * (AAAATn) con la decision del supervisor revisor, ademas de
      * los renglones de cuentas deshabilitadas por falta de uso y
      * de las reactivaciones. Nunca se borra un renglon.
           01  recert-registro.
               05  recert-campana PIC X(6).
               05  recert-operador PIC X(8).
               05  recert-revisor PIC X(8).
               05  recert-nivel PIC 9.
               05  recert-ultima-firma PIC X(8).
               05  recert-actividad PIC 9(5).
               05  recert-fecha-apertura PIC X(8).
               05  recert-decision PIC X.
                   88 recert-pendiente VALUE "P".
                   88 recert-confirmada VALUE "C".
                   88 recert-revocada VALUE "R".
                   88 recert-vencida VALUE "V".
                   88 recert-inactiva VALUE "I".
                   88 recert-reactivada VALUE "A".
               05  recert-fecha-decision PIC X(8).
               05  recert-decidido-por PIC X(8).

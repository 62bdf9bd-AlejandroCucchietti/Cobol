           FD  Grupos-pago-archivo.

      * Grupo de pago por empleado: S = semanal (operarios de
      * planta), Q = quincenal. Quien no aparece aqui cobra por
      * quincena.
           01  gpago-registro.
               05  gpago-id PIC X(6).
               05  gpago-grupo PIC X.
                   88 gpago-semanal VALUE "S".
                   88 gpago-quincenal VALUE "Q".

           FD  Ajuste-anual-archivo.

      * Ajuste anual de ISR por empleado y ejercicio: impuesto del
      * anio con la tarifa anual contra lo retenido en las
      * quincenas. La diferencia es a favor (F, se devuelve) o a
      * cargo (C, se descuenta). Queda pendiente (P) hasta que
      * Finanzas firma el listado y la autoriza (A); la nomina que
      * la aplica la marca como aplicada (L) con su quincena.
           01  ajuste-registro.
               05  ajuste-ejercicio PIC X(4).
               05  ajuste-id PIC X(6).
               05  ajuste-ingreso PIC 9(9)V99.
               05  ajuste-gravado PIC 9(9)V99.
               05  ajuste-isr-anual PIC 9(9)V99.
               05  ajuste-retenido PIC 9(9)V99.
               05  ajuste-tipo PIC X.
                   88 ajuste-a-favor VALUE "F".
                   88 ajuste-a-cargo VALUE "C".
               05  ajuste-monto PIC 9(7)V99.
               05  ajuste-estado PIC X.
                   88 ajuste-pendiente VALUE "P".
                   88 ajuste-autorizado VALUE "A".
                   88 ajuste-aplicado VALUE "L".
               05  ajuste-periodo PIC X(7).

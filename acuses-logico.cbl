           FD  Acuses-archivo.

      * Control de entrega del recibo de nomina por fecha de pago y
      * empleado. Imprime-recibos deja un renglon I por cada recibo
      * impreso; la captura de recibos firmados deja un F y el
      * kiosco un K cuando el empleado confirma que vio su recibo.
      * El recibo queda acusado con cualquier F o K del mismo pago;
      * el archivo solo crece, y una reimpresion repite la I.
           01  acuse-registro.
               05  acuse-fecha-pago PIC X(8).
               05  acuse-id PIC X(6).
               05  acuse-tipo PIC X.
                   88 acuse-impreso VALUE "I".
                   88 acuse-firmado VALUE "F".
                   88 acuse-kiosco VALUE "K".
               05  acuse-fecha PIC X(8).
               05  acuse-hora PIC X(6).
               05  acuse-capturo PIC X(8).

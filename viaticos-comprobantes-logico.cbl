           FD  Viaticos-comprobantes-archivo.

      * Comprobantes entregados contra cada anticipo de viaticos.
           01  comprobante-registro.
               05  comprobante-folio PIC 9(6).
               05  comprobante-fecha PIC X(8).
               05  comprobante-concepto PIC X(20).
               05  comprobante-importe PIC 9(7)V99.
               05  comprobante-operador PIC X(8).

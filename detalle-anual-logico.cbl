           FD  Detalle-anual-archivo.

      * Acumulado del anio del desglose por concepto, con el mismo
      * trazado que nomina-recibos-detalle.dat; al recalcular una
      * quincena sus renglones se depuran por el periodo.
           01  detanual-registro.
               05  detanual-id PIC X(6).
               05  detanual-fecha PIC X(8).
               05  detanual-periodo PIC X(7).
               05  detanual-concepto PIC X(4).
               05  detanual-clase PIC X.
                   88 detanual-percepcion VALUE "P".
                   88 detanual-deduccion VALUE "D".
               05  detanual-sat-tipo PIC X(3).
               05  detanual-monto PIC 9(7)V99.
               05  detanual-gravado PIC 9(7)V99.
               05  detanual-exento PIC 9(7)V99.

           FD  Recibos-detalle-archivo.

      * Desglose del recibo: un renglon por empleado por concepto
      * de la corrida, en el mismo orden que nomina-recibos.dat.
      * La suma de percepciones es el bruto del recibo y la de
      * deducciones su total deducido.
           01  detalle-registro.
               05  detalle-id PIC X(6).
               05  detalle-fecha PIC X(8).
               05  detalle-periodo PIC X(7).
               05  detalle-concepto PIC X(4).
               05  detalle-clase PIC X.
                   88 detalle-percepcion VALUE "P".
                   88 detalle-deduccion VALUE "D".
               05  detalle-sat-tipo PIC X(3).
               05  detalle-monto PIC 9(7)V99.
               05  detalle-gravado PIC 9(7)V99.
               05  detalle-exento PIC 9(7)V99.

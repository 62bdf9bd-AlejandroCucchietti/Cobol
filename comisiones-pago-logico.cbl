           FD  Comisiones-pago-archivo.

      * Comisiones calculadas por empleado y mes de venta. La
      * nomina las paga pendientes (P) como percepcion gravada y
      * las marca aplicadas (A) con el periodo en que salieron.
           01  comision-registro.
               05  comision-id PIC X(6).
               05  comision-mes PIC X(6).
               05  comision-ventas PIC 9(9)V99.
               05  comision-monto PIC 9(7)V99.
               05  comision-estado PIC X.
                   88 comision-pendiente VALUE "P".
                   88 comision-aplicada VALUE "A".
               05  comision-periodo PIC X(7).

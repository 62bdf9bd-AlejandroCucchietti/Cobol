           FD  Comisiones-tabla-archivo.

      * Tabla de comisiones por puesto: cada renglon es un tramo
      * de ventas del mes a partir del monto indicado. La comision
      * es escalonada: cada porcion de la venta paga el porcentaje
      * de su tramo. Un puesto sin renglones no comisiona.
           01  ctabla-registro.
               05  ctabla-puesto PIC X(20).
               05  ctabla-desde PIC 9(9)V99.
               05  ctabla-porcentaje PIC 9(3)V99.

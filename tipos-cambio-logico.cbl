           FD  Tipos-cambio-archivo.

      * Tipo de cambio publicado por fecha: pesos por una unidad de
      * la moneda. El archivo se mantiene en orden de fecha; para
      * un dia sin publicacion vale la ultima anterior.
           01  tcambio-registro.
               05  tcambio-fecha PIC X(8).
               05  tcambio-moneda PIC X(3).
               05  tcambio-valor PIC 9(3)V9(6).

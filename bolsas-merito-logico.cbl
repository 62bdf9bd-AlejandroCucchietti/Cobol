      * Bolsa de aumentos por merito de cada departamento en el
      * ciclo: monto mensual que pueden sumar los aumentos.
           FD  Bolsas-merito-archivo.

           01  bolsa-registro.
               05  bolsa-ciclo PIC 9(4).
               05  bolsa-departamento PIC X(20).
               05  bolsa-monto PIC 9(9)V99.

           FD  Tabulador-archivo.

      * Tabulador del contrato colectivo: salario mensual por
      * puesto a partir de la fecha de vigencia de cada revision.
           01  tabulador-registro.
               05  tab-puesto PIC X(20).
               05  tab-vigencia PIC X(8).
               05  tab-salario PIC 9(7)V99.

           FD  Puestos-archivo.

      * Dias de periodo de prueba de las altas de planta en el
      * puesto; cero o en blanco es el periodo general de 30 dias.
      * Los puestos de direccion llevan 180.
           01  puesto-registro.
               05  puesto-nombre PIC X(20).
               05  puesto-salario-minimo PIC 9(7)V99.
               05  puesto-salario-maximo PIC 9(7)V99.
               05  puesto-dias-prueba PIC 9(3).

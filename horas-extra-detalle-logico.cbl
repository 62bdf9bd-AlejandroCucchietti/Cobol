           FD  Horas-extra-detalle-archivo.

      * Horas extra de cada checada, con el mismo mes, quincena y
      * semana con que se acumularon en horas-resumen.dat, para
      * que la nomina las compare dia por dia con lo autorizado.
           01  hxdet-registro.
               05  hxdet-id PIC X(6).
               05  hxdet-fecha PIC X(8).
               05  hxdet-mes PIC X(6).
               05  hxdet-quincena PIC 9.
               05  hxdet-semana PIC X.
               05  hxdet-horas PIC 9(3)V99.

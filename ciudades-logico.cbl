           FD  Ciudades-archivo.

      * Una fila por combinacion valida de ciudad y codigo postal.
      * El estado (clave de tres letras del SAT) decide en que
      * entidad se declara el impuesto sobre nomina.
           01  ciudad-registro.
               05  ciudad-nombre PIC X(10).
               05  ciudad-codigo-postal PIC X(5).
               05  ciudad-estado PIC X(3).

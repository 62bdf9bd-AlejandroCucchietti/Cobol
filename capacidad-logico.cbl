           FD  Capacidad-limites-archivo.

      * Limites de capacidad por archivo .dat del sistema. El tipo
      * dice como se cuentan sus renglones: S = secuencial de
      * renglones, E = maestro indexado de empleados, H = historico
      * indexado. La clase dice de donde sale el limite:
      * U = umbral de registros fijado por sistemas, T = tabla en
      * memoria de un programa (OCCURS) que se llena con ese
      * archivo, M = solo se mide y se proyecta contra el disco.
      * Un archivo puede tener varios renglones, uno por limite.
           01  capacidad-registro.
               05  capacidad-archivo PIC X(40).
               05  capacidad-tipo PIC X.
                   88 capacidad-secuencial VALUE "S".
                   88 capacidad-maestro VALUE "E".
                   88 capacidad-historico VALUE "H".
               05  capacidad-clase PIC X.
                   88 capacidad-umbral VALUE "U".
                   88 capacidad-tabla VALUE "T".
                   88 capacidad-medicion VALUE "M".
               05  capacidad-limite PIC 9(9).
               05  capacidad-programa PIC X(24).

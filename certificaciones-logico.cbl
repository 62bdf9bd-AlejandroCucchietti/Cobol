           FD  Certificaciones-archivo.

      * Resultado de cada examen de certificacion de captura que
      * presenta un capturista sobre la copia de practica. Un
      * supervisor no puede subir el nivel de un operador que no
      * tenga al menos un examen aprobado en este archivo.
           01  certificacion-registro.
               05  certificacion-operador PIC X(8).
               05  certificacion-fecha PIC X(8).
               05  certificacion-hora PIC X(6).
               05  certificacion-campos PIC 9(3).
               05  certificacion-aciertos PIC 9(3).
               05  certificacion-calificacion PIC 9(3).
               05  certificacion-minima PIC 9(3).
               05  certificacion-resultado PIC X.
                   88  certificacion-aprobada VALUE "A".
                   88  certificacion-reprobada VALUE "R".

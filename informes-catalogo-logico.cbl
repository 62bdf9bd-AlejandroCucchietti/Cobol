           FD  Informes-catalogo-archivo.

      * Informes que se pueden pedir a la cola: programa, archivo
      * que deja y, si pide algo, el texto con que se le pregunta
      * el parametro al operador (en blanco = sin parametros), y
      * el nivel minimo de operador que lo puede pedir.
           01  infcat-registro.
               05  infcat-numero PIC 99.
               05  infcat-descripcion PIC X(30).
               05  infcat-programa PIC X(24).
               05  infcat-salida PIC X(30).
               05  infcat-parametro PIC X(40).
               05  infcat-nivel PIC 9.

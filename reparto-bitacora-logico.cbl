           FD  Reparto-bitacora-archivo.

      * Una linea por cada parte de informe repartida: que archivo
      * se genero y a quien se envio. Los departamentos sin
      * destinatario quedan con estado SIN DESTINATARIO y sin
      * archivo.
           01  bitreparto-registro.
               05  bitreparto-fecha PIC X(8).
               05  bitreparto-hora PIC X(6).
               05  bitreparto-informe PIC X(10).
               05  bitreparto-departamento PIC X(20).
               05  bitreparto-archivo PIC X(60).
               05  bitreparto-responsable PIC X(30).
               05  bitreparto-correo PIC X(40).
               05  bitreparto-renglones PIC 9(5).
               05  bitreparto-estado PIC X(16).

      * Hoja de planeacion de aumentos por merito: un renglon por
      * colaborador directo del jefe en el ciclo, con el aumento
      * que propone la matriz o el que ajusto el jefe. Al enviarse
      * a la cola de pendientes el renglon queda como enviado.
           FD  Hojas-merito-archivo.

           01  hoja-registro.
               05  hoja-ciclo PIC 9(4).
               05  hoja-jefe PIC X(6).
               05  hoja-id PIC X(6).
               05  hoja-departamento PIC X(20).
               05  hoja-calificacion PIC 99.
               05  hoja-cuartil PIC 9.
               05  hoja-salario PIC 9(7)V99.
               05  hoja-porcentaje PIC 99V99.
               05  hoja-salario-propuesto PIC 9(7)V99.
               05  hoja-estado PIC X.
                   88 hoja-propuesta VALUE "P".
                   88 hoja-enviada VALUE "E".
               05  hoja-fecha-efectiva PIC X(8).

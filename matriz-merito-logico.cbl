      * Matriz de aumentos por merito: un renglon por rango de
      * calificacion de la revision de desempeno (1-10) y el
      * porcentaje de aumento segun el cuartil de la banda del
      * puesto en que cae el salario (1 = parte baja de la banda o
      * debajo del minimo, 4 = parte alta o arriba del maximo).
           FD  Matriz-merito-archivo.

           01  merito-registro.
               05  merito-calif-desde PIC 99.
               05  merito-calif-hasta PIC 99.
               05  merito-porcentaje PIC 99V99 OCCURS 4 TIMES.

           FD  Rotaciones-archivo.

      * Patron de rotacion semanal sobre el catalogo de turnos: el
      * turno de cada semana del ciclo, de lunes a domingo. Al
      * terminar el ciclo se vuelve a empezar por la primera.
           01  rotacion-registro.
               05  rotacion-id PIC X(4).
               05  rotacion-descripcion PIC X(20).
               05  rotacion-semanas PIC 9.
               05  rotacion-turno PIC X(2) OCCURS 6 TIMES.

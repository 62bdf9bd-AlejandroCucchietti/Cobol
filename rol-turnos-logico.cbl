           FD  Rol-turnos-archivo.

      * Rol de turnos fechado de los empleados que rotan, generado
      * varias semanas adelante por Genera-rol-turnos. La
      * importacion de checadas valida contra el turno de la fecha.
           01  rol-registro.
               05  rol-id PIC X(6).
               05  rol-fecha PIC X(8).
               05  rol-turno PIC X(2).
               05  rol-rotacion PIC X(4).

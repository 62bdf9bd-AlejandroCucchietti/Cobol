           FD  Dc3-emitidas-archivo.

      * Bitacora de constancias DC-3 emitidas: una por curso
      * aprobado (empleado, curso y fecha tomada), con su folio
      * consecutivo, para no reimprimirlas y para contarlas en la
      * lista DC-4 del anio.
           01  dc3-registro.
               05  dc3-folio PIC 9(6).
               05  dc3-id PIC X(6).
               05  dc3-curso PIC X(6).
               05  dc3-fecha-curso PIC X(8).
               05  dc3-calificacion PIC 9(3).
               05  dc3-fecha-emision PIC X(8).
               05  dc3-operador PIC X(8).

           FD  Empleados-turno-archivo.

      * Turno asignado por empleado; quien no aparece aqui trabaja
      * el turno 01 (diurno general). Con patron de rotacion el
      * turno de cada fecha sale del rol generado y el turno fijo
      * queda como respaldo; el desfase dice en que paso del
      * patron entra el empleado.
           01  empturno-registro.
               05  empturno-id PIC X(6).
               05  empturno-turno PIC X(2).
               05  empturno-rotacion PIC X(4).
               05  empturno-desfase PIC 9.

           FD  Empleados-patron-archivo.

      * Patron al que pertenece cada empleado. Quien no aparece
      * aqui es del patron principal.
           01  epatron-registro.
               05  epatron-id PIC X(6).
               05  epatron-clave PIC X(3).

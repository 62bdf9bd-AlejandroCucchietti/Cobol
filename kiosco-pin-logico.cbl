           FD  Kiosco-pin-archivo.

      * PIN del empleado para el kiosco de autoservicio. Lo asigna
      * Recursos Humanos sin fecha de cambio, lo que obliga al
      * empleado a cambiarlo la primera vez; como en la firma de
      * operadores, al tercer intento fallido queda bloqueado
      * hasta que un supervisor lo libere.
           01  kpin-registro.
               05  kpin-id PIC X(6).
               05  kpin-pin PIC X(4).
               05  kpin-fecha-cambio PIC X(8).
               05  kpin-intentos PIC 9.
               05  kpin-bloqueado PIC X.
                   88 kpin-candado VALUE "S".
                   88 kpin-libre VALUE "N".

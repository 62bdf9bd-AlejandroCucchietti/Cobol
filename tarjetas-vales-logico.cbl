           FD  Tarjetas-vales-archivo.

      * Tarjeta electronica de vales de despensa vigente de cada
      * empleado, con la fecha en que se le asigno. Al reponer una
      * tarjeta se sobreescribe; el historial de cargas conserva
      * a que tarjeta se abono cada periodo.
           01  tarjeta-registro.
               05  tarjeta-id PIC X(6).
               05  tarjeta-numero PIC X(16).
               05  tarjeta-fecha PIC X(8).

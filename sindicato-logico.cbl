           FD  Sindicato-archivo.

      * Afiliacion al sindicato titular del contrato colectivo, un
      * registro por empleado. Al desafiliar se conserva el
      * registro con la fecha de baja para el historial.
           01  sindicato-registro.
               05  sind-id PIC X(6).
               05  sind-afiliado PIC X.
                   88  sind-es-afiliado VALUE "S".
               05  sind-numero PIC X(10).
               05  sind-fecha-alta PIC X(8).
               05  sind-fecha-baja PIC X(8).

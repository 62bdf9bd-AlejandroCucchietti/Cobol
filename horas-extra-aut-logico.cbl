           FD  Horas-extra-aut-archivo.

      * Autorizacion previa de tiempo extra: el supervisor fija por
      * empleado y fecha el maximo de horas extra que se pagan ese
      * dia. Lo trabajado de mas no se paga sin revision.
           01  hxaut-registro.
               05  hxaut-id PIC X(6).
               05  hxaut-fecha PIC X(8).
               05  hxaut-horas-max PIC 99V99.
               05  hxaut-operador PIC X(8).
               05  hxaut-fecha-captura PIC X(8).

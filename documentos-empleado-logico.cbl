           FD  Documentos-empleado-archivo.

      * Lista de documentos entregados por empleado, un renglon por
      * tipo del catalogo. El vencimiento solo se captura para los
      * tipos que vencen.
           01  docemp-registro.
               05  docemp-id PIC X(6).
               05  docemp-clave PIC X(4).
               05  docemp-estado PIC X.
                   88  docemp-entregado VALUE "E".
                   88  docemp-pendiente VALUE "P".
                   88  docemp-no-aplica VALUE "N".
               05  docemp-fecha-entrega PIC X(8).
               05  docemp-vencimiento PIC X(8).

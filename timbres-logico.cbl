           FD  Timbres-archivo.

      * Control de emision del CFDI de nomina: un renglon por
      * recibo de cada periodo. Genera-cfdi lo deja generado;
      * Importa-timbrado le pone el folio fiscal (UUID) y la fecha
      * de timbrado que regresa el PAC, o el motivo del rechazo.
           01  timbre-registro.
               05  timbre-periodo PIC X(7).
               05  timbre-id PIC X(6).
               05  timbre-fecha-recibo PIC X(8).
               05  timbre-estado PIC X.
                   88 timbre-generado VALUE "G".
                   88 timbre-timbrado VALUE "T".
                   88 timbre-rechazado VALUE "R".
               05  timbre-total PIC 9(7)V99.
               05  timbre-uuid PIC X(36).
               05  timbre-fecha-timbrado PIC X(19).
               05  timbre-mensaje PIC X(60).

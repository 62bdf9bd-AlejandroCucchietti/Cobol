           FD  Viaticos-archivo.

      * Anticipos de viaticos en efectivo al personal de campo. Lo
      * comprobado se acumula con cada comprobante; lo que no se
      * comprueba dentro del plazo queda vencido y la nomina lo
      * recupera como deduccion, igual que un prestamo.
           01  viatico-registro.
               05  viatico-folio PIC 9(6).
               05  viatico-id PIC X(6).
               05  viatico-fecha PIC X(8).
               05  viatico-destino PIC X(20).
               05  viatico-monto PIC 9(7)V99.
               05  viatico-comprobado PIC 9(7)V99.
               05  viatico-recuperado PIC 9(7)V99.
               05  viatico-estado PIC X.
                   88 viatico-abierto VALUE "A".
                   88 viatico-comprobado-total VALUE "C".
                   88 viatico-vencido VALUE "V".
                   88 viatico-recuperado-total VALUE "R".
      * Ultimo descuento de nomina y su periodo, para revertirlo
      * si ese periodo se recalcula.
               05  viatico-ultimo-periodo PIC X(7).
               05  viatico-ultimo-abono PIC 9(7)V99.

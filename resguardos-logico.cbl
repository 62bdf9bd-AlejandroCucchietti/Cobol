           FD  Resguardos-archivo.

      * Articulo de la empresa entregado a un empleado (equipo de
      * computo, telefono, uniforme, herramienta, llaves). Queda
      * asignado hasta que se devuelve, se descuenta en el
      * finiquito o un supervisor dispensa la devolucion.
           01  resguardo-registro.
               05  resguardo-folio PIC X(6).
               05  resguardo-id PIC X(6).
               05  resguardo-tipo PIC X.
                   88  resguardo-computo VALUE "L".
                   88  resguardo-telefono VALUE "T".
                   88  resguardo-uniforme VALUE "U".
                   88  resguardo-herramienta VALUE "H".
                   88  resguardo-llave VALUE "K".
                   88  resguardo-otro VALUE "O".
                   88  resguardo-tipo-valido
                       VALUE "L" "T" "U" "H" "K" "O".
               05  resguardo-descripcion PIC X(30).
               05  resguardo-serie PIC X(15).
               05  resguardo-valor PIC 9(7)V99.
               05  resguardo-fecha-entrega PIC X(8).
               05  resguardo-estado PIC X.
                   88  resguardo-asignado VALUE "A".
                   88  resguardo-devuelto VALUE "D".
                   88  resguardo-descontado VALUE "C".
                   88  resguardo-dispensado VALUE "W".
               05  resguardo-fecha-cierre PIC X(8).
               05  resguardo-autorizo PIC X(8).

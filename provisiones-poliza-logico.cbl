           FD  Provisiones-poliza-archivo.

      * Mismo trazado que nomina-poliza.dat: cargo (D) o abono (C)
      * a la cuenta con su descripcion e importe. El archivo se
      * acumula hasta que contabilidad lo recoge.
           01  provpol-registro.
               05  provpol-tipo PIC X.
               05  provpol-cuenta PIC X(10).
               05  provpol-descripcion PIC X(20).
               05  provpol-monto PIC 9(11)V99.
               05  provpol-grupo PIC X.

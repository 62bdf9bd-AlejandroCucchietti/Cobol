           FD  Provisiones-archivo.

      * Pasivo laboral provisionado por empleado y concepto (AGUI
      * aguinaldo, VACA vacaciones no gozadas, PVAC prima
      * vacacional, PTU utilidades). El cierre de mes lo ajusta y
      * los programas que pagan el concepto lo revierten; el anio
      * pagado evita que el cierre vuelva a provisionar lo pagado.
           01  provision-registro.
               05  provision-id PIC X(6).
               05  provision-concepto PIC X(4).
               05  provision-saldo PIC 9(9)V99.
               05  provision-mes PIC X(6).
               05  provision-anio-pagado PIC 9(4).

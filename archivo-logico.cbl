               05  info-empresa PIC X(30).
               05  info-sitio PIC X(10).
               05  info-fecha-creacion PIC X(8).
      * Datos fiscales del patron para el CFDI de nomina; quedan
      * en blanco hasta que se capturan en Mantener-empresa.
               05  info-rfc-patron PIC X(13).
               05  info-registro-patronal PIC X(11).
               05  info-regimen-fiscal PIC X(3).
               05  info-cp-expedicion PIC X(5).
               05  FILLER PIC X(127).

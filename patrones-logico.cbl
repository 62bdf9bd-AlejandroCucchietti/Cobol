           FD  Patrones-archivo.

      * Catalogo de patrones (razones sociales) de la instalacion,
      * cada uno con su registro patronal ante el IMSS y su
      * domicilio fiscal. El principal es la empresa del
      * encabezado del maestro: sus datos fiscales en blanco se
      * toman de ahi (Mantener-empresa).
           01  patron-registro.
               05  patron-clave PIC X(3).
               05  patron-razon-social PIC X(30).
               05  patron-rfc PIC X(13).
               05  patron-registro-patronal PIC X(11).
               05  patron-regimen-fiscal PIC X(3).
               05  patron-calle PIC X(30).
               05  patron-numero PIC X(10).
               05  patron-colonia PIC X(20).
               05  patron-ciudad PIC X(20).
               05  patron-estado PIC X(3).
               05  patron-cp PIC X(5).
               05  patron-principal PIC X.
                   88 patron-es-principal VALUE "S".

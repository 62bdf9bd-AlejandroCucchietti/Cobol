           FD  Retencion-bitacora-archivo.

      * Constancia de cada depuracion por vencimiento: que archivo,
      * con que politica y fecha de corte, cuando y quien, y los
      * renglones leidos, destruidos y conservados. Solo se anexa;
      * es la prueba ante los auditores de lo que se destruyo.
           01  bitacora-registro.
               05  bitacora-fecha PIC X(8).
               05  bitacora-hora PIC X(6).
               05  bitacora-operador PIC X(8).
               05  bitacora-archivo PIC X(30).
               05  bitacora-anios PIC 99.
               05  bitacora-corte PIC X(8).
               05  bitacora-leidos PIC 9(7).
               05  bitacora-depurados PIC 9(7).
               05  bitacora-conservados PIC 9(7).
               05  bitacora-sin-fecha PIC 9(7).

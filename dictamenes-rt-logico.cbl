           FD  Dictamenes-rt-archivo.

      * Secuelas de los riesgos de trabajo dictaminadas por el
      * IMSS: incapacidad permanente parcial o total con su
      * porcentaje de valuacion, o defuncion. Se ligan al folio
      * del certificado de incapacidad tipo R que les dio origen.
           01  dictamen-registro.
               05  dict-id PIC X(6).
               05  dict-folio PIC X(10).
               05  dict-fecha PIC X(8).
               05  dict-tipo PIC X.
                   88 dict-permanente-parcial VALUE "P".
                   88 dict-permanente-total VALUE "T".
                   88 dict-defuncion VALUE "D".
                   88 dict-tipo-valido VALUE "P" "T" "D".
               05  dict-porcentaje PIC 999V99.
               05  dict-capturo PIC X(8).

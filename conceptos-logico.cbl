           FD  Conceptos-archivo.

      * Catalogo de conceptos de nomina: cada percepcion o
      * deduccion con su clave de tipo del SAT y su tratamiento
      * fiscal (gravado, exento, o mixto con el porcentaje que se
      * considera exento). La cuenta contable es el pasivo o gasto
      * al que la poliza asienta el concepto; en blanco se usa la
      * cuenta generica.
           01  concepto-registro.
               05  concepto-clave PIC X(4).
               05  concepto-descripcion PIC X(20).
               05  concepto-clase PIC X.
                   88 concepto-percepcion VALUE "P".
                   88 concepto-deduccion VALUE "D".
               05  concepto-sat-tipo PIC X(3).
               05  concepto-tratamiento PIC X.
                   88 concepto-gravado VALUE "G".
                   88 concepto-exento VALUE "E".
                   88 concepto-mixto VALUE "M".
               05  concepto-exento-pct PIC 9(3)V99.
               05  concepto-cuenta PIC X(10).

           FD  Imss-ramos-archivo.

      * Cuotas obrero-patronales del IMSS por ramo de seguro. La
      * base dice sobre que se aplica el porcentaje: U = una UMA
      * por dia (cuota fija), E = excedente del SBC sobre tres UMA,
      * S = salario base de cotizacion. Los porcentajes son de ley
      * y la prima de riesgo de trabajo es la de la empresa.
           01  ramo-registro.
               05  ramo-clave PIC X(4).
               05  ramo-descripcion PIC X(30).
               05  ramo-base PIC X.
                   88 ramo-base-uma VALUE "U".
                   88 ramo-base-excedente VALUE "E".
                   88 ramo-base-sbc VALUE "S".
               05  ramo-pct-patron PIC 99V99999.
               05  ramo-pct-obrero PIC 99V99999.

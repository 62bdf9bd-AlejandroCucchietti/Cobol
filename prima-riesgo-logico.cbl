           FD  Prima-riesgo-archivo.

      * Determinacion anual de la prima de riesgo de trabajo: los
      * datos de siniestralidad del anio, la prima que resulta de
      * la formula, la anterior y la que se aplica ya con los
      * topes de ley. Rige del primero de marzo siguiente al anio
      * determinado; la nomina toma la de vigencia mas reciente.
           01  prima-registro.
               05  prima-anio PIC 9(4).
               05  prima-vigencia PIC X(8).
               05  prima-casos PIC 9(4).
               05  prima-dias-subsidiados PIC 9(6).
               05  prima-suma-porcentajes PIC 9(5)V99.
               05  prima-defunciones PIC 9(3).
               05  prima-trabajadores PIC 9(6)V99.
               05  prima-calculada PIC 99V99999.
               05  prima-anterior PIC 99V99999.
               05  prima-aplicada PIC 99V99999.
               05  prima-fecha PIC X(8).
               05  prima-operador PIC X(8).

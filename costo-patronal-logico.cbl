           FD  Costo-patronal-archivo.

      * Costo patronal de la nomina por empleado, periodo y
      * concepto (ramo del IMSS), con la parte obrera que se
      * retuvo en el recibo para conciliar contra el instituto.
      * Acumula el anio; al recalcular una quincena sus renglones
      * se depuran por el periodo. La clave del patron (razon
      * social) en blanco corresponde al patron principal.
           01  costo-registro.
               05  costo-id PIC X(6).
               05  costo-periodo PIC X(7).
               05  costo-fecha PIC X(8).
               05  costo-departamento PIC X(20).
               05  costo-concepto PIC X(4).
               05  costo-sbc PIC 9(5)V99.
               05  costo-dias PIC 99.
               05  costo-patron PIC 9(7)V99.
               05  costo-obrero PIC 9(7)V99.
               05  costo-clave-patron PIC X(3).

           FD  Horas-extra-pend-archivo.

      * Horas extra trabajadas sin autorizacion (o por encima de lo
      * autorizado) que la nomina no pago. El supervisor las
      * aprueba tarde o las rechaza; las aprobadas se pagan en la
      * siguiente nomina del empleado y quedan marcadas con ese
      * periodo.
           01  hxpen-registro.
               05  hxpen-id PIC X(6).
               05  hxpen-fecha PIC X(8).
               05  hxpen-horas PIC 9(3)V99.
               05  hxpen-periodo PIC X(7).
               05  hxpen-estado PIC X.
                   88 hxpen-en-espera VALUE "P".
                   88 hxpen-aprobada VALUE "A".
                   88 hxpen-rechazada VALUE "R".
                   88 hxpen-pagada VALUE "X".
               05  hxpen-periodo-pago PIC X(7).
               05  hxpen-revisor PIC X(8).

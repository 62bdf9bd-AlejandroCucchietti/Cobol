           FD  Isn-tasas-archivo.

      * Tasa del impuesto sobre nomina de cada estado donde hay
      * personal, con la cuenta de gasto a la que se carga. La
      * tasa es un porcentaje sobre las remuneraciones del mes.
           01  isn-registro.
               05  isn-estado PIC X(3).
               05  isn-nombre PIC X(20).
               05  isn-tasa PIC 99V9999.
               05  isn-cuenta PIC X(10).

           FD  Emision-imss-archivo.

      * Emision del IMSS ya importada: M = mensual (EMA, ramos de
      * enfermedad, invalidez, guarderias y riesgo) y B = bimestral
      * (EBA, retiro y cesantia). El NSS convenido lleva el ID
      * interno con ceros a la izquierda. Al reimportar un periodo
      * sus renglones se reemplazan. Cada emision es de un registro
      * patronal; la clave del patron en blanco es el principal.
           01  emision-registro.
               05  emision-tipo PIC X.
                   88 emision-mensual VALUE "M".
                   88 emision-bimestral VALUE "B".
               05  emision-periodo PIC X(6).
               05  emision-nss PIC X(11).
               05  emision-id PIC X(6).
               05  emision-dias PIC 9(3).
               05  emision-sbc PIC 9(5)V99.
               05  emision-importe PIC 9(7)V99.
               05  emision-patron PIC X(3).

           FD  Beneficiarios-archivo.

      * Beneficiarios designados por el empleado para cada
      * prestacion: finiquito por defuncion, saldo del fondo de
      * ahorro y seguro de vida de grupo. Los porcentajes de un
      * mismo tipo suman cien.
           01  beneficiario-registro.
               05  benef-id PIC X(6).
               05  benef-tipo PIC X.
                   88 benef-finiquito VALUE "F".
                   88 benef-fondo-ahorro VALUE "A".
                   88 benef-seguro-vida VALUE "S".
                   88 benef-tipo-valido VALUE "F" "A" "S".
               05  benef-seq PIC 9.
               05  benef-nombre PIC X(30).
               05  benef-parentesco PIC X(12).
               05  benef-curp PIC X(18).
               05  benef-porcentaje PIC 999V99.

           FD  Actas-archivo.

      * Antecedentes disciplinarios del empleado: amonestacion,
      * acta administrativa o suspension. En la suspension la
      * fecha es el primer dia sin goce de sueldo y los dias los
      * descuenta la nomina del periodo en que caen.
           01  acta-registro.
               05  acta-folio PIC X(6).
               05  acta-id PIC X(6).
               05  acta-fecha PIC X(8).
               05  acta-tipo PIC X.
                   88  acta-amonestacion VALUE "V".
                   88  acta-administrativa VALUE "A".
                   88  acta-suspension VALUE "S".
                   88  acta-tipo-valido VALUE "V" "A" "S".
               05  acta-motivo PIC X(2).
               05  acta-dias-suspension PIC 99.
               05  acta-testigo PIC X(30).
               05  acta-capturo PIC X(8).

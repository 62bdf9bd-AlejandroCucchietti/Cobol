           FD  Motivos-acta-archivo.

      * Catalogo de motivos de las actas disciplinarias.
           01  motacta-registro.
               05  motacta-clave PIC X(2).
               05  motacta-descripcion PIC X(30).

           FD  Departamentos-archivo.

      * El responsable y el correo son el destinatario al que se
      * reparten las salidas por departamento de los informes.
           01  departamento-registro.
               05  departamento-nombre PIC X(20).
               05  departamento-descripcion PIC X(30).
               05  departamento-responsable PIC X(30).
               05  departamento-correo PIC X(40).

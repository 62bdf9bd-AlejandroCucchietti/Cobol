           FD  Candidatos-archivo.

      * Candidato a una plaza del catalogo de plazas autorizadas.
      * Avanza de solicitud a entrevista y oferta; la contratacion
      * se hace desde el alta de empleado con el folio, que deja el
      * ID asignado. Los datos personales se capturan con los
      * mismos tamanos del maestro para no volver a teclearlos.
           01  candidato-registro.
               05  candidato-folio PIC X(6).
               05  candidato-departamento PIC X(20).
               05  candidato-puesto PIC X(20).
               05  candidato-nombre PIC X(25).
               05  candidato-apellidos PIC X(35).
               05  candidato-fecha-nacimiento PIC X(8).
               05  candidato-genero PIC X.
               05  candidato-telefono PIC X(9).
               05  candidato-calle PIC X(15).
               05  candidato-numero PIC X(5).
               05  candidato-ciudad PIC X(10).
               05  candidato-codigo-postal PIC X(5).
               05  candidato-rfc PIC X(13).
               05  candidato-curp PIC X(18).
               05  candidato-etapa PIC X.
                   88  candidato-solicitud VALUE "S".
                   88  candidato-entrevista VALUE "E".
                   88  candidato-oferta VALUE "O".
                   88  candidato-contratado VALUE "C".
                   88  candidato-rechazado VALUE "R".
                   88  candidato-en-proceso VALUE "S" "E" "O".
               05  candidato-fecha-solicitud PIC X(8).
               05  candidato-fecha-etapa PIC X(8).
               05  candidato-salario-oferta PIC 9(7)V99.
               05  candidato-empleado-id PIC X(6).

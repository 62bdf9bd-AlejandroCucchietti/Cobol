           FD  Retencion-archivo.

      * Politica de conservacion por archivo: anios que se guarda
      * cada renglon contados desde su fecha. El tipo dice de donde
      * sale la fecha: S = archivo secuencial con la fecha en la
      * columna y largo indicados (8 = AAAAMMDD, 6 = AAAAMM);
      * H = historico indexado de empleados, con la fecha de baja
      * tomada de la auditoria; M = meses de auditoria archivados
      * en catalogo-auditoria.dat, que se destruyen completos.
           01  politica-registro.
               05  politica-archivo PIC X(30).
               05  politica-tipo PIC X.
                   88 politica-secuencial VALUE "S".
                   88 politica-historico VALUE "H".
                   88 politica-meses-auditoria VALUE "M".
               05  politica-columna PIC 999.
               05  politica-largo PIC 9.
               05  politica-anios PIC 99.
               05  politica-campo PIC X(30).

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fiscal-fisico.cbl".
       COPY "sesion-fisico.cbl".
       SELECT Csv-archivo
       ASSIGN TO "empleados.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fiscal-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Csv-archivo.
       01  csv-linea PIC X(200).
                   10 WS-Fis-Rfc PIC X(13).
                   10 WS-Fis-Curp PIC X(18).

      * Salario, RFC y CURP salen parciales o en asteriscos cuando
      * el nivel del operador firmado no alcanza a verlos completos.
           01 WS-Sesion-Status PIC XX.
           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Mascara-Campo PIC X(20).
           01 WS-Mascara-Valor PIC X(30).
           01 WS-Mascara-Aplicada PIC X.
           01 WS-Hubo-Mascara PIC X VALUE "N".
           01 WS-Salario-Texto PIC X(10).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Apertura-archivos.
           PERFORM Cierre-archivos.
           DISPLAY "Registros exportados a empleados.csv: "
               WS-Total-Exportados.
           IF WS-Hubo-Mascara = "S"
               DISPLAY "Campos sensibles enmascarados por el nivel "
                   "del operador."
           END-IF.
           Program-Done.
            GOBACK.

           Apertura-archivos.
               PERFORM Determinar-Archivo-Empleados.
               PERFORM Leer-Sesion.
               PERFORM Cargar-Tabla-Fiscal.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
                       TO WS-Empleados-Filename
               END-IF.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-nivel TO WS-Nivel-Operador
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

           Cierre-archivos.
               CLOSE Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               PERFORM Buscar-Datos-Fiscales.
               MOVE empleados-edad TO WS-Edad-Edit.
               MOVE empleados-salario TO WS-Salario-Edit.
               PERFORM Enmascarar-Sensibles.
               STRING
                   FUNCTION TRIM(empleados-id) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(empleados-puesto) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-Salario-Texto DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   empleados-fecha-alta DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               PERFORM Verificar-Estado-Csv.
               ADD 1 TO WS-Total-Exportados.

           Enmascarar-Sensibles.
               MOVE "SALARIO" TO WS-Mascara-Campo.
               MOVE WS-Salario-Edit TO WS-Mascara-Valor.
               PERFORM Llamar-Mascara.
               MOVE WS-Mascara-Valor TO WS-Salario-Texto.
               MOVE "RFC" TO WS-Mascara-Campo.
               MOVE WS-Rfc-Empleado TO WS-Mascara-Valor.
               PERFORM Llamar-Mascara.
               MOVE WS-Mascara-Valor TO WS-Rfc-Empleado.
               MOVE "CURP" TO WS-Mascara-Campo.
               MOVE WS-Curp-Empleado TO WS-Mascara-Valor.
               PERFORM Llamar-Mascara.
               MOVE WS-Mascara-Valor TO WS-Curp-Empleado.

           Llamar-Mascara.
               CALL "Rutinas-mascara" USING WS-Mascara-Campo
                   WS-Nivel-Operador WS-Mascara-Valor
                   WS-Mascara-Aplicada.
               IF WS-Mascara-Aplicada = "S"
                   MOVE "S" TO WS-Hubo-Mascara
               END-IF.

           Cargar-Tabla-Fiscal.
               MOVE ZERO TO WS-Total-Fiscal.
               MOVE "1" TO WS-Fin-Fiscal.

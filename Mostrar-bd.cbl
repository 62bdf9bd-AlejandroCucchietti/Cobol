       COPY "secuencia-fisico.cbl".
       COPY "historico-fisico.cbl".
       COPY "contactos-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT Exporta-consulta-archivo
       ASSIGN TO "consulta-exportada.csv"
       COPY "secuencia-logico.cbl".
       COPY "historico-logico.cbl".
       COPY "contactos-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Exporta-consulta-archivo.

           01 WS-Exp-Salario-Edit PIC ZZZZZZ9.99.
           01 WS-Exp-Edad-Edit PIC ZZ9.

      * El salario del corte exportado respeta el nivel del operador
      * firmado, igual que la exportacion completa a CSV.
           01 WS-Sesion-Status PIC XX.
           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Mascara-Campo PIC X(20).
           01 WS-Mascara-Valor PIC X(30).
           01 WS-Mascara-Aplicada PIC X.
           01 WS-Hubo-Mascara PIC X.
           01 WS-Exp-Salario-Texto PIC X(10).

      * Cada ficha puesta en pantalla queda en la bitacora de
      * lecturas sensibles.
           01 WS-Acceso-Programa PIC X(20) VALUE "Mostrar-bd".
           01 WS-Acceso-Tipo PIC X(12).

       SCREEN SECTION.

       01  Pantalla-Empleado.
       Empieza-Programa.
           ACCEPT WS-Hoy-Edad FROM DATE YYYYMMDD.
           PERFORM Leer-Parametro-Pagina.
           PERFORM Leer-Sesion.
           PERFORM Mostrar-Banner-Practica.
           PERFORM Apertura-archivo.
           PERFORM Mostrar-Encabezado-Inicial.
                       TO WS-Pagina-Default
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

           Mostrar-Banner-Practica.
               MOVE SPACE TO WS-Modo-Practica-Env.
               ACCEPT WS-Modo-Practica-Env
                   PERFORM Verificar-Estado-Archivo
                   IF Registro-Encontrado-Bd = "S"
                       PERFORM Muestra-campos-Simple
                       MOVE "FICHA" TO WS-Acceso-Tipo
                       PERFORM Registrar-Acceso
                       PERFORM Mostrar-Contactos-Emergencia
                   ELSE
                       PERFORM Buscar-En-Historico
                       DISPLAY "(Registro tomado del archivo "
                           "historico de inactivos.)"
                       PERFORM Muestra-campos-Simple
                       MOVE "HISTORICO" TO WS-Acceso-Tipo
                       PERFORM Registrar-Acceso
                   END-IF
               END-IF.
               CLOSE Historico-archivo.

           Registrar-Acceso.
               CALL "Rutinas-acceso" USING WS-Acceso-Programa
                   Id-Consulta WS-Acceso-Tipo.

      * La busqueda posiciona directo sobre la clave alterna de
      * apellidos y lee solo mientras el prefijo coincide, en lugar
      * de recorrer el archivo completo.
               END-IF.

           Exportar-Corte.
               MOVE "N" TO WS-Hubo-Mascara.
               OPEN OUTPUT Exporta-consulta-archivo.
               MOVE SPACE TO exporta-linea.
               STRING "# corte de consulta - criterios: "
               END-PERFORM.
               CLOSE Exporta-consulta-archivo.
               DISPLAY WS-Total-Corte " registro(s) exportados.".
               IF WS-Hubo-Mascara = "S"
                   DISPLAY "Salario enmascarado por el nivel del "
                       "operador."
               END-IF.

           Escribir-Linea-Corte.
               MOVE empleados-edad TO WS-Exp-Edad-Edit.
               MOVE empleados-salario TO WS-Exp-Salario-Edit.
               MOVE "SALARIO" TO WS-Mascara-Campo.
               MOVE WS-Exp-Salario-Edit TO WS-Mascara-Valor.
               CALL "Rutinas-mascara" USING WS-Mascara-Campo
                   WS-Nivel-Operador WS-Mascara-Valor
                   WS-Mascara-Aplicada.
               IF WS-Mascara-Aplicada = "S"
                   MOVE "S" TO WS-Hubo-Mascara
               END-IF.
               MOVE WS-Mascara-Valor TO WS-Exp-Salario-Texto.
               MOVE SPACE TO exporta-linea.
               STRING
                   FUNCTION TRIM(empleados-id) DELIMITED BY SIZE
                   FUNCTION TRIM(empleados-puesto)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   WS-Exp-Salario-Texto DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   empleados-estado DELIMITED BY SIZE
                   INTO exporta-linea

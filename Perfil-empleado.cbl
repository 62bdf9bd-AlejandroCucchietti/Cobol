       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "contactos-fisico.cbl".
       COPY "beneficiarios-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "pendientes-fisico.cbl".
       COPY "actas-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT OPTIONAL Saldos-archivo
       ASSIGN TO "vacaciones-saldo.dat"
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "contactos-logico.cbl".
       COPY "beneficiarios-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "pendientes-logico.cbl".
       COPY "actas-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Saldos-archivo.

           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Contactos-Status PIC XX.
           01 WS-Beneficiarios-Status PIC XX.
           01 WS-Cambios-Status PIC XX.
           01 WS-Pendientes-Status PIC XX.
           01 WS-Saldos-Status PIC XX.
           01 WS-Resumen-Status PIC XX.
           01 WS-Actas-Status PIC XX.

           01 Salir-Consulta PIC X VALUE "N".
           01 WS-Id-Entrada PIC X(6).
           01 WS-Ultimas-Horas PIC 9(3)V99.
           01 WS-Ultimas-Extra PIC 9(3)V99.
           01 WS-Salario-Edit PIC ZZZ,ZZ9.99.
           01 WS-Nombre-Tipo-Acta PIC X(14).
           01 WS-Nombre-Prestacion PIC X(14).
           01 WS-Pct-Edit PIC ZZ9.99.

      * El salario se enmascara segun el nivel del operador firmado;
      * sin sesion valida se muestra como el nivel mas bajo.
           01 WS-Sesion-Status PIC XX.
           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Mascara-Campo PIC X(20).
           01 WS-Mascara-Valor PIC X(30).
           01 WS-Mascara-Aplicada PIC X.

      * Cada ficha puesta en pantalla queda en la bitacora de
      * lecturas sensibles.
           01 WS-Acceso-Programa PIC X(20) VALUE "Perfil-empleado".
           01 WS-Acceso-Tipo PIC X(12).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Consultar-Perfil
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                   END-READ
                   IF WS-Registro-Hallado = "S"
                       PERFORM Mostrar-Maestro
                       PERFORM Registrar-Acceso
                       PERFORM Pausa-Pantalla
                       PERFORM Mostrar-Contactos
                       PERFORM Mostrar-Beneficiarios
                       PERFORM Mostrar-Vacaciones
                       PERFORM Pausa-Pantalla
                       PERFORM Mostrar-Horas
                       PERFORM Mostrar-Cambios
                       PERFORM Pausa-Pantalla
                       PERFORM Mostrar-Pendientes
                       PERFORM Pausa-Pantalla
                       PERFORM Mostrar-Actas
                   END-IF
               END-IF.

           Registrar-Acceso.
               MOVE "PERFIL" TO WS-Acceso-Tipo.
               CALL "Rutinas-acceso" USING WS-Acceso-Programa
                   empleados-id WS-Acceso-Tipo.

           Pausa-Pantalla.
               DISPLAY "-- ENTER para continuar --".
               ACCEPT WS-Pausa.

           Mostrar-Maestro.
               MOVE empleados-salario TO WS-Salario-Edit.
               MOVE "SALARIO" TO WS-Mascara-Campo.
               MOVE WS-Salario-Edit TO WS-Mascara-Valor.
               CALL "Rutinas-mascara" USING WS-Mascara-Campo
                   WS-Nivel-Operador WS-Mascara-Valor
                   WS-Mascara-Aplicada.
               DISPLAY "--- Datos del maestro ---".
               DISPLAY "Nombre: " FUNCTION TRIM(empleados-nombre)
                   " " FUNCTION TRIM(empleados-apellidos).
               DISPLAY "Departamento: " empleados-departamento
                   " Puesto: " empleados-puesto.
               DISPLAY "Salario: " WS-Mascara-Valor(1:10)
                   "  Alta: " empleados-fecha-alta
                   "  Estado: " empleados-estado.
               DISPLAY "Tipo: " empleados-tipo
                   DISPLAY "Sin contactos registrados."
               END-IF.

           Mostrar-Beneficiarios.
               DISPLAY "--- Beneficiarios designados ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Beneficiarios-archivo.
               IF WS-Beneficiarios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Beneficiarios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF benef-id = WS-Id-Entrada
                               ADD 1 TO WS-Contados
                               EVALUATE TRUE
                                   WHEN benef-finiquito
                                       MOVE "FINIQUITO"
                                           TO WS-Nombre-Prestacion
                                   WHEN benef-fondo-ahorro
                                       MOVE "FONDO AHORRO"
                                           TO WS-Nombre-Prestacion
                                   WHEN OTHER
                                       MOVE "SEGURO VIDA"
                                           TO WS-Nombre-Prestacion
                               END-EVALUATE
                               MOVE benef-porcentaje TO WS-Pct-Edit
                               DISPLAY WS-Nombre-Prestacion " "
                                   benef-nombre " ("
                                   benef-parentesco ") "
                                   WS-Pct-Edit "%"
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficiarios-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin beneficiarios designados."
               END-IF.

           Mostrar-Vacaciones.
               DISPLAY "--- Saldos de vacaciones ---".
               MOVE ZERO TO WS-Contados.
                   DISPLAY "Sin solicitudes en espera."
               END-IF.

           Mostrar-Actas.
               DISPLAY "--- Antecedentes disciplinarios ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Actas-archivo.
               IF WS-Actas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Actas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acta-id = WS-Id-Entrada
                               ADD 1 TO WS-Contados
                               EVALUATE TRUE
                                   WHEN acta-amonestacion
                                       MOVE "AMONESTACION"
                                           TO WS-Nombre-Tipo-Acta
                                   WHEN acta-administrativa
                                       MOVE "ACTA ADMVA."
                                           TO WS-Nombre-Tipo-Acta
                                   WHEN OTHER
                                       MOVE "SUSPENSION"
                                           TO WS-Nombre-Tipo-Acta
                               END-EVALUATE
                               DISPLAY acta-fecha " "
                                   WS-Nombre-Tipo-Acta " motivo "
                                   acta-motivo " dias "
                                   acta-dias-suspension
                                   " testigo " acta-testigo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Actas-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin antecedentes registrados."
               END-IF.

       END PROGRAM Perfil-empleado.

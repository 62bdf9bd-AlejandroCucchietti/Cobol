      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Revision-contractual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "journal-fisico.cbl".
       COPY "sindicato-fisico.cbl".
       COPY "tabulador-fisico.cbl".

       SELECT Simulacion-archivo
       ASSIGN TO "revision-contractual.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Simulacion-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "journal-logico.cbl".
       COPY "sindicato-logico.cbl".
       COPY "tabulador-logico.cbl".

       FD  Simulacion-archivo.

       01  simulacion-linea PIC X(90).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Cambios-Status PIC XX.
           01 WS-Journal-Status PIC XX.
           01 WS-Sindicato-Status PIC XX.
           01 WS-Tabulador-Status PIC XX.
           01 WS-Simulacion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Fin-del-Archivo PIC X.
           01 WS-Fin-Lectura PIC X.
           01 WS-Vigencia PIC X(8).
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Modo PIC X.
           01 WS-Confirmacion PIC X.
           01 WS-Es-Afiliado PIC X.
           01 WS-Tarifa-Hallada PIC X.

           01 WS-Salario-Nuevo PIC 9(7)V99.
           01 WS-Salario-Anterior-Txt PIC 9(7).99.
           01 WS-Salario-Nuevo-Txt PIC 9(7).99.

           01 WS-Total-Tarifas PIC 9(3) VALUE ZERO.
           01 WS-Indice-Tarifa PIC 9(3).
           01 WS-Tabla-Tarifas.
               05 WS-Tarifa-Item OCCURS 200 TIMES.
                   10 WS-Tar-Puesto PIC X(20).
                   10 WS-Tar-Salario PIC 9(7)V99.

           01 WS-Total-Afiliados PIC 9(4) VALUE ZERO.
           01 WS-Indice-Afil PIC 9(4).
           01 WS-Tabla-Afiliados.
               05 WS-Afil-Id OCCURS 3000 TIMES PIC X(6).

           01 WS-Total-Afectados PIC 9(6) VALUE ZERO.
           01 WS-Total-Sin-Cambio PIC 9(6) VALUE ZERO.
           01 WS-Total-Antes PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Despues PIC 9(11)V99 VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Linea-Detalle.
               05 WS-Det-Id PIC X(6).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Det-Nombre PIC X(20).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Det-Antes PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE " -> ".
               05 WS-Det-Despues PIC Z,ZZZ,ZZ9.99.

           01 WS-Linea-Totales.
               05 FILLER PIC X(18) VALUE "TOTALES:          ".
               05 WS-Tot-Antes PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(4) VALUE " -> ".
               05 WS-Tot-Despues PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Revision salarial del contrato colectivo: a cada afiliado
      * activo cuyo puesto tiene tarifa en el tabulador para la
      * vigencia indicada se le lleva el salario a la tarifa (nunca
      * se baja un salario). El cambio queda en el historial con
      * la vigencia como fecha efectiva, de modo que la nomina paga
      * el retroactivo de las quincenas ya cubiertas. Igual que la
      * actualizacion masiva, primero se simula y aplicar exige un
      * supervisor.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           DISPLAY "===== Revision del Contrato Colectivo =====".
           PERFORM Capturar-Vigencia.
           IF WS-Modo NOT = "X"
               PERFORM Cargar-Tarifas
               IF WS-Total-Tarifas = ZERO
                   DISPLAY "No hay tarifas en el tabulador con "
                       "vigencia " WS-Vigencia "."
                   MOVE "X" TO WS-Modo
               END-IF
           END-IF.
           IF WS-Modo NOT = "X"
               PERFORM Capturar-Modo
           END-IF.
           IF WS-Modo = "X"
               DISPLAY "Revision cancelada."
           ELSE
               PERFORM Cargar-Afiliados
               PERFORM Procesar-Revision
           END-IF.
           Program-Done.
            GOBACK.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-operador-id
                               TO WS-Operador-Actual
                           MOVE sesion-nivel TO WS-Nivel-Operador
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

      * Una vigencia futura no se aplica todavia: el salario nuevo
      * entraria al maestro antes de tiempo.
           Capturar-Vigencia.
               MOVE SPACE TO WS-Modo.
               DISPLAY "Vigencia de la revision (AAAAMMDD): ".
               MOVE SPACE TO WS-Vigencia.
               ACCEPT WS-Vigencia.
               MOVE "V" TO WS-Fec-Funcion.
               MOVE WS-Vigencia TO WS-Fec-Fecha-1.
               MOVE SPACE TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Error: fecha no valida."
                   MOVE "X" TO WS-Modo
               ELSE
               IF WS-Vigencia > WS-Fecha-Hoy
                   DISPLAY "La vigencia aun no llega; la revision "
                       "se aplica a partir de esa fecha."
                   MOVE "X" TO WS-Modo
               END-IF
               END-IF.

           Capturar-Modo.
               DISPLAY "Modo (S = solo simulacion, A = aplicar): ".
               ACCEPT WS-Modo.
               EVALUATE WS-Modo
                   WHEN "S"
                   WHEN "s"
                       MOVE "S" TO WS-Modo
                   WHEN "A"
                   WHEN "a"
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Aplicar esta restringido a "
                               "supervisores; corra la simulacion."
                           MOVE "X" TO WS-Modo
                       ELSE
                           DISPLAY "Confirma APLICAR el tabulador "
                               "al maestro (S/N)? "
                           ACCEPT WS-Confirmacion
                           IF WS-Confirmacion = "S"
                               OR WS-Confirmacion = "s"
                               MOVE "A" TO WS-Modo
                           ELSE
                               MOVE "X" TO WS-Modo
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE "X" TO WS-Modo
               END-EVALUATE.

           Cargar-Tarifas.
               MOVE ZERO TO WS-Total-Tarifas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tabulador-archivo.
               IF WS-Tabulador-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tabulador-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF tab-vigencia = WS-Vigencia
                               AND WS-Total-Tarifas < 200
                               ADD 1 TO WS-Total-Tarifas
                               MOVE tab-puesto TO
                                   WS-Tar-Puesto(WS-Total-Tarifas)
                               MOVE tab-salario TO
                                   WS-Tar-Salario(WS-Total-Tarifas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tabulador-archivo.

           Cargar-Afiliados.
               MOVE ZERO TO WS-Total-Afiliados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Sindicato-archivo.
               IF WS-Sindicato-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Sindicato-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF sind-es-afiliado
                               AND WS-Total-Afiliados < 3000
                               ADD 1 TO WS-Total-Afiliados
                               MOVE sind-id
                                   TO WS-Afil-Id(WS-Total-Afiliados)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sindicato-archivo.

           Procesar-Revision.
               OPEN OUTPUT Simulacion-archivo.
               MOVE SPACE TO simulacion-linea.
               STRING "REVISION CONTRACTUAL CON VIGENCIA " WS-Vigencia
                   " - ANTES / DESPUES"
                   DELIMITED BY SIZE INTO simulacion-linea.
               WRITE simulacion-linea.
               IF WS-Modo = "A"
                   OPEN I-O Empleados-archivo
               ELSE
                   OPEN INPUT Empleados-archivo
               END-IF.
               PERFORM Verificar-Estado-Archivo.
               PERFORM Recorrer-Registros.
               CLOSE Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE WS-Total-Antes TO WS-Tot-Antes.
               MOVE WS-Total-Despues TO WS-Tot-Despues.
               MOVE WS-Linea-Totales TO simulacion-linea.
               WRITE simulacion-linea.
               CLOSE Simulacion-archivo.
               DISPLAY "Afiliados con aumento: " WS-Total-Afectados.
               DISPLAY "Afiliados ya en o sobre el tabulador: "
                   WS-Total-Sin-Cambio.
               DISPLAY "Informe antes/despues en "
                   "revision-contractual.txt".
               IF WS-Modo = "S"
                   DISPLAY "SIMULACION solamente: el maestro no fue "
                       "tocado."
               ELSE
                   DISPLAY "Tabulador APLICADO al maestro."
               END-IF.

           Recorrer-Registros.
               MOVE "1" TO Fin-del-Archivo.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO Fin-del-Archivo
               END-START.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF empleados-id NOT = "000000"
                               AND empleados-activo
                               PERFORM Evaluar-Registro-Actual
                           END-IF
                   END-READ
               END-PERFORM.

           Evaluar-Registro-Actual.
               MOVE "N" TO WS-Es-Afiliado.
               PERFORM VARYING WS-Indice-Afil FROM 1 BY 1
                   UNTIL WS-Indice-Afil > WS-Total-Afiliados
                   OR WS-Es-Afiliado = "S"
                   IF WS-Afil-Id(WS-Indice-Afil) = empleados-id
                       MOVE "S" TO WS-Es-Afiliado
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Tarifa-Hallada.
               IF WS-Es-Afiliado = "S"
                   PERFORM VARYING WS-Indice-Tarifa FROM 1 BY 1
                       UNTIL WS-Indice-Tarifa > WS-Total-Tarifas
                       OR WS-Tarifa-Hallada = "S"
                       IF WS-Tar-Puesto(WS-Indice-Tarifa)
                           = empleados-puesto
                           MOVE "S" TO WS-Tarifa-Hallada
                           MOVE WS-Tar-Salario(WS-Indice-Tarifa)
                               TO WS-Salario-Nuevo
                       END-IF
                   END-PERFORM
               END-IF.
               IF WS-Tarifa-Hallada = "S"
                   IF WS-Salario-Nuevo > empleados-salario
                       PERFORM Calcular-Y-Registrar
                   ELSE
                       ADD 1 TO WS-Total-Sin-Cambio
                   END-IF
               END-IF.

           Calcular-Y-Registrar.
               ADD 1 TO WS-Total-Afectados.
               ADD empleados-salario TO WS-Total-Antes.
               ADD WS-Salario-Nuevo TO WS-Total-Despues.
               MOVE empleados-id TO WS-Det-Id.
               MOVE empleados-nombre TO WS-Det-Nombre.
               MOVE empleados-salario TO WS-Det-Antes.
               MOVE WS-Salario-Nuevo TO WS-Det-Despues.
               MOVE WS-Linea-Detalle TO simulacion-linea.
               WRITE simulacion-linea.
               IF WS-Modo = "A"
                   PERFORM Aplicar-Aumento-Actual
               END-IF.

           Aplicar-Aumento-Actual.
               MOVE empleados-salario TO WS-Salario-Anterior-Txt.
               MOVE WS-Salario-Nuevo TO empleados-salario.
               MOVE WS-Salario-Nuevo TO WS-Salario-Nuevo-Txt.
               MOVE "CAMBIO" TO journal-operacion.
               PERFORM Registrar-Journal.
               REWRITE empleados-registro
                   INVALID KEY
                       DISPLAY "No se pudo actualizar el ID "
                           empleados-id "."
               END-REWRITE.
               PERFORM Verificar-Estado-Archivo.
               MOVE "MODIFICACION" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               PERFORM Registrar-Cambio-Salario.

           Registrar-Cambio-Salario.
               MOVE empleados-id TO cambio-id.
               MOVE WS-Vigencia TO cambio-fecha-efectiva.
               MOVE "SALARIO" TO cambio-campo.
               MOVE WS-Salario-Anterior-Txt
                   TO cambio-valor-anterior.
               MOVE WS-Salario-Nuevo-Txt TO cambio-valor-nuevo.
               ACCEPT cambio-fecha FROM DATE YYYYMMDD.
               ACCEPT cambio-hora FROM TIME.
               OPEN EXTEND Cambios-archivo.
               IF WS-Cambios-Status = "35"
                   OPEN OUTPUT Cambios-archivo
               END-IF.
               WRITE cambio-registro.
               CLOSE Cambios-archivo.

           Registrar-Journal.
               ACCEPT journal-fecha FROM DATE YYYYMMDD.
               ACCEPT journal-hora FROM TIME.
               MOVE empleados-registro TO journal-imagen.
               OPEN EXTEND Journal-archivo.
               IF WS-Journal-Status = "35"
                   OPEN OUTPUT Journal-archivo
               END-IF.
               WRITE journal-registro.
               CLOSE Journal-archivo.

           Registrar-Auditoria.
               MOVE empleados-id TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Revision-contractual.

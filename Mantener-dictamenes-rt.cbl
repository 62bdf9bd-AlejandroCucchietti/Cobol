      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-dictamenes-rt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "incapacidades-fisico.cbl".
       COPY "dictamenes-rt-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "incapacidades-logico.cbl".
       COPY "dictamenes-rt-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Incapacidades-Status PIC XX.
           01 WS-Dictamenes-Rt-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Dictamen PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Folio-Entrada PIC X(10).
           01 WS-Pct-Entrada PIC X(8).
           01 WS-Registro-Hallado PIC X.
           01 WS-Folio-Hallado PIC X.
           01 WS-Folio-Duplicado PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Contados PIC 9(5).
           01 WS-Pct-Edit PIC ZZ9.99.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Dictamenes de secuelas de riesgos de trabajo (incapacidad
      * permanente parcial o total, defuncion). Cada dictamen se
      * liga al folio de un certificado de incapacidad tipo R ya
      * capturado para el empleado; la determinacion anual de la
      * prima de riesgo suma sus porcentajes y defunciones.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Mantener-Dictamen
           UNTIL Salir-Mantenimiento = "S".
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

           Mantener-Dictamen.
               DISPLAY "===== Dictamenes de Riesgo de Trabajo =====".
               DISPLAY "1. Registrar dictamen".
               DISPLAY "2. Listar dictamenes".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Dictamen.
               EVALUATE Opcion-Dictamen
                   WHEN 1
                       PERFORM Registrar-Dictamen
                   WHEN 2
                       PERFORM Listar-Dictamenes
                   WHEN 3
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * El empleado puede estar ya dado de baja (una defuncion o
      * una incapacidad total terminan la relacion laboral), por
      * eso solo se pide que exista en el maestro.
           Pedir-Empleado.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       DISPLAY "No existe ningun empleado con "
                           "ese ID."
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.

           Pedir-Fecha.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   ACCEPT WS-Fec-Fecha-1
                   MOVE "V" TO WS-Fec-Funcion
                   MOVE SPACE TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Error: fecha no valida (AAAAMMDD): "
                   END-IF
               END-PERFORM.

           Registrar-Dictamen.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   DISPLAY "Folio del certificado de incapacidad: "
                   MOVE SPACE TO WS-Folio-Entrada
                   ACCEPT WS-Folio-Entrada
                   PERFORM Buscar-Incapacidad-Rt
                   PERFORM Buscar-Dictamen-Folio
                   IF WS-Folio-Hallado = "N"
                       DISPLAY "El folio no es una incapacidad por "
                           "riesgo de trabajo de este empleado."
                   ELSE
                       IF WS-Folio-Duplicado = "S"
                           DISPLAY "Ese folio ya tiene dictamen "
                               "registrado."
                       ELSE
                           PERFORM Capturar-Dictamen
                       END-IF
                   END-IF
               END-IF.

           Buscar-Incapacidad-Rt.
               MOVE "N" TO WS-Folio-Hallado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Incapacidades-archivo.
               IF WS-Incapacidades-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Incapacidades-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF incap-id = WS-Id-Entrada
                               AND incap-folio = WS-Folio-Entrada
                               AND incap-riesgo-trabajo
                               MOVE "S" TO WS-Folio-Hallado
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Incapacidades-archivo.

           Buscar-Dictamen-Folio.
               MOVE "N" TO WS-Folio-Duplicado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Dictamenes-rt-archivo.
               IF WS-Dictamenes-Rt-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Dictamenes-rt-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF dict-id = WS-Id-Entrada
                               AND dict-folio = WS-Folio-Entrada
                               MOVE "S" TO WS-Folio-Duplicado
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Dictamenes-rt-archivo.

      * La incapacidad permanente total se valua al cien por
      * ciento y la defuncion se cuenta aparte, sin porcentaje.
           Capturar-Dictamen.
               MOVE SPACE TO dictamen-registro.
               MOVE WS-Id-Entrada TO dict-id.
               MOVE WS-Folio-Entrada TO dict-folio.
               DISPLAY "Fecha del dictamen (AAAAMMDD): ".
               PERFORM Pedir-Fecha.
               MOVE WS-Fec-Fecha-1 TO dict-fecha.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Tipo (P = permanente parcial, "
                       "T = permanente total, D = defuncion): "
                   ACCEPT dict-tipo
                   IF dict-tipo-valido
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Tipo no valido."
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN dict-permanente-total
                       MOVE 100 TO dict-porcentaje
                   WHEN dict-defuncion
                       MOVE ZERO TO dict-porcentaje
                   WHEN OTHER
                       PERFORM Pedir-Porcentaje
               END-EVALUATE.
               MOVE WS-Operador-Actual TO dict-capturo.
               OPEN EXTEND Dictamenes-rt-archivo.
               IF WS-Dictamenes-Rt-Status = "35"
                   OPEN OUTPUT Dictamenes-rt-archivo
               END-IF.
               WRITE dictamen-registro.
               CLOSE Dictamenes-rt-archivo.
               MOVE "DICTAMEN-RT" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Dictamen registrado.".

           Pedir-Porcentaje.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Porcentaje de valuacion (1 a 99.99): "
                   MOVE SPACE TO WS-Pct-Entrada
                   ACCEPT WS-Pct-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Pct-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Pct-Entrada) >= 1
                       AND FUNCTION NUMVAL(WS-Pct-Entrada) < 100
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Porcentaje no valido."
                   END-IF
               END-PERFORM.
               COMPUTE dict-porcentaje =
                   FUNCTION NUMVAL(WS-Pct-Entrada).

           Listar-Dictamenes.
               DISPLAY "--- Dictamenes de riesgo de trabajo ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Dictamenes-rt-archivo.
               IF WS-Dictamenes-Rt-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Dictamenes-rt-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Contados
                           MOVE dict-porcentaje TO WS-Pct-Edit
                           DISPLAY dict-id " " dict-folio " "
                               dict-fecha " " dict-tipo " "
                               WS-Pct-Edit "% " dict-capturo
                   END-READ
               END-PERFORM.
               CLOSE Dictamenes-rt-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin dictamenes registrados."
               END-IF.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-dictamenes-rt.

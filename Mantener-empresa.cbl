      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-empresa.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Encabezado-Hallado PIC X.
           01 WS-Rfc-Entrada PIC X(13).
           01 WS-Registro-Entrada PIC X(11).
           01 WS-Regimen-Entrada PIC X(3).
           01 WS-Cp-Entrada PIC X(5).
           01 WS-Confirma PIC X.

      * Datos fiscales del patron en el encabezado 000000 del
      * maestro: RFC, registro patronal ante el IMSS, regimen
      * fiscal del SAT y codigo postal del lugar de expedicion.
      * ENTER conserva el valor actual de cada campo.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "Los datos fiscales de la empresa estan "
                   "restringidos a supervisores."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               OPEN I-O Empleados-archivo
               PERFORM Leer-Encabezado
               IF WS-Encabezado-Hallado = "S"
                   PERFORM Capturar-Datos-Fiscales
               ELSE
                   DISPLAY "El maestro no tiene encabezado de "
                       "empresa; no hay nada que actualizar."
               END-IF
               CLOSE Empleados-archivo
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

           Leer-Encabezado.
               MOVE "000000" TO empleados-id.
               MOVE "S" TO WS-Encabezado-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Encabezado-Hallado
               END-READ.

           Capturar-Datos-Fiscales.
               DISPLAY "===== Datos Fiscales de la Empresa =====".
               DISPLAY "Empresa: " info-empresa " (" info-sitio ")".
               DISPLAY "RFC actual: " info-rfc-patron.
               DISPLAY "RFC nuevo: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               DISPLAY "Registro patronal actual: "
                   info-registro-patronal.
               DISPLAY "Registro patronal nuevo: ".
               MOVE SPACE TO WS-Registro-Entrada.
               ACCEPT WS-Registro-Entrada.
               DISPLAY "Regimen fiscal actual: " info-regimen-fiscal.
               DISPLAY "Regimen fiscal nuevo (3 digitos): ".
               MOVE SPACE TO WS-Regimen-Entrada.
               ACCEPT WS-Regimen-Entrada.
               DISPLAY "C.P. de expedicion actual: "
                   info-cp-expedicion.
               DISPLAY "C.P. de expedicion nuevo: ".
               MOVE SPACE TO WS-Cp-Entrada.
               ACCEPT WS-Cp-Entrada.
               IF (WS-Regimen-Entrada NOT = SPACE
                   AND WS-Regimen-Entrada NOT NUMERIC)
                   OR (WS-Cp-Entrada NOT = SPACE
                       AND WS-Cp-Entrada NOT NUMERIC)
                   DISPLAY "Regimen y C.P. deben ser numericos; "
                       "captura cancelada."
               ELSE
                   DISPLAY "Confirma los cambios (S/N)? "
                   MOVE SPACE TO WS-Confirma
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Guardar-Datos-Fiscales
                   ELSE
                       DISPLAY "Sin cambios."
                   END-IF
               END-IF.

           Guardar-Datos-Fiscales.
               IF WS-Rfc-Entrada NOT = SPACE
                   MOVE WS-Rfc-Entrada TO info-rfc-patron
               END-IF.
               IF WS-Registro-Entrada NOT = SPACE
                   MOVE WS-Registro-Entrada TO info-registro-patronal
               END-IF.
               IF WS-Regimen-Entrada NOT = SPACE
                   MOVE WS-Regimen-Entrada TO info-regimen-fiscal
               END-IF.
               IF WS-Cp-Entrada NOT = SPACE
                   MOVE WS-Cp-Entrada TO info-cp-expedicion
               END-IF.
               REWRITE empleados-registro
                   INVALID KEY
                       DISPLAY "No se pudo actualizar el encabezado. "
                           "Estado: " WS-Empleados-Status
                   NOT INVALID KEY
                       PERFORM Registrar-Auditoria
                       DISPLAY "Datos fiscales actualizados."
               END-REWRITE.

           Registrar-Auditoria.
               MOVE "000000" TO auditoria-id.
               MOVE "CAMBIO-EMPRES" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-empresa.

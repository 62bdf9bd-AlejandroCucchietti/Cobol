      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-pin-kiosco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "kiosco-pin-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "kiosco-pin-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Kiosco-Pin-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Pin PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Pin-Entrada PIC X(4).
           01 WS-Registro-Hallado PIC X.
           01 WS-Contados PIC 9(5).

           01 WS-Total-Pines PIC 9(5) VALUE ZERO.
           01 WS-Indice-Pin PIC 9(5).
           01 WS-Pin-Actual PIC 9(5).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Pines.
               05 WS-Pin-Item OCCURS 5000 TIMES PIC X(20).

      * PINs del kiosco del empleado: Recursos Humanos asigna un
      * PIN provisional (el empleado lo cambia al entrar) y un
      * supervisor libera los bloqueados. La consulta de accesos
      * lee los movimientos del kiosco en la bitacora de
      * auditoria.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Mantener-Pin
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

           Mantener-Pin.
               DISPLAY "===== PIN del Kiosco del Empleado =====".
               DISPLAY "1. Asignar PIN provisional".
               DISPLAY "2. Desbloquear PIN (supervisor)".
               DISPLAY "3. Accesos al kiosco de un empleado".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Pin.
               EVALUATE Opcion-Pin
                   WHEN 1
                       PERFORM Asignar-Pin
                   WHEN 2
                       PERFORM Desbloquear-Pin
                   WHEN 3
                       PERFORM Consultar-Accesos
                   WHEN 4
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

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

      * Reasignar a un empleado que ya tenia PIN lo deja libre y
      * con cambio obligatorio, igual que la primera vez.
           Asignar-Pin.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   IF empleados-activo
                       PERFORM Capturar-Pin
                   ELSE
                       DISPLAY "El empleado no esta activo."
                   END-IF
               END-IF.

           Capturar-Pin.
               DISPLAY "PIN provisional (4 digitos): ".
               MOVE SPACE TO WS-Pin-Entrada.
               ACCEPT WS-Pin-Entrada.
               IF WS-Pin-Entrada NOT NUMERIC
                   DISPLAY "El PIN debe ser de cuatro digitos."
               ELSE
                   PERFORM Cargar-Pines
                   PERFORM Buscar-Pin
                   IF WS-Pin-Actual = ZERO
                       IF WS-Total-Pines < 5000
                           AND WS-Tabla-Llena = "N"
                           ADD 1 TO WS-Total-Pines
                           MOVE WS-Total-Pines TO WS-Pin-Actual
                       ELSE
                           MOVE "S" TO WS-Tabla-Llena
                       END-IF
                   END-IF
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "El archivo de PINs excede la "
                           "capacidad de trabajo; no se actualizo."
                   ELSE
                       MOVE SPACE TO kpin-registro
                       MOVE WS-Id-Entrada TO kpin-id
                       MOVE WS-Pin-Entrada TO kpin-pin
                       MOVE ZERO TO kpin-intentos
                       MOVE "N" TO kpin-bloqueado
                       MOVE kpin-registro
                           TO WS-Pin-Item(WS-Pin-Actual)
                       PERFORM Reescribir-Pines
                       MOVE "KIOSCO-ASIGNA" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "PIN provisional asignado; el "
                           "empleado lo cambia al entrar."
                   END-IF
               END-IF.

           Desbloquear-Pin.
               IF WS-Nivel-Operador < 3
                   DISPLAY "El desbloqueo esta restringido a "
                       "supervisores."
               ELSE
                   DISPLAY "ID del empleado a desbloquear: "
                   MOVE SPACE TO WS-Id-Entrada
                   ACCEPT WS-Id-Entrada
                   PERFORM Cargar-Pines
                   PERFORM Buscar-Pin
                   IF WS-Pin-Actual = ZERO
                       DISPLAY "El empleado no tiene PIN asignado."
                   ELSE
                       MOVE WS-Pin-Item(WS-Pin-Actual)
                           TO kpin-registro
                       MOVE "N" TO kpin-bloqueado
                       MOVE ZERO TO kpin-intentos
                       MOVE kpin-registro
                           TO WS-Pin-Item(WS-Pin-Actual)
                       PERFORM Reescribir-Pines
                       MOVE "KIOSCO-LIBERA" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "PIN desbloqueado."
                   END-IF
               END-IF.

           Buscar-Pin.
               MOVE ZERO TO WS-Pin-Actual.
               PERFORM VARYING WS-Indice-Pin FROM 1 BY 1
                   UNTIL WS-Indice-Pin > WS-Total-Pines
                   OR WS-Pin-Actual > ZERO
                   IF WS-Pin-Item(WS-Indice-Pin)(1:6) = WS-Id-Entrada
                       MOVE WS-Indice-Pin TO WS-Pin-Actual
                   END-IF
               END-PERFORM.

           Cargar-Pines.
               MOVE ZERO TO WS-Total-Pines.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Kiosco-pin-archivo.
               IF WS-Kiosco-Pin-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Kiosco-pin-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Pines < 5000
                               ADD 1 TO WS-Total-Pines
                               MOVE kpin-registro
                                   TO WS-Pin-Item(WS-Total-Pines)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Kiosco-pin-archivo.

           Reescribir-Pines.
               IF WS-Tabla-Llena = "N"
                   OPEN OUTPUT Kiosco-pin-archivo
                   PERFORM VARYING WS-Indice-Pin FROM 1 BY 1
                       UNTIL WS-Indice-Pin > WS-Total-Pines
                       MOVE WS-Pin-Item(WS-Indice-Pin)
                           TO kpin-registro
                       WRITE kpin-registro
                   END-PERFORM
                   CLOSE Kiosco-pin-archivo
               END-IF.

           Consultar-Accesos.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               DISPLAY "--- Accesos al kiosco ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Auditoria-archivo.
               IF WS-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF auditoria-id = WS-Id-Entrada
                               AND auditoria-operacion(1:7)
                                   = "KIOSCO-"
                               ADD 1 TO WS-Contados
                               DISPLAY auditoria-fecha " "
                                   auditoria-hora " "
                                   auditoria-operacion " "
                                   auditoria-operador
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Auditoria-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin accesos registrados."
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

       END PROGRAM Mantener-pin-kiosco.

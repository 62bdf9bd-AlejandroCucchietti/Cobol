      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-grupos-pago.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "grupos-pago-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "grupos-pago-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Grupos-Pago-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Grupos PIC 9.
           01 WS-Fin-Grupos PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Grupo-Entrada PIC X.

           01 WS-Total-Grupos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Gru PIC 9(4).
           01 WS-Grupo-Hallado PIC X.
           01 WS-Total-Semanales PIC 9(4).
           01 WS-Tabla-Grupos.
               05 WS-Grupo-Item OCCURS 1000 TIMES PIC X(7).

      * Alta y cambio del grupo de pago de cada empleado (semanal
      * para operarios de planta, quincenal para los demas). El
      * cambio de grupo mueve al empleado de nomina, por eso esta
      * restringido a supervisores y queda en auditoria.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "Los grupos de pago estan restringidos a "
                   "supervisores."
           ELSE
               PERFORM Mantener-Grupos
               UNTIL Salir-Mantenimiento = "S"
           END-IF.
           Program-Done.
            GOBACK.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

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

           Mantener-Grupos.
               DISPLAY "===== Grupos de Pago =====".
               DISPLAY "1. Listar empleados semanales".
               DISPLAY "2. Asignar grupo de pago a un empleado".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Grupos.
               EVALUATE Opcion-Grupos
                   WHEN 1
                       PERFORM Listar-Grupos
                   WHEN 2
                       PERFORM Asignar-Grupo
                   WHEN 3
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Quien no aparece en la lista cobra por quincena.
           Listar-Grupos.
               PERFORM Cargar-Grupos.
               MOVE ZERO TO WS-Total-Semanales.
               PERFORM VARYING WS-Indice-Gru FROM 1 BY 1
                   UNTIL WS-Indice-Gru > WS-Total-Grupos
                   MOVE WS-Grupo-Item(WS-Indice-Gru)
                       TO gpago-registro
                   IF gpago-semanal
                       ADD 1 TO WS-Total-Semanales
                       DISPLAY "ID " gpago-id "  semanal"
                   END-IF
               END-PERFORM.
               DISPLAY "Empleados en nomina semanal: "
                   WS-Total-Semanales
                   " (los demas cobran por quincena).".

           Asignar-Grupo.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.
               IF WS-Registro-Hallado = "N"
                   DISPLAY "No existe ningun empleado con ese ID."
               ELSE
                   DISPLAY "Grupo de pago: Semanal o Quincenal "
                       "(S/Q): "
                   MOVE SPACE TO WS-Grupo-Entrada
                   ACCEPT WS-Grupo-Entrada
                   IF WS-Grupo-Entrada = "s"
                       MOVE "S" TO WS-Grupo-Entrada
                   END-IF
                   IF WS-Grupo-Entrada = "q"
                       MOVE "Q" TO WS-Grupo-Entrada
                   END-IF
                   IF WS-Grupo-Entrada NOT = "S"
                       AND WS-Grupo-Entrada NOT = "Q"
                       DISPLAY "Grupo no valido; captura cancelada."
                   ELSE
                       PERFORM Registrar-Grupo
                   END-IF
               END-IF.

           Registrar-Grupo.
               PERFORM Cargar-Grupos.
               MOVE "N" TO WS-Grupo-Hallado.
               PERFORM VARYING WS-Indice-Gru FROM 1 BY 1
                   UNTIL WS-Indice-Gru > WS-Total-Grupos
                   MOVE WS-Grupo-Item(WS-Indice-Gru)
                       TO gpago-registro
                   IF gpago-id = WS-Id-Entrada
                       MOVE WS-Grupo-Entrada TO gpago-grupo
                       MOVE gpago-registro
                           TO WS-Grupo-Item(WS-Indice-Gru)
                       MOVE "S" TO WS-Grupo-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Grupo-Hallado = "N"
                   IF WS-Total-Grupos < 1000
                       ADD 1 TO WS-Total-Grupos
                       MOVE WS-Id-Entrada TO gpago-id
                       MOVE WS-Grupo-Entrada TO gpago-grupo
                       MOVE gpago-registro TO
                           WS-Grupo-Item(WS-Total-Grupos)
                   ELSE
                       DISPLAY "El archivo de grupos de pago esta "
                           "lleno; depurelo."
                   END-IF
               END-IF.
               PERFORM Reescribir-Grupos.
               PERFORM Registrar-Auditoria.
               IF WS-Grupo-Entrada = "S"
                   DISPLAY "El ID " WS-Id-Entrada
                       " cobra ahora en la nomina semanal."
               ELSE
                   DISPLAY "El ID " WS-Id-Entrada
                       " cobra ahora en la nomina quincenal."
               END-IF.

           Cargar-Grupos.
               MOVE ZERO TO WS-Total-Grupos.
               MOVE "1" TO WS-Fin-Grupos.
               OPEN INPUT Grupos-pago-archivo.
               IF WS-Grupos-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Grupos
               END-IF.
               PERFORM UNTIL WS-Fin-Grupos = "0"
                   READ Grupos-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Grupos
                       NOT AT END
                           IF WS-Total-Grupos < 1000
                               ADD 1 TO WS-Total-Grupos
                               MOVE gpago-registro TO
                                   WS-Grupo-Item(WS-Total-Grupos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Grupos-pago-archivo.

           Reescribir-Grupos.
               OPEN OUTPUT Grupos-pago-archivo.
               PERFORM VARYING WS-Indice-Gru FROM 1 BY 1
                   UNTIL WS-Indice-Gru > WS-Total-Grupos
                   MOVE WS-Grupo-Item(WS-Indice-Gru)
                       TO gpago-registro
                   WRITE gpago-registro
               END-PERFORM.
               CLOSE Grupos-pago-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               MOVE "CAMBIO-GRUPO" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-grupos-pago.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recertificar-operadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "operadores-fisico.cbl".
       COPY "recertificacion-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "operadores-logico.cbl".
       COPY "recertificacion-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "fecha-proceso-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Operadores-Status PIC XX.
           01 WS-Recertificacion-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".
           01 WS-Decision PIC X.
           01 WS-Id-Entrada PIC X(8).
           01 WS-Revisor-Entrada PIC X(8).
           01 WS-Campana-Entrada PIC X(6).
           01 WS-Revisados PIC 9(3).
           01 WS-Hubo-Cambios PIC X.

           01 WS-Total-Operadores PIC 99 VALUE ZERO.
           01 WS-Indice-Oper PIC 99.
           01 WS-Oper-Hallado PIC 99.
           01 WS-Revisor-Hallado PIC 99.
           01 WS-Tabla-Operadores.
               05 WS-Operador-Item OCCURS 20 TIMES PIC X(67).
           01 WS-Supervisores-Activos PIC 99.

           01 WS-Total-Recert PIC 9(4) VALUE ZERO.
           01 WS-Indice-Recert PIC 9(4).
           01 WS-Tabla-Recert.
               05 WS-Recert-Item OCCURS 2000 TIMES PIC X(61).

           01 WS-Nombre-Decision PIC X(12).
           01 WS-Mes-Proceso PIC 99.
           01 WS-Trimestre PIC 9.

      * Recertificacion de cuentas por el supervisor revisor: cada
      * supervisor resuelve los renglones pendientes de su grupo y
      * los que no tienen revisor asignado, nunca su propia cuenta.
      * Revocar deshabilita la cuenta en el acto; reactivar una
      * cuenta deshabilitada tambien queda en el expediente.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "La recertificacion de operadores esta "
                   "restringida a supervisores."
           ELSE
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Menu-Recertificacion
               UNTIL Salir-Menu = "S"
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

           Obtener-Fecha-Proceso.
               OPEN INPUT Fecha-proceso-archivo.
               IF WS-Fecha-Proceso-Status = "00"
                   READ Fecha-proceso-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           IF fecha-proceso-valor NUMERIC
                               MOVE fecha-proceso-valor
                                   TO WS-Fecha-Proceso
                           END-IF
                   END-READ
               END-IF.
               CLOSE Fecha-proceso-archivo.

           Menu-Recertificacion.
               PERFORM Cargar-Operadores.
               PERFORM Cargar-Recertificacion.
               DISPLAY "===== Recertificacion de Operadores =====".
               DISPLAY "1. Revisar cuentas pendientes de mi grupo".
               DISPLAY "2. Asignar supervisor revisor a una cuenta".
               DISPLAY "3. Reactivar una cuenta deshabilitada".
               DISPLAY "4. Consultar resultados de una campana".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Revisar-Pendientes
                   WHEN 2
                       PERFORM Asignar-Revisor
                   WHEN 3
                       PERFORM Reactivar-Cuenta
                   WHEN 4
                       PERFORM Consultar-Campana
                   WHEN 5
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Cargar-Operadores.
               MOVE ZERO TO WS-Total-Operadores.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Operadores-archivo.
               IF WS-Operadores-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Operadores-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Operadores < 20
                               ADD 1 TO WS-Total-Operadores
                               MOVE operador-registro TO
                                   WS-Operador-Item
                                       (WS-Total-Operadores)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Operadores-archivo.

           Cargar-Recertificacion.
               MOVE ZERO TO WS-Total-Recert.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Recertificacion-archivo.
               IF WS-Recertificacion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Recertificacion-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF recert-registro NOT = SPACE
                               AND WS-Total-Recert < 2000
                               ADD 1 TO WS-Total-Recert
                               MOVE recert-registro TO
                                   WS-Recert-Item(WS-Total-Recert)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recertificacion-archivo.

           Reescribir-Operadores.
               OPEN OUTPUT Operadores-archivo.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   WRITE operador-registro
               END-PERFORM.
               CLOSE Operadores-archivo.

           Reescribir-Recertificacion.
               OPEN OUTPUT Recertificacion-archivo.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   WRITE recert-registro
               END-PERFORM.
               CLOSE Recertificacion-archivo.

           Localizar-Operador.
               MOVE ZERO TO WS-Oper-Hallado.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   OR WS-Oper-Hallado > ZERO
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   IF operador-id = WS-Id-Entrada
                       MOVE WS-Indice-Oper TO WS-Oper-Hallado
                   END-IF
               END-PERFORM.

           Revisar-Pendientes.
               MOVE ZERO TO WS-Revisados.
               MOVE "N" TO WS-Hubo-Cambios.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-pendiente
                       AND recert-operador NOT = WS-Operador-Actual
                       AND (recert-revisor = SPACE
                       OR recert-revisor = WS-Operador-Actual)
                       PERFORM Decidir-Renglon
                   END-IF
               END-PERFORM.
               IF WS-Revisados = ZERO
                   DISPLAY "No hay cuentas pendientes para usted."
               END-IF.
               IF WS-Hubo-Cambios = "S"
                   PERFORM Reescribir-Operadores
                   PERFORM Reescribir-Recertificacion
               END-IF.

           Decidir-Renglon.
               ADD 1 TO WS-Revisados.
               DISPLAY "Campana " recert-campana "  operador "
                   recert-operador "  nivel " recert-nivel
                   "  ultima firma " recert-ultima-firma
                   "  movimientos " recert-actividad.
               DISPLAY "C = confirmar, R = revocar, ENTER = despues: ".
               MOVE SPACE TO WS-Decision.
               ACCEPT WS-Decision.
               EVALUATE WS-Decision
                   WHEN "C"
                   WHEN "c"
                       MOVE "C" TO recert-decision
                       PERFORM Asentar-Decision
                   WHEN "R"
                   WHEN "r"
                       MOVE recert-operador TO WS-Id-Entrada
                       PERFORM Localizar-Operador
                       IF WS-Oper-Hallado > ZERO
                           PERFORM Revocar-Cuenta
                       ELSE
                           MOVE "R" TO recert-decision
                           PERFORM Asentar-Decision
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           Asentar-Decision.
               MOVE WS-Fecha-Proceso TO recert-fecha-decision.
               MOVE WS-Operador-Actual TO recert-decidido-por.
               MOVE recert-registro
                   TO WS-Recert-Item(WS-Indice-Recert).
               MOVE "S" TO WS-Hubo-Cambios.

      * Igual que en la corrida trimestral: el ultimo supervisor
      * habilitado no se puede revocar.
           Revocar-Cuenta.
               MOVE WS-Operador-Item(WS-Oper-Hallado)
                   TO operador-registro.
               MOVE ZERO TO WS-Supervisores-Activos.
               IF operador-supervisor
                   PERFORM Contar-Supervisores-Activos
               END-IF.
               IF operador-supervisor
                   AND WS-Supervisores-Activos < 2
                   DISPLAY "No se puede revocar al ultimo supervisor "
                       "habilitado."
               ELSE
                   MOVE "D" TO operador-bloqueado
                   MOVE operador-registro
                       TO WS-Operador-Item(WS-Oper-Hallado)
                   MOVE "R" TO recert-decision
                   PERFORM Asentar-Decision
                   DISPLAY "Cuenta " recert-operador
                       " deshabilitada."
               END-IF.

           Contar-Supervisores-Activos.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   IF operador-supervisor
                       AND NOT operador-deshabilitado
                       ADD 1 TO WS-Supervisores-Activos
                   END-IF
               END-PERFORM.
               MOVE WS-Operador-Item(WS-Oper-Hallado)
                   TO operador-registro.

      * El revisor debe ser otro operador de nivel supervisor; los
      * renglones pendientes de la cuenta pasan al nuevo revisor.
           Asignar-Revisor.
               DISPLAY "Operador a asignar: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               DISPLAY "Supervisor revisor (ENTER = cualquiera): ".
               MOVE SPACE TO WS-Revisor-Entrada.
               ACCEPT WS-Revisor-Entrada.
               MOVE ZERO TO WS-Revisor-Hallado.
               IF WS-Revisor-Entrada NOT = SPACE
                   PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                       UNTIL WS-Indice-Oper > WS-Total-Operadores
                       MOVE WS-Operador-Item(WS-Indice-Oper)
                           TO operador-registro
                       IF operador-id = WS-Revisor-Entrada
                           AND operador-supervisor
                           AND NOT operador-deshabilitado
                           MOVE WS-Indice-Oper TO WS-Revisor-Hallado
                       END-IF
                   END-PERFORM
               END-IF.
               PERFORM Localizar-Operador.
               IF WS-Oper-Hallado = ZERO
                   DISPLAY "No existe ese operador."
               ELSE
               IF WS-Revisor-Entrada NOT = SPACE
                   AND WS-Revisor-Hallado = ZERO
                   DISPLAY "El revisor debe ser un supervisor "
                       "habilitado."
               ELSE
               IF WS-Revisor-Entrada = WS-Id-Entrada
                   DISPLAY "Una cuenta no puede revisarse a si misma."
               ELSE
                   MOVE WS-Operador-Item(WS-Oper-Hallado)
                       TO operador-registro
                   MOVE WS-Revisor-Entrada TO operador-revisor
                   MOVE operador-registro
                       TO WS-Operador-Item(WS-Oper-Hallado)
                   PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                       UNTIL WS-Indice-Recert > WS-Total-Recert
                       MOVE WS-Recert-Item(WS-Indice-Recert)
                           TO recert-registro
                       IF recert-operador = WS-Id-Entrada
                           AND recert-pendiente
                           MOVE WS-Revisor-Entrada TO recert-revisor
                           MOVE recert-registro
                               TO WS-Recert-Item(WS-Indice-Recert)
                       END-IF
                   END-PERFORM
                   PERFORM Reescribir-Operadores
                   PERFORM Reescribir-Recertificacion
                   DISPLAY "Revisor asignado."
               END-IF
               END-IF
               END-IF.

      * La reactivacion cuenta como firma del dia para que la
      * siguiente corrida no la vuelva a deshabilitar por falta de
      * uso antes de que el dueno entre.
           Reactivar-Cuenta.
               DISPLAY "Operador a reactivar: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Localizar-Operador.
               IF WS-Oper-Hallado = ZERO
                   DISPLAY "No existe ese operador."
               ELSE
                   MOVE WS-Operador-Item(WS-Oper-Hallado)
                       TO operador-registro
                   IF NOT operador-deshabilitado
                       DISPLAY "La cuenta no esta deshabilitada."
                   ELSE
                   IF WS-Total-Recert NOT < 2000
                       DISPLAY "El expediente de recertificacion "
                           "esta lleno."
                   ELSE
                       MOVE "N" TO operador-bloqueado
                       MOVE ZERO TO operador-intentos
                       MOVE WS-Fecha-Proceso TO operador-ultima-firma
                       MOVE operador-registro
                           TO WS-Operador-Item(WS-Oper-Hallado)
                       MOVE SPACE TO recert-registro
                       MOVE WS-Fecha-Proceso(1:4)
                           TO recert-campana(1:4)
                       MOVE "T" TO recert-campana(5:1)
                       MOVE WS-Fecha-Proceso(5:2) TO WS-Mes-Proceso
                       COMPUTE WS-Trimestre =
                           (WS-Mes-Proceso - 1) / 3 + 1
                       MOVE WS-Trimestre TO recert-campana(6:1)
                       MOVE operador-id TO recert-operador
                       MOVE operador-revisor TO recert-revisor
                       MOVE operador-nivel TO recert-nivel
                       MOVE operador-ultima-firma
                           TO recert-ultima-firma
                       MOVE ZERO TO recert-actividad
                       MOVE WS-Fecha-Proceso TO recert-fecha-apertura
                       MOVE "A" TO recert-decision
                       MOVE WS-Fecha-Proceso TO recert-fecha-decision
                       MOVE WS-Operador-Actual TO recert-decidido-por
                       ADD 1 TO WS-Total-Recert
                       MOVE recert-registro
                           TO WS-Recert-Item(WS-Total-Recert)
                       PERFORM Reescribir-Operadores
                       PERFORM Reescribir-Recertificacion
                       DISPLAY "Cuenta reactivada."
                   END-IF
                   END-IF
               END-IF.

           Consultar-Campana.
               DISPLAY "Campana AAAATn: ".
               MOVE SPACE TO WS-Campana-Entrada.
               ACCEPT WS-Campana-Entrada.
               MOVE ZERO TO WS-Revisados.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-campana = WS-Campana-Entrada
                       ADD 1 TO WS-Revisados
                       PERFORM Nombrar-Decision
                       DISPLAY recert-operador " nivel "
                           recert-nivel " revisor " recert-revisor
                           " " WS-Nombre-Decision " "
                           recert-fecha-decision " por "
                           recert-decidido-por
                   END-IF
               END-PERFORM.
               IF WS-Revisados = ZERO
                   DISPLAY "Sin renglones para esa campana."
               END-IF.

           Nombrar-Decision.
               EVALUATE TRUE
                   WHEN recert-pendiente
                       MOVE "PENDIENTE" TO WS-Nombre-Decision
                   WHEN recert-confirmada
                       MOVE "CONFIRMADA" TO WS-Nombre-Decision
                   WHEN recert-revocada
                       MOVE "REVOCADA" TO WS-Nombre-Decision
                   WHEN recert-vencida
                       MOVE "VENCIDA" TO WS-Nombre-Decision
                   WHEN recert-inactiva
                       MOVE "SIN USO" TO WS-Nombre-Decision
                   WHEN OTHER
                       MOVE "REACTIVADA" TO WS-Nombre-Decision
               END-EVALUATE.

       END PROGRAM Recertificar-operadores.

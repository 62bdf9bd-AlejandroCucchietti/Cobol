      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Decidir-prueba.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "periodos-prueba-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "avisos-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "periodos-prueba-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "avisos-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Periodos-Prueba-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Avisos-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Menu PIC X VALUE "N".
           01 Opcion-Prueba PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Jefe-Entrada PIC X(6).
           01 WS-Decision-Entrada PIC X.
           01 WS-Motivo-Entrada PIC X(40).
           01 WS-Confirma PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X.
           01 WS-Total-Listados PIC 9(4).
           01 WS-Auditoria-Operacion PIC X(13).

           01 WS-Total-Pruebas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Prueba PIC 9(4).
           01 WS-Prueba-Hallada PIC 9(4).
           01 WS-Tabla-Pruebas.
               05 WS-Prueba-Item OCCURS 3000 TIMES PIC X(102).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Decision del jefe sobre el periodo de prueba: confirmar la
      * contratacion o terminar la relacion. Un periodo ya vencido
      * sin decision solo puede terminarlo un supervisor, porque la
      * terminacion ya no se apoya en la prueba.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           OPEN INPUT Empleados-archivo.
           PERFORM Menu-Prueba
           UNTIL Salir-Menu = "S".
           CLOSE Empleados-archivo.
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

           Menu-Prueba.
               DISPLAY "===== Periodos de Prueba =====".
               DISPLAY "1. Periodos pendientes de un jefe".
               DISPLAY "2. Registrar decision (confirmar o terminar)".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Prueba.
               EVALUATE Opcion-Prueba
                   WHEN 1
                       PERFORM Listar-Pendientes
                   WHEN 2
                       PERFORM Registrar-Decision
                   WHEN 3
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * ENTER en el jefe lista todos los pendientes.
           Listar-Pendientes.
               DISPLAY "ID del jefe (ENTER = todos): ".
               MOVE SPACE TO WS-Jefe-Entrada.
               ACCEPT WS-Jefe-Entrada.
               PERFORM Cargar-Pruebas.
               MOVE ZERO TO WS-Total-Listados.
               PERFORM VARYING WS-Indice-Prueba FROM 1 BY 1
                   UNTIL WS-Indice-Prueba > WS-Total-Pruebas
                   MOVE WS-Prueba-Item(WS-Indice-Prueba)
                       TO prueba-registro
                   IF prueba-pendiente OR prueba-vencida
                       PERFORM Leer-Empleado
                       IF WS-Registro-Hallado = "S"
                           AND empleados-activo
                           AND (WS-Jefe-Entrada = SPACE
                               OR empleados-jefe-id = WS-Jefe-Entrada)
                           PERFORM Mostrar-Prueba
                       END-IF
                   END-IF
               END-PERFORM.
               DISPLAY WS-Total-Listados " periodo(s) sin decision.".

           Mostrar-Prueba.
               ADD 1 TO WS-Total-Listados.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE prueba-fecha-fin TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF prueba-vencida
                   DISPLAY prueba-id " " empleados-nombre " "
                       prueba-puesto " VENCIO " WS-Fec-Formateada
               ELSE
                   DISPLAY prueba-id " " empleados-nombre " "
                       prueba-puesto " termina " WS-Fec-Formateada
               END-IF.

           Leer-Empleado.
               MOVE prueba-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.

           Registrar-Decision.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Pruebas.
               PERFORM Buscar-Prueba.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de periodos de prueba excede la "
                       "capacidad de trabajo; no se modifico nada."
               ELSE
               IF WS-Prueba-Hallada = ZERO
                   DISPLAY "Ese empleado no tiene periodo de prueba "
                       "pendiente de decision."
               ELSE
                   MOVE WS-Prueba-Item(WS-Prueba-Hallada)
                       TO prueba-registro
                   PERFORM Leer-Empleado
                   PERFORM Mostrar-Prueba
                   PERFORM Capturar-Decision
               END-IF
               END-IF.

      * Se toma el ultimo periodo sin decision del empleado.
           Buscar-Prueba.
               MOVE ZERO TO WS-Prueba-Hallada.
               PERFORM VARYING WS-Indice-Prueba FROM 1 BY 1
                   UNTIL WS-Indice-Prueba > WS-Total-Pruebas
                   MOVE WS-Prueba-Item(WS-Indice-Prueba)
                       TO prueba-registro
                   IF prueba-id = WS-Id-Entrada
                       AND (prueba-pendiente OR prueba-vencida)
                       MOVE WS-Indice-Prueba TO WS-Prueba-Hallada
                   END-IF
               END-PERFORM.

           Capturar-Decision.
               DISPLAY "Decision (C = confirmar, T = terminar): ".
               MOVE SPACE TO WS-Decision-Entrada.
               ACCEPT WS-Decision-Entrada.
               MOVE FUNCTION UPPER-CASE(WS-Decision-Entrada)
                   TO WS-Decision-Entrada.
               IF WS-Decision-Entrada NOT = "C"
                   AND WS-Decision-Entrada NOT = "T"
                   DISPLAY "Decision no valida; no se registro nada."
               ELSE
               IF WS-Decision-Entrada = "T" AND prueba-vencida
                   AND WS-Nivel-Operador < 3
                   DISPLAY "El periodo ya vencio; la terminacion "
                       "esta restringida a supervisores."
               ELSE
                   DISPLAY "Motivo u observaciones: "
                   MOVE SPACE TO WS-Motivo-Entrada
                   ACCEPT WS-Motivo-Entrada
                   IF WS-Decision-Entrada = "T"
                       AND WS-Motivo-Entrada = SPACE
                       DISPLAY "La terminacion requiere el motivo; no "
                           "se registro nada."
                   ELSE
                       DISPLAY "Confirmar (S/N): "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Guardar-Decision
                       ELSE
                           DISPLAY "No se registro nada."
                       END-IF
                   END-IF
               END-IF
               END-IF.

           Guardar-Decision.
               MOVE WS-Decision-Entrada TO prueba-decision.
               MOVE WS-Fecha-Hoy TO prueba-fecha-decision.
               MOVE WS-Operador-Actual TO prueba-operador.
               MOVE WS-Motivo-Entrada TO prueba-motivo.
               MOVE prueba-registro
                   TO WS-Prueba-Item(WS-Prueba-Hallada).
               PERFORM Reescribir-Pruebas.
               IF WS-Decision-Entrada = "C"
                   MOVE "PRUEBA-CONFIR" TO WS-Auditoria-Operacion
                   DISPLAY "Contratacion confirmada."
               ELSE
                   MOVE "PRUEBA-TERMIN" TO WS-Auditoria-Operacion
                   PERFORM Registrar-Aviso-Terminacion
                   DISPLAY "Terminacion registrada; Recursos Humanos "
                       "debe tramitar la baja."
               END-IF.
               PERFORM Registrar-Auditoria.

           Registrar-Aviso-Terminacion.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Decidir-prueba" TO aviso-programa.
               MOVE "I" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Termino en periodo de prueba del ID "
                   WS-Id-Entrada ": tramitar baja"
                   DELIMITED BY SIZE INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Cargar-Pruebas.
               MOVE ZERO TO WS-Total-Pruebas.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Periodos-prueba-archivo.
               IF WS-Periodos-Prueba-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Periodos-prueba-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Pruebas < 3000
                               ADD 1 TO WS-Total-Pruebas
                               MOVE prueba-registro TO
                                   WS-Prueba-Item(WS-Total-Pruebas)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-prueba-archivo.

           Reescribir-Pruebas.
               OPEN OUTPUT Periodos-prueba-archivo.
               PERFORM VARYING WS-Indice-Prueba FROM 1 BY 1
                   UNTIL WS-Indice-Prueba > WS-Total-Pruebas
                   MOVE WS-Prueba-Item(WS-Indice-Prueba)
                       TO prueba-registro
                   WRITE prueba-registro
               END-PERFORM.
               CLOSE Periodos-prueba-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               MOVE WS-Auditoria-Operacion TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Decidir-prueba.

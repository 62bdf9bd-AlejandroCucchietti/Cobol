      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-licencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "licencias-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "licencias-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Licencias-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Menu PIC X VALUE "N".
           01 Opcion-Licencia PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Inicio-Entrada PIC X(8).
           01 WS-Regreso-Entrada PIC X(8).
           01 WS-Motivo-Entrada PIC X(40).
           01 WS-Confirma PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X.
           01 WS-Total-Listados PIC 9(4).
           01 WS-Auditoria-Operacion PIC X(13).
           01 WS-Situacion PIC X(10).
           01 WS-Inicio-Formateado PIC X(10).

           01 WS-Total-Licencias PIC 9(4) VALUE ZERO.
           01 WS-Indice-Lic PIC 9(4).
           01 WS-Licencia-Hallada PIC 9(4).
           01 WS-Tabla-Licencias.
               05 WS-Licencia-Item OCCURS 3000 TIMES PIC X(96).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Licencias sin goce de sueldo autorizadas: el empleado sigue
      * activo en el maestro, pero mientras dure la licencia no
      * entra a la nomina, no acumula vacaciones ni antiguedad y se
      * presenta la baja ante el IMSS. Dar de alta, prorrogar o
      * cancelar una licencia esta restringido a supervisores; el
      * regreso lo registra cualquier operador.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           OPEN INPUT Empleados-archivo.
           PERFORM Menu-Licencias
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

           Menu-Licencias.
               DISPLAY "===== Licencias sin Goce de Sueldo =====".
               DISPLAY "1. Licencias vigentes".
               DISPLAY "2. Registrar licencia".
               DISPLAY "3. Registrar regreso".
               DISPLAY "4. Prorrogar regreso previsto".
               DISPLAY "5. Cancelar licencia no iniciada".
               DISPLAY "6. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Licencia.
               EVALUATE Opcion-Licencia
                   WHEN 1
                       PERFORM Listar-Vigentes
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Opcion restringida a supervisores."
                       ELSE
                           PERFORM Registrar-Licencia
                       END-IF
                   WHEN 3
                       PERFORM Registrar-Regreso
                   WHEN 4
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Opcion restringida a supervisores."
                       ELSE
                           PERFORM Prorrogar-Licencia
                       END-IF
                   WHEN 5
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Opcion restringida a supervisores."
                       ELSE
                           PERFORM Cancelar-Licencia
                       END-IF
                   WHEN 6
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Vigentes.
               PERFORM Cargar-Licencias.
               MOVE ZERO TO WS-Total-Listados.
               PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
                   UNTIL WS-Indice-Lic > WS-Total-Licencias
                   MOVE WS-Licencia-Item(WS-Indice-Lic)
                       TO licencia-registro
                   IF licencia-vigente
                       PERFORM Leer-Empleado
                       PERFORM Mostrar-Licencia
                   END-IF
               END-PERFORM.
               DISPLAY WS-Total-Listados " licencia(s) vigente(s).".

      * PROGRAMADA: aun no empieza; VENCIDA: ya paso el regreso
      * previsto y no se ha registrado el regreso.
           Mostrar-Licencia.
               ADD 1 TO WS-Total-Listados.
               MOVE SPACE TO WS-Situacion.
               IF licencia-inicio > WS-Fecha-Hoy
                   MOVE "PROGRAMADA" TO WS-Situacion
               END-IF.
               IF licencia-regreso-previsto < WS-Fecha-Hoy
                   MOVE "VENCIDA" TO WS-Situacion
               END-IF.
               IF WS-Registro-Hallado = "N"
                   MOVE "(sin registro en el maestro)"
                       TO empleados-nombre
               END-IF.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE licencia-inicio TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-Inicio-Formateado.
               MOVE licencia-regreso-previsto TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               DISPLAY licencia-id " " empleados-nombre " del "
                   WS-Inicio-Formateado " al " WS-Fec-Formateada
                   " " WS-Situacion.
               DISPLAY "       " licencia-motivo.

           Leer-Empleado.
               MOVE licencia-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.

      * Solo un empleado activo puede salir de licencia, y no puede
      * tener otra licencia vigente al mismo tiempo. La fecha de
      * regreso previsto es el primer dia en que vuelve a trabajar.
           Registrar-Licencia.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               MOVE WS-Id-Entrada TO licencia-id.
               PERFORM Leer-Empleado.
               PERFORM Cargar-Licencias.
               PERFORM Buscar-Vigente.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de licencias excede la "
                       "capacidad de trabajo; no se modifico nada."
               ELSE
               IF WS-Registro-Hallado = "N" OR WS-Id-Entrada = "000000"
                   DISPLAY "Ese ID no existe en el maestro."
               ELSE
               IF NOT empleados-activo
                   DISPLAY "El empleado no esta activo."
               ELSE
               IF WS-Licencia-Hallada NOT = ZERO
                   DISPLAY "El empleado ya tiene una licencia vigente; "
                       "use la prorroga."
               ELSE
                   DISPLAY empleados-nombre " " empleados-apellidos
                   PERFORM Capturar-Licencia
               END-IF
               END-IF
               END-IF
               END-IF.

           Capturar-Licencia.
               DISPLAY "Fecha de inicio (AAAAMMDD): ".
               MOVE SPACE TO WS-Inicio-Entrada.
               ACCEPT WS-Inicio-Entrada.
               DISPLAY "Fecha prevista de regreso (AAAAMMDD): ".
               MOVE SPACE TO WS-Regreso-Entrada.
               ACCEPT WS-Regreso-Entrada.
               MOVE WS-Inicio-Entrada TO WS-Fec-Fecha-1.
               PERFORM Validar-Fecha.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Regreso-Entrada TO WS-Fec-Fecha-1
                   PERFORM Validar-Fecha
               END-IF.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Fecha no valida; no se registro nada."
               ELSE
               IF WS-Regreso-Entrada NOT > WS-Inicio-Entrada
                   DISPLAY "El regreso debe ser posterior al inicio; "
                       "no se registro nada."
               ELSE
                   DISPLAY "Motivo de la licencia: "
                   MOVE SPACE TO WS-Motivo-Entrada
                   ACCEPT WS-Motivo-Entrada
                   IF WS-Motivo-Entrada = SPACE
                       DISPLAY "La licencia requiere el motivo; no se "
                           "registro nada."
                   ELSE
                       DISPLAY "Confirmar (S/N): "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Guardar-Licencia
                       ELSE
                           DISPLAY "No se registro nada."
                       END-IF
                   END-IF
               END-IF
               END-IF.

           Guardar-Licencia.
               MOVE SPACE TO licencia-registro.
               MOVE WS-Id-Entrada TO licencia-id.
               MOVE WS-Inicio-Entrada TO licencia-inicio.
               MOVE WS-Regreso-Entrada TO licencia-regreso-previsto.
               MOVE WS-Motivo-Entrada TO licencia-motivo.
               MOVE "V" TO licencia-estado.
               MOVE WS-Operador-Actual TO licencia-autorizo.
               MOVE WS-Fecha-Hoy TO licencia-fecha-captura.
               OPEN EXTEND Licencias-archivo.
               IF WS-Licencias-Status = "35"
                   OPEN OUTPUT Licencias-archivo
               END-IF.
               WRITE licencia-registro.
               CLOSE Licencias-archivo.
               MOVE "LICENCIA-ALTA" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Licencia registrada.".

      * El regreso real es el primer dia trabajado; ENTER toma hoy.
           Registrar-Regreso.
               PERFORM Pedir-Licencia-Vigente.
               IF WS-Licencia-Hallada NOT = ZERO
                   DISPLAY "Fecha de regreso (AAAAMMDD, ENTER = hoy): "
                   MOVE SPACE TO WS-Regreso-Entrada
                   ACCEPT WS-Regreso-Entrada
                   IF WS-Regreso-Entrada = SPACE
                       MOVE WS-Fecha-Hoy TO WS-Regreso-Entrada
                   END-IF
                   MOVE WS-Regreso-Entrada TO WS-Fec-Fecha-1
                   PERFORM Validar-Fecha
                   IF WS-Fec-Valida NOT = "S"
                       DISPLAY "Fecha no valida; no se registro nada."
                   ELSE
                   IF WS-Regreso-Entrada NOT > licencia-inicio
                       DISPLAY "El regreso debe ser posterior al "
                           "inicio; si no llego a salir, cancele la "
                           "licencia."
                   ELSE
                       MOVE WS-Regreso-Entrada
                           TO licencia-regreso-real
                       MOVE "C" TO licencia-estado
                       MOVE WS-Fecha-Hoy TO licencia-fecha-cierre
                       MOVE "LICENCIA-REGR" TO WS-Auditoria-Operacion
                       PERFORM Guardar-Cambio
                       DISPLAY "Regreso registrado; el reingreso se "
                           "presenta en el extracto IMSS del dia."
                   END-IF
                   END-IF
               END-IF.

      * La prorroga vuelve a habilitar el aviso de regreso vencido.
           Prorrogar-Licencia.
               PERFORM Pedir-Licencia-Vigente.
               IF WS-Licencia-Hallada NOT = ZERO
                   DISPLAY "Nueva fecha prevista de regreso "
                       "(AAAAMMDD): "
                   MOVE SPACE TO WS-Regreso-Entrada
                   ACCEPT WS-Regreso-Entrada
                   MOVE WS-Regreso-Entrada TO WS-Fec-Fecha-1
                   PERFORM Validar-Fecha
                   IF WS-Fec-Valida NOT = "S"
                       DISPLAY "Fecha no valida; no se registro nada."
                   ELSE
                   IF WS-Regreso-Entrada
                       NOT > licencia-regreso-previsto
                       DISPLAY "La prorroga debe ser posterior al "
                           "regreso previsto actual."
                   ELSE
                       MOVE WS-Regreso-Entrada
                           TO licencia-regreso-previsto
                       MOVE SPACE TO licencia-aviso-regreso
                       MOVE "LICENCIA-PROR" TO WS-Auditoria-Operacion
                       PERFORM Guardar-Cambio
                       DISPLAY "Regreso previsto prorrogado."
                   END-IF
                   END-IF
               END-IF.

      * Solo se cancela una licencia que aun no empieza; una vez
      * iniciada se cierra con el regreso.
           Cancelar-Licencia.
               PERFORM Pedir-Licencia-Vigente.
               IF WS-Licencia-Hallada NOT = ZERO
                   IF licencia-inicio NOT > WS-Fecha-Hoy
                       DISPLAY "La licencia ya inicio; registre el "
                           "regreso en lugar de cancelarla."
                   ELSE
                       DISPLAY "Confirmar cancelacion (S/N): "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           MOVE "X" TO licencia-estado
                           MOVE WS-Fecha-Hoy TO licencia-fecha-cierre
                           MOVE "LICENCIA-CANC"
                               TO WS-Auditoria-Operacion
                           PERFORM Guardar-Cambio
                           DISPLAY "Licencia cancelada."
                       ELSE
                           DISPLAY "No se registro nada."
                       END-IF
                   END-IF
               END-IF.

           Pedir-Licencia-Vigente.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Licencias.
               PERFORM Buscar-Vigente.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de licencias excede la "
                       "capacidad de trabajo; no se modifico nada."
                   MOVE ZERO TO WS-Licencia-Hallada
               ELSE
               IF WS-Licencia-Hallada = ZERO
                   DISPLAY "Ese empleado no tiene licencia vigente."
               ELSE
                   MOVE WS-Licencia-Item(WS-Licencia-Hallada)
                       TO licencia-registro
                   PERFORM Leer-Empleado
                   PERFORM Mostrar-Licencia
               END-IF
               END-IF.

           Buscar-Vigente.
               MOVE ZERO TO WS-Licencia-Hallada.
               PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
                   UNTIL WS-Indice-Lic > WS-Total-Licencias
                   MOVE WS-Licencia-Item(WS-Indice-Lic)
                       TO licencia-registro
                   IF licencia-id = WS-Id-Entrada
                       AND licencia-vigente
                       MOVE WS-Indice-Lic TO WS-Licencia-Hallada
                   END-IF
               END-PERFORM.

           Validar-Fecha.
               MOVE "V" TO WS-Fec-Funcion.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.

           Guardar-Cambio.
               MOVE licencia-registro
                   TO WS-Licencia-Item(WS-Licencia-Hallada).
               PERFORM Reescribir-Licencias.
               PERFORM Registrar-Auditoria.

           Cargar-Licencias.
               MOVE ZERO TO WS-Total-Licencias.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Licencias-archivo.
               IF WS-Licencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Licencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Licencias < 3000
                               ADD 1 TO WS-Total-Licencias
                               MOVE licencia-registro TO
                                   WS-Licencia-Item(WS-Total-Licencias)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Licencias-archivo.

           Reescribir-Licencias.
               OPEN OUTPUT Licencias-archivo.
               PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
                   UNTIL WS-Indice-Lic > WS-Total-Licencias
                   MOVE WS-Licencia-Item(WS-Indice-Lic)
                       TO licencia-registro
                   WRITE licencia-registro
               END-PERFORM.
               CLOSE Licencias-archivo.

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

       END PROGRAM Mantener-licencias.

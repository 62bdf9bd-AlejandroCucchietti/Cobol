      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Autorizar-horas-extra.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "horas-extra-aut-fisico.cbl".
       COPY "horas-extra-pend-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "horas-extra-aut-logico.cbl".
       COPY "horas-extra-pend-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Horas-Extra-Aut-Status PIC XX.
           01 WS-Horas-Extra-Pend-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".
           01 Fin-del-Archivo PIC X.
           01 WS-Decision PIC X.

           01 WS-Id-Entrada PIC X(6).
           01 WS-Fecha-Entrada PIC X(8).
           01 WS-Horas-Entrada PIC X(6).
           01 WS-Horas-Valor PIC 99V99.
           01 WS-Registro-Hallado PIC X.
           01 WS-Aut-Hallada PIC X.
           01 WS-Total-Listados PIC 9(4).
           01 WS-Horas-Edicion PIC Z9.99.
           01 WS-Horas-Pend-Edicion PIC ZZ9.99.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Total-Aut PIC 9(4) VALUE ZERO.
           01 WS-Indice-Aut PIC 9(4).
           01 WS-Tabla-Autorizaciones.
               05 WS-Aut-Item OCCURS 3000 TIMES PIC X(34).

           01 WS-Total-Pend PIC 9(4) VALUE ZERO.
           01 WS-Indice-Pend PIC 9(4).
           01 WS-Tabla-Pendientes.
               05 WS-Pend-Item OCCURS 3000 TIMES PIC X(42).
           01 WS-Total-En-Espera PIC 9(4) VALUE ZERO.
           01 WS-Total-Aprobadas PIC 9(4) VALUE ZERO.
           01 WS-Total-Rechazadas PIC 9(4) VALUE ZERO.

      * Tiempo extra autorizado por supervisor. La nomina solo
      * paga las horas extra de un dia hasta el maximo autorizado
      * aqui; lo trabajado de mas queda en la cola de revision y,
      * si se aprueba tarde, se paga en la siguiente nomina.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "La autorizacion de tiempo extra esta "
                   "restringida a supervisores."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               OPEN INPUT Empleados-archivo
               PERFORM Verificar-Estado-Archivo
               PERFORM Menu-Horas-Extra
               UNTIL Salir-Menu = "S"
               CLOSE Empleados-archivo
               PERFORM Verificar-Estado-Archivo
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

           Menu-Horas-Extra.
               DISPLAY "===== Autorizacion de Tiempo Extra =====".
               DISPLAY "1. Autorizar horas extra de un dia".
               DISPLAY "2. Listar autorizaciones de un empleado".
               DISPLAY "3. Revisar horas extra no autorizadas".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Capturar-Autorizacion
                   WHEN 2
                       PERFORM Listar-Autorizaciones
                   WHEN 3
                       PERFORM Revisar-Cola
                   WHEN 4
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Una autorizacion por empleado y dia: capturar otra vez el
      * mismo dia reemplaza el maximo; cero horas la cancela.
           Capturar-Autorizacion.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Validar-Empleado.
               IF WS-Registro-Hallado = "S"
                   DISPLAY "Fecha del tiempo extra (AAAAMMDD): "
                   MOVE SPACE TO WS-Fecha-Entrada
                   ACCEPT WS-Fecha-Entrada
                   MOVE "V" TO WS-Fec-Funcion
                   MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1
                   MOVE SPACE TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   IF WS-Fec-Valida NOT = "S"
                       DISPLAY "Fecha no valida; captura cancelada."
                   ELSE
                       DISPLAY "Maximo de horas extra autorizadas "
                           "(0 cancela): "
                       MOVE SPACE TO WS-Horas-Entrada
                       ACCEPT WS-Horas-Entrada
                       MOVE FUNCTION NUMVAL(WS-Horas-Entrada)
                           TO WS-Horas-Valor
                       IF WS-Horas-Valor > 24
                           DISPLAY "Error: no se pueden autorizar mas "
                               "de 24 horas en un dia."
                       ELSE
                           PERFORM Registrar-Autorizacion
                       END-IF
                   END-IF
               END-IF.

           Validar-Empleado.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       DISPLAY "No existe ningun empleado con ese ID."
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S"
                   AND NOT empleados-activo
                   DISPLAY "El empleado no esta activo."
                   MOVE "N" TO WS-Registro-Hallado
               END-IF.

           Registrar-Autorizacion.
               PERFORM Cargar-Autorizaciones.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de autorizaciones excede la "
                       "capacidad de trabajo; depurelo. No se "
                       "modifico nada."
               ELSE
                   MOVE "N" TO WS-Aut-Hallada
                   PERFORM VARYING WS-Indice-Aut FROM 1 BY 1
                       UNTIL WS-Indice-Aut > WS-Total-Aut
                       OR WS-Aut-Hallada = "S"
                       MOVE WS-Aut-Item(WS-Indice-Aut)
                           TO hxaut-registro
                       IF hxaut-id = WS-Id-Entrada
                           AND hxaut-fecha = WS-Fecha-Entrada
                           MOVE "S" TO WS-Aut-Hallada
                           SUBTRACT 1 FROM WS-Indice-Aut
                       END-IF
                   END-PERFORM
                   IF WS-Aut-Hallada = "N"
                       IF WS-Horas-Valor = ZERO
                           DISPLAY "No habia autorizacion para ese "
                               "dia."
                       ELSE
                       IF WS-Total-Aut NOT < 3000
                           DISPLAY "El archivo de autorizaciones "
                               "esta lleno."
                       ELSE
                           ADD 1 TO WS-Total-Aut
                           MOVE WS-Total-Aut TO WS-Indice-Aut
                           PERFORM Guardar-Autorizacion
                       END-IF
                       END-IF
                   ELSE
                       IF WS-Horas-Valor = ZERO
                           MOVE SPACE TO WS-Aut-Item(WS-Indice-Aut)
                           PERFORM Reescribir-Autorizaciones
                           MOVE "BAJA-AUT-HEX" TO auditoria-operacion
                           PERFORM Registrar-Auditoria
                           DISPLAY "Autorizacion cancelada."
                       ELSE
                           PERFORM Guardar-Autorizacion
                       END-IF
                   END-IF
               END-IF.

           Guardar-Autorizacion.
               MOVE WS-Id-Entrada TO hxaut-id.
               MOVE WS-Fecha-Entrada TO hxaut-fecha.
               MOVE WS-Horas-Valor TO hxaut-horas-max.
               MOVE WS-Operador-Actual TO hxaut-operador.
               ACCEPT hxaut-fecha-captura FROM DATE YYYYMMDD.
               MOVE hxaut-registro TO WS-Aut-Item(WS-Indice-Aut).
               PERFORM Reescribir-Autorizaciones.
               MOVE "AUTORIZA-HEX" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               MOVE WS-Horas-Valor TO WS-Horas-Edicion.
               DISPLAY "Autorizadas hasta " WS-Horas-Edicion
                   " horas extra el " WS-Fecha-Entrada ".".

           Listar-Autorizaciones.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               MOVE ZERO TO WS-Total-Listados.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Horas-extra-aut-archivo.
               IF WS-Horas-Extra-Aut-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Horas-extra-aut-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF hxaut-id = WS-Id-Entrada
                               ADD 1 TO WS-Total-Listados
                               MOVE hxaut-horas-max
                                   TO WS-Horas-Edicion
                               DISPLAY hxaut-fecha " hasta "
                                   WS-Horas-Edicion " horas  por "
                                   hxaut-operador " el "
                                   hxaut-fecha-captura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-aut-archivo.
               DISPLAY WS-Total-Listados " autorizacion(es).".

           Cargar-Autorizaciones.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE ZERO TO WS-Total-Aut.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Horas-extra-aut-archivo.
               IF WS-Horas-Extra-Aut-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Horas-extra-aut-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Aut < 3000
                               ADD 1 TO WS-Total-Aut
                               MOVE hxaut-registro
                                   TO WS-Aut-Item(WS-Total-Aut)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-aut-archivo.

           Reescribir-Autorizaciones.
               OPEN OUTPUT Horas-extra-aut-archivo.
               PERFORM VARYING WS-Indice-Aut FROM 1 BY 1
                   UNTIL WS-Indice-Aut > WS-Total-Aut
                   IF WS-Aut-Item(WS-Indice-Aut) NOT = SPACE
                       MOVE WS-Aut-Item(WS-Indice-Aut)
                           TO hxaut-registro
                       WRITE hxaut-registro
                   END-IF
               END-PERFORM.
               CLOSE Horas-extra-aut-archivo.

      * Cola de horas no autorizadas que dejo la nomina. Aprobar
      * las deja listas para la siguiente nomina del empleado;
      * rechazar las saca de la cola sin pago.
           Revisar-Cola.
               PERFORM Cargar-Pendientes.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "La cola de horas extra excede la "
                       "capacidad de trabajo; depurela antes de "
                       "revisar. No se modifico nada."
               ELSE
               IF WS-Total-En-Espera = ZERO
                   DISPLAY "No hay horas extra sin autorizar en "
                       "espera."
               ELSE
                   MOVE ZERO TO WS-Total-Aprobadas
                   MOVE ZERO TO WS-Total-Rechazadas
                   PERFORM VARYING WS-Indice-Pend FROM 1 BY 1
                       UNTIL WS-Indice-Pend > WS-Total-Pend
                       MOVE WS-Pend-Item(WS-Indice-Pend)
                           TO hxpen-registro
                       IF hxpen-en-espera
                           PERFORM Revisar-Pendiente-Actual
                           MOVE hxpen-registro
                               TO WS-Pend-Item(WS-Indice-Pend)
                       END-IF
                   END-PERFORM
                   PERFORM Reescribir-Pendientes
                   DISPLAY "Dias aprobados: " WS-Total-Aprobadas
                   DISPLAY "Dias rechazados: " WS-Total-Rechazadas
               END-IF
               END-IF.

           Revisar-Pendiente-Actual.
               DISPLAY "----------------------------------------".
               MOVE hxpen-horas TO WS-Horas-Pend-Edicion.
               DISPLAY "ID " hxpen-id " trabajo " WS-Horas-Pend-Edicion
                   " horas extra sin autorizar el " hxpen-fecha.
               DISPLAY "Detectadas en la nomina " hxpen-periodo ".".
               DISPLAY "Aprobar, Rechazar u Omitir (A/R/O)? ".
               MOVE SPACE TO WS-Decision.
               ACCEPT WS-Decision.
               EVALUATE WS-Decision
                   WHEN "A"
                   WHEN "a"
                       MOVE "A" TO hxpen-estado
                       MOVE WS-Operador-Actual TO hxpen-revisor
                       ADD 1 TO WS-Total-Aprobadas
                       MOVE hxpen-id TO auditoria-id
                       MOVE "APRUEBA-HEX" TO auditoria-operacion
                       PERFORM Registrar-Auditoria-Id
                       DISPLAY "Aprobadas; se pagan en la siguiente "
                           "nomina."
                   WHEN "R"
                   WHEN "r"
                       MOVE "R" TO hxpen-estado
                       MOVE WS-Operador-Actual TO hxpen-revisor
                       ADD 1 TO WS-Total-Rechazadas
                       MOVE hxpen-id TO auditoria-id
                       MOVE "RECHAZA-HEX" TO auditoria-operacion
                       PERFORM Registrar-Auditoria-Id
                       DISPLAY "Rechazadas; no se pagan."
                   WHEN OTHER
                       DISPLAY "Omitidas por ahora."
               END-EVALUATE.

           Cargar-Pendientes.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE ZERO TO WS-Total-Pend.
               MOVE ZERO TO WS-Total-En-Espera.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Horas-extra-pend-archivo.
               IF WS-Horas-Extra-Pend-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Horas-extra-pend-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Pend < 3000
                               ADD 1 TO WS-Total-Pend
                               MOVE hxpen-registro
                                   TO WS-Pend-Item(WS-Total-Pend)
                               IF hxpen-en-espera
                                   ADD 1 TO WS-Total-En-Espera
                               END-IF
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-pend-archivo.

           Reescribir-Pendientes.
               OPEN OUTPUT Horas-extra-pend-archivo.
               PERFORM VARYING WS-Indice-Pend FROM 1 BY 1
                   UNTIL WS-Indice-Pend > WS-Total-Pend
                   MOVE WS-Pend-Item(WS-Indice-Pend) TO hxpen-registro
                   WRITE hxpen-registro
               END-PERFORM.
               CLOSE Horas-extra-pend-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               PERFORM Registrar-Auditoria-Id.

           Registrar-Auditoria-Id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Autorizar-horas-extra.

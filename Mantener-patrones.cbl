      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-patrones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "patrones-fisico.cbl".
       COPY "empleados-patron-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT Asignaciones-tmp-archivo
       ASSIGN TO "empleados-patron.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Asignaciones-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "patrones-logico.cbl".
       COPY "empleados-patron-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Asignaciones-tmp-archivo.

       01  asignacion-tmp-registro PIC X(9).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Patrones-Status PIC XX.
           01 WS-Empleados-Patron-Status PIC XX.
           01 WS-Asignaciones-Tmp-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Patrones PIC 9.
           01 WS-Fin-Patrones PIC X.
           01 WS-Fin-Asignaciones PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Empresa-Encabezado PIC X(30).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Clave-Entrada PIC X(3).
           01 WS-Texto-Entrada PIC X(30).
           01 WS-Confirma PIC X.
           01 WS-Auditoria-Id PIC X(6).
           01 WS-Auditoria-Operacion PIC X(13).
           01 WS-Total-Asignados PIC 9(6).

           01 WS-Total-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-Pat PIC 99.
           01 WS-Patron-Hallado PIC 99.
           01 WS-Tabla-Patrones.
               05 WS-Patron-Item OCCURS 50 TIMES PIC X(149).

      * Catalogo de patrones (razones sociales con su registro
      * patronal) y asignacion de cada empleado a su patron. El
      * patron principal es la empresa del encabezado del maestro;
      * sus datos fiscales se capturan en Mantener-empresa. Quien
      * no tiene asignacion pertenece al principal.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "El catalogo de patrones esta restringido a "
                   "supervisores."
           ELSE
               PERFORM Cargar-Patrones
               IF WS-Total-Patrones = ZERO
                   PERFORM Sembrar-Principal
               END-IF
               PERFORM Mantener-Patrones
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

      * La primera vez el catalogo nace con la empresa del
      * encabezado como patron principal 001.
           Sembrar-Principal.
               MOVE SPACE TO WS-Empresa-Encabezado.
               OPEN INPUT Empleados-archivo.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa-Encabezado
               END-READ.
               CLOSE Empleados-archivo.
               MOVE SPACE TO patron-registro.
               MOVE "001" TO patron-clave.
               MOVE WS-Empresa-Encabezado TO patron-razon-social.
               MOVE "S" TO patron-principal.
               MOVE 1 TO WS-Total-Patrones.
               MOVE patron-registro TO WS-Patron-Item(1).
               PERFORM Reescribir-Patrones.

           Mantener-Patrones.
               DISPLAY "===== Patrones (Razones Sociales) =====".
               DISPLAY "1. Listar patrones".
               DISPLAY "2. Alta o cambio de un patron".
               DISPLAY "3. Asignar patron a un empleado".
               DISPLAY "4. Contar empleados por patron".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Patrones.
               EVALUATE Opcion-Patrones
                   WHEN 1
                       PERFORM Listar-Patrones
                   WHEN 2
                       PERFORM Capturar-Patron
                   WHEN 3
                       PERFORM Asignar-Patron
                   WHEN 4
                       PERFORM Contar-Asignados
                   WHEN 5
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Patrones.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   MOVE WS-Patron-Item(WS-Indice-Pat)
                       TO patron-registro
                   IF patron-es-principal
                       DISPLAY patron-clave " " patron-razon-social
                           " (principal; datos fiscales en el "
                           "encabezado)"
                   ELSE
                       DISPLAY patron-clave " " patron-razon-social
                           " RFC " patron-rfc
                           " REG.PAT. " patron-registro-patronal
                           " EDO " patron-estado
                   END-IF
               END-PERFORM.

      * ENTER conserva el valor actual de cada campo. Del principal
      * solo se capturan razon social y domicilio.
           Capturar-Patron.
               DISPLAY "Clave del patron (3 caracteres): ".
               MOVE SPACE TO WS-Clave-Entrada.
               ACCEPT WS-Clave-Entrada.
               IF WS-Clave-Entrada = SPACE
                   DISPLAY "Clave no valida."
               ELSE
                   PERFORM Buscar-Patron
                   IF WS-Patron-Hallado = ZERO
                       AND WS-Total-Patrones NOT < 50
                       DISPLAY "El catalogo de patrones esta lleno."
                   ELSE
                       PERFORM Capturar-Campos-Patron
                   END-IF
               END-IF.

           Buscar-Patron.
               MOVE ZERO TO WS-Patron-Hallado.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   MOVE WS-Patron-Item(WS-Indice-Pat)
                       TO patron-registro
                   IF patron-clave = WS-Clave-Entrada
                       MOVE WS-Indice-Pat TO WS-Patron-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Patron-Hallado > ZERO
                   MOVE WS-Patron-Item(WS-Patron-Hallado)
                       TO patron-registro
               ELSE
                   MOVE SPACE TO patron-registro
                   MOVE WS-Clave-Entrada TO patron-clave
                   MOVE "N" TO patron-principal
               END-IF.

           Capturar-Campos-Patron.
               DISPLAY "Razon social actual: " patron-razon-social.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-razon-social
               END-IF.
               IF NOT patron-es-principal
                   DISPLAY "RFC actual: " patron-rfc
                   PERFORM Aceptar-Texto
                   IF WS-Texto-Entrada NOT = SPACE
                       MOVE WS-Texto-Entrada TO patron-rfc
                   END-IF
                   DISPLAY "Registro patronal actual: "
                       patron-registro-patronal
                   PERFORM Aceptar-Texto
                   IF WS-Texto-Entrada NOT = SPACE
                       MOVE WS-Texto-Entrada TO patron-registro-patronal
                   END-IF
                   DISPLAY "Regimen fiscal actual: "
                       patron-regimen-fiscal
                   PERFORM Aceptar-Texto
                   IF WS-Texto-Entrada NOT = SPACE
                       MOVE WS-Texto-Entrada TO patron-regimen-fiscal
                   END-IF
               END-IF.
               DISPLAY "Calle actual: " patron-calle.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-calle
               END-IF.
               DISPLAY "Numero actual: " patron-numero.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-numero
               END-IF.
               DISPLAY "Colonia actual: " patron-colonia.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-colonia
               END-IF.
               DISPLAY "Ciudad actual: " patron-ciudad.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-ciudad
               END-IF.
               DISPLAY "Estado actual (clave de 3 letras): "
                   patron-estado.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO patron-estado
               END-IF.
               IF NOT patron-es-principal
                   DISPLAY "C.P. fiscal actual: " patron-cp
                   PERFORM Aceptar-Texto
                   IF WS-Texto-Entrada NOT = SPACE
                       MOVE WS-Texto-Entrada TO patron-cp
                   END-IF
               END-IF.
               IF (patron-regimen-fiscal NOT = SPACE
                   AND patron-regimen-fiscal NOT NUMERIC)
                   OR (patron-cp NOT = SPACE
                       AND patron-cp NOT NUMERIC)
                   DISPLAY "Regimen y C.P. deben ser numericos; "
                       "captura cancelada."
               ELSE
                   DISPLAY "Confirma los cambios (S/N)? "
                   MOVE SPACE TO WS-Confirma
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Guardar-Patron
                   ELSE
                       DISPLAY "Sin cambios."
                   END-IF
               END-IF.

           Aceptar-Texto.
               DISPLAY "Nuevo valor (ENTER conserva): ".
               MOVE SPACE TO WS-Texto-Entrada.
               ACCEPT WS-Texto-Entrada.

           Guardar-Patron.
               IF WS-Patron-Hallado = ZERO
                   ADD 1 TO WS-Total-Patrones
                   MOVE WS-Total-Patrones TO WS-Patron-Hallado
               END-IF.
               MOVE patron-registro
                   TO WS-Patron-Item(WS-Patron-Hallado).
               PERFORM Reescribir-Patrones.
               MOVE "000000" TO WS-Auditoria-Id.
               MOVE "CAMBIO-PATRON" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Patron " WS-Clave-Entrada " guardado.".

      * La asignacion se reescribe al paso: se copian los renglones
      * de los demas empleados y se agrega el del empleado.
           Asignar-Patron.
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
               IF WS-Registro-Hallado = "N" OR WS-Id-Entrada = "000000"
                   DISPLAY "No existe ningun empleado con ese ID."
               ELSE
                   DISPLAY "Clave del patron: "
                   MOVE SPACE TO WS-Clave-Entrada
                   ACCEPT WS-Clave-Entrada
                   PERFORM Buscar-Patron
                   IF WS-Patron-Hallado = ZERO
                       DISPLAY "Patron no registrado; captura "
                           "cancelada."
                   ELSE
                       PERFORM Registrar-Asignacion
                   END-IF
               END-IF.

           Registrar-Asignacion.
               OPEN OUTPUT Asignaciones-tmp-archivo.
               MOVE "1" TO WS-Fin-Asignaciones.
               OPEN INPUT Empleados-patron-archivo.
               IF WS-Empleados-Patron-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Asignaciones
               END-IF.
               PERFORM UNTIL WS-Fin-Asignaciones = "0"
                   READ Empleados-patron-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Asignaciones
                       NOT AT END
                           IF epatron-id NOT = WS-Id-Entrada
                               MOVE epatron-registro
                                   TO asignacion-tmp-registro
                               WRITE asignacion-tmp-registro
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-patron-archivo.
               MOVE WS-Id-Entrada TO epatron-id.
               MOVE WS-Clave-Entrada TO epatron-clave.
               MOVE epatron-registro TO asignacion-tmp-registro.
               WRITE asignacion-tmp-registro.
               CLOSE Asignaciones-tmp-archivo.
               OPEN INPUT Asignaciones-tmp-archivo.
               OPEN OUTPUT Empleados-patron-archivo.
               MOVE "1" TO WS-Fin-Asignaciones.
               PERFORM UNTIL WS-Fin-Asignaciones = "0"
                   READ Asignaciones-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Asignaciones
                       NOT AT END
                           MOVE asignacion-tmp-registro
                               TO epatron-registro
                           WRITE epatron-registro
                   END-READ
               END-PERFORM.
               CLOSE Asignaciones-tmp-archivo.
               CLOSE Empleados-patron-archivo.
               MOVE WS-Id-Entrada TO WS-Auditoria-Id.
               MOVE "CAMBIO-PATRON" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "El ID " WS-Id-Entrada " pertenece ahora al "
                   "patron " WS-Clave-Entrada ".".

      * Los empleados sin asignacion cuentan para el principal; aqui
      * solo se cuentan los asignados expresamente.
           Contar-Asignados.
               DISPLAY "Clave del patron: ".
               MOVE SPACE TO WS-Clave-Entrada.
               ACCEPT WS-Clave-Entrada.
               MOVE ZERO TO WS-Total-Asignados.
               MOVE "1" TO WS-Fin-Asignaciones.
               OPEN INPUT Empleados-patron-archivo.
               IF WS-Empleados-Patron-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Asignaciones
               END-IF.
               PERFORM UNTIL WS-Fin-Asignaciones = "0"
                   READ Empleados-patron-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Asignaciones
                       NOT AT END
                           IF epatron-clave = WS-Clave-Entrada
                               ADD 1 TO WS-Total-Asignados
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-patron-archivo.
               DISPLAY "Empleados asignados al patron "
                   WS-Clave-Entrada ": " WS-Total-Asignados.

           Cargar-Patrones.
               MOVE ZERO TO WS-Total-Patrones.
               MOVE "1" TO WS-Fin-Patrones.
               OPEN INPUT Patrones-archivo.
               IF WS-Patrones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Patrones
               END-IF.
               PERFORM UNTIL WS-Fin-Patrones = "0"
                   READ Patrones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Patrones
                       NOT AT END
                           IF WS-Total-Patrones < 50
                               ADD 1 TO WS-Total-Patrones
                               MOVE patron-registro TO
                                   WS-Patron-Item(WS-Total-Patrones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Patrones-archivo.

           Reescribir-Patrones.
               OPEN OUTPUT Patrones-archivo.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   MOVE WS-Patron-Item(WS-Indice-Pat)
                       TO patron-registro
                   WRITE patron-registro
               END-PERFORM.
               CLOSE Patrones-archivo.

           Registrar-Auditoria.
               MOVE WS-Auditoria-Id TO auditoria-id.
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

       END PROGRAM Mantener-patrones.

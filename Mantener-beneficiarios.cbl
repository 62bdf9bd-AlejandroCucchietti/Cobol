      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-beneficiarios.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "beneficiarios-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "beneficiarios-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Beneficiarios-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Beneficiario PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Captura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Tipo-Entrada PIC X.
           01 WS-Nombre-Entrada PIC X(30).
           01 WS-Curp-Entrada PIC X(18).
           01 WS-Pct-Entrada PIC X(8).
           01 WS-Registro-Hallado PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Contados PIC 9(3).
           01 WS-Seq PIC 9.
           01 WS-Suma-Pct PIC 9(4)V99.
           01 WS-Pct-Edit PIC ZZ9.99.
           01 WS-Suma-Edit PIC Z,ZZ9.99.

      * Tabla de valores para el verificador de la CURP: la
      * posicion del caracter (base cero) es su valor; la enie se
      * representa con & como en el algoritmo publicado.
           01 WS-Alfabeto PIC X(37)
               VALUE "0123456789ABCDEFGHIJKLMN&OPQRSTUVWXYZ".
           01 WS-Pos-Caracter PIC 99.
           01 WS-Valor-Caracter PIC 99.
           01 WS-Indice-Verif PIC 99.
           01 WS-Suma-Verif PIC 9(5).
           01 WS-Digito-Esperado PIC 9.
           01 WS-Digito-Leido PIC 9.
           01 WS-Caracter-Actual PIC X.

           01 WS-Total-Benef PIC 9(4) VALUE ZERO.
           01 WS-Indice-Benef PIC 9(4).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Beneficiarios.
               05 WS-Benef-Item OCCURS 3000 TIMES PIC X(73).

      * Designacion de beneficiarios por empleado y prestacion. Se
      * captura completa cada vez: la nueva lista reemplaza a la
      * anterior del mismo tipo y solo se graba si los porcentajes
      * suman exactamente cien.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Mantener-Beneficiario
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

           Mantener-Beneficiario.
               DISPLAY "===== Beneficiarios del Empleado =====".
               DISPLAY "1. Designar beneficiarios".
               DISPLAY "2. Consultar beneficiarios".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Beneficiario.
               EVALUATE Opcion-Beneficiario
                   WHEN 1
                       PERFORM Designar-Beneficiarios
                   WHEN 2
                       PERFORM Consultar-Beneficiarios
                   WHEN 3
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

           Designar-Beneficiarios.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   MOVE "N" TO WS-Campo-Valido
                   PERFORM UNTIL WS-Campo-Valido = "S"
                       DISPLAY "Prestacion (F = finiquito por "
                           "defuncion, A = fondo de ahorro, "
                           "S = seguro de vida): "
                       ACCEPT WS-Tipo-Entrada
                       MOVE WS-Tipo-Entrada TO benef-tipo
                       IF benef-tipo-valido
                           MOVE "S" TO WS-Campo-Valido
                       ELSE
                           DISPLAY "Prestacion no valida."
                       END-IF
                   END-PERFORM
                   PERFORM Cargar-Beneficiarios-Ajenos
                   IF WS-Tabla-Llena = "S"
                       OR WS-Total-Benef > 2991
                       DISPLAY "El archivo de beneficiarios excede "
                           "la capacidad de trabajo; no se modifico "
                           "nada."
                   ELSE
                       PERFORM Capturar-Lista
                   END-IF
               END-IF.

      * Se conservan los beneficiarios de los demas empleados y
      * de las otras prestaciones del mismo empleado.
           Cargar-Beneficiarios-Ajenos.
               MOVE ZERO TO WS-Total-Benef.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Beneficiarios-archivo.
               IF WS-Beneficiarios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Beneficiarios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF benef-id NOT = WS-Id-Entrada
                               OR benef-tipo NOT = WS-Tipo-Entrada
                               IF WS-Total-Benef < 3000
                                   ADD 1 TO WS-Total-Benef
                                   MOVE beneficiario-registro TO
                                       WS-Benef-Item(WS-Total-Benef)
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                                   MOVE "0" TO WS-Fin-Lectura
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficiarios-archivo.

      * Hasta nueve beneficiarios por prestacion; con el nombre en
      * blanco termina la lista.
           Capturar-Lista.
               MOVE ZERO TO WS-Seq.
               MOVE ZERO TO WS-Suma-Pct.
               MOVE "N" TO WS-Fin-Captura.
               PERFORM Capturar-Beneficiario
               UNTIL WS-Fin-Captura = "S" OR WS-Seq = 9.
               IF WS-Seq = ZERO
                   DISPLAY "Sin beneficiarios capturados; se "
                       "conserva la designacion anterior."
               ELSE
                   IF WS-Suma-Pct NOT = 100
                       MOVE WS-Suma-Pct TO WS-Suma-Edit
                       DISPLAY "Los porcentajes suman " WS-Suma-Edit
                           " y deben sumar 100; no se grabo la "
                           "designacion."
                   ELSE
                       PERFORM Reescribir-Beneficiarios
                       MOVE "BENEFICIARIOS" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY WS-Seq " beneficiario(s) designados."
                   END-IF
               END-IF.

           Capturar-Beneficiario.
               DISPLAY "Nombre del beneficiario (ENTER para "
                   "terminar): ".
               MOVE SPACE TO WS-Nombre-Entrada.
               ACCEPT WS-Nombre-Entrada.
               IF WS-Nombre-Entrada = SPACE
                   MOVE "S" TO WS-Fin-Captura
               ELSE
                   MOVE SPACE TO beneficiario-registro
                   MOVE WS-Id-Entrada TO benef-id
                   MOVE WS-Tipo-Entrada TO benef-tipo
                   MOVE WS-Nombre-Entrada TO benef-nombre
                   DISPLAY "Parentesco: "
                   ACCEPT benef-parentesco
                   PERFORM Pedir-Curp
                   MOVE WS-Curp-Entrada TO benef-curp
                   PERFORM Pedir-Porcentaje
                   ADD 1 TO WS-Seq
                   MOVE WS-Seq TO benef-seq
                   ADD benef-porcentaje TO WS-Suma-Pct
                   ADD 1 TO WS-Total-Benef
                   MOVE beneficiario-registro
                       TO WS-Benef-Item(WS-Total-Benef)
               END-IF.

           Pedir-Curp.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "CURP del beneficiario (18 posiciones): "
                   MOVE SPACE TO WS-Curp-Entrada
                   ACCEPT WS-Curp-Entrada
                   PERFORM Validar-Curp
               END-PERFORM.

      * Del beneficiario no se conoce la fecha de nacimiento ni el
      * sexo, asi que solo se revisa la estructura y el digito
      * verificador.
           Validar-Curp.
               MOVE "N" TO WS-Campo-Valido.
               IF WS-Curp-Entrada(1:4) NOT ALPHABETIC
                   OR WS-Curp-Entrada(1:4) = SPACE
                   OR WS-Curp-Entrada(5:6) NOT NUMERIC
                   DISPLAY "Error: la CURP debe iniciar con cuatro "
                       "letras y la fecha AAMMDD."
               ELSE
                   IF WS-Curp-Entrada(11:1) NOT = "H"
                       AND WS-Curp-Entrada(11:1) NOT = "M"
                       DISPLAY "Error: el sexo de la CURP debe ser "
                           "H o M."
                   ELSE
                       PERFORM Validar-Verificador-Curp
                   END-IF
               END-IF.

           Validar-Verificador-Curp.
               MOVE ZERO TO WS-Suma-Verif.
               PERFORM VARYING WS-Indice-Verif FROM 1 BY 1
                   UNTIL WS-Indice-Verif > 17
                   MOVE WS-Curp-Entrada(WS-Indice-Verif:1)
                       TO WS-Caracter-Actual
                   PERFORM Valor-De-Caracter
                   COMPUTE WS-Suma-Verif = WS-Suma-Verif
                       + WS-Valor-Caracter
                       * (19 - WS-Indice-Verif)
               END-PERFORM.
               COMPUTE WS-Digito-Esperado = FUNCTION MOD
                   (10 - FUNCTION MOD(WS-Suma-Verif, 10), 10).
               IF WS-Curp-Entrada(18:1) NUMERIC
                   MOVE WS-Curp-Entrada(18:1) TO WS-Digito-Leido
                   IF WS-Digito-Leido = WS-Digito-Esperado
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Error: el digito verificador de "
                           "la CURP no cuadra."
                   END-IF
               ELSE
                   DISPLAY "Error: la CURP debe terminar en "
                       "digito."
               END-IF.

           Valor-De-Caracter.
               MOVE ZERO TO WS-Valor-Caracter.
               PERFORM VARYING WS-Pos-Caracter FROM 1 BY 1
                   UNTIL WS-Pos-Caracter > 37
                   IF WS-Alfabeto(WS-Pos-Caracter:1)
                       = WS-Caracter-Actual
                       COMPUTE WS-Valor-Caracter =
                           WS-Pos-Caracter - 1
                       MOVE 38 TO WS-Pos-Caracter
                   END-IF
               END-PERFORM.

           Pedir-Porcentaje.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Porcentaje (0.01 a 100): "
                   MOVE SPACE TO WS-Pct-Entrada
                   ACCEPT WS-Pct-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Pct-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Pct-Entrada) > ZERO
                       AND FUNCTION NUMVAL(WS-Pct-Entrada) <= 100
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Porcentaje no valido."
                   END-IF
               END-PERFORM.
               COMPUTE benef-porcentaje =
                   FUNCTION NUMVAL(WS-Pct-Entrada).

           Reescribir-Beneficiarios.
               OPEN OUTPUT Beneficiarios-archivo.
               PERFORM VARYING WS-Indice-Benef FROM 1 BY 1
                   UNTIL WS-Indice-Benef > WS-Total-Benef
                   MOVE WS-Benef-Item(WS-Indice-Benef)
                       TO beneficiario-registro
                   WRITE beneficiario-registro
               END-PERFORM.
               CLOSE Beneficiarios-archivo.

           Consultar-Beneficiarios.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               DISPLAY "--- Beneficiarios designados ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Beneficiarios-archivo.
               IF WS-Beneficiarios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Beneficiarios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF benef-id = WS-Id-Entrada
                               ADD 1 TO WS-Contados
                               MOVE benef-porcentaje TO WS-Pct-Edit
                               DISPLAY benef-tipo " " benef-seq ". "
                                   benef-nombre " ("
                                   benef-parentesco ") "
                                   benef-curp " " WS-Pct-Edit "%"
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficiarios-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin beneficiarios designados."
               ELSE
                   DISPLAY "F = finiquito, A = fondo de ahorro, "
                       "S = seguro de vida"
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

       END PROGRAM Mantener-beneficiarios.

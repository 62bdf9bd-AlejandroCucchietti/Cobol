      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-conceptos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "conceptos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "conceptos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Conceptos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Conceptos PIC 9.
           01 WS-Fin-Conceptos PIC X.
           01 WS-Clave-Entrada PIC X(4).
           01 WS-Descripcion-Entrada PIC X(20).
           01 WS-Clase-Entrada PIC X.
           01 WS-Sat-Entrada PIC X(3).
           01 WS-Tratamiento-Entrada PIC X.
           01 WS-Pct-Entrada PIC X(8).
           01 WS-Cuenta-Entrada PIC X(10).
           01 WS-Concepto-Hallado PIC X.
           01 WS-Pct-Edicion PIC ZZ9.99.

           01 WS-Con-Dummy-Clave PIC X(4).
           01 WS-Con-Dummy-Registro PIC X(44).
           01 WS-Con-Dummy-Hallado PIC X.

           01 WS-Total-Conceptos PIC 99 VALUE ZERO.
           01 WS-Indice-Con PIC 99.
           01 WS-Tabla-Conceptos.
               05 WS-Concepto-Item OCCURS 50 TIMES PIC X(44).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE "SUEL" TO WS-Con-Dummy-Clave.
           CALL "Rutinas-conceptos" USING WS-Con-Dummy-Clave
               WS-Con-Dummy-Registro WS-Con-Dummy-Hallado.
           PERFORM Atender-Menu
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

           Atender-Menu.
               DISPLAY "===== Conceptos de Nomina (SAT) =====".
               DISPLAY "1. Listar catalogo de conceptos".
               DISPLAY "2. Agregar o modificar concepto (supervisor)".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Conceptos.
               EVALUATE Opcion-Conceptos
                   WHEN 1
                       PERFORM Listar-Conceptos
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Los cambios al catalogo de "
                               "conceptos estan restringidos a "
                               "supervisores."
                       ELSE
                           PERFORM Fijar-Concepto
                       END-IF
                   WHEN 3
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Cargar-Conceptos.
               MOVE ZERO TO WS-Total-Conceptos.
               MOVE "1" TO WS-Fin-Conceptos.
               OPEN INPUT Conceptos-archivo.
               IF WS-Conceptos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Conceptos
               END-IF.
               PERFORM UNTIL WS-Fin-Conceptos = "0"
                   READ Conceptos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Conceptos
                       NOT AT END
                           IF WS-Total-Conceptos < 50
                               ADD 1 TO WS-Total-Conceptos
                               MOVE concepto-registro TO
                                   WS-Concepto-Item
                                       (WS-Total-Conceptos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Listar-Conceptos.
               PERFORM Cargar-Conceptos.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   MOVE WS-Concepto-Item(WS-Indice-Con)
                       TO concepto-registro
                   MOVE concepto-exento-pct TO WS-Pct-Edicion
                   DISPLAY concepto-clave " " concepto-descripcion
                       " " concepto-clase " SAT " concepto-sat-tipo
                       " trat. " concepto-tratamiento " exento "
                       WS-Pct-Edicion "% cuenta "
                       concepto-cuenta
               END-PERFORM.
               IF WS-Total-Conceptos = ZERO
                   DISPLAY "El catalogo de conceptos esta vacio."
               END-IF.

      * La clave existente se reemplaza completa; una clave nueva se
      * agrega al final. Cada cambio queda en la auditoria.
           Fijar-Concepto.
               DISPLAY "Clave del concepto (4): ".
               MOVE SPACE TO WS-Clave-Entrada.
               ACCEPT WS-Clave-Entrada.
               DISPLAY "Descripcion: ".
               MOVE SPACE TO WS-Descripcion-Entrada.
               ACCEPT WS-Descripcion-Entrada.
               DISPLAY "Clase (P = percepcion, D = deduccion): ".
               MOVE SPACE TO WS-Clase-Entrada.
               ACCEPT WS-Clase-Entrada.
               DISPLAY "Tipo SAT (3 digitos): ".
               MOVE SPACE TO WS-Sat-Entrada.
               ACCEPT WS-Sat-Entrada.
               DISPLAY "Tratamiento (G = gravado, E = exento, "
                   "M = mixto): ".
               MOVE SPACE TO WS-Tratamiento-Entrada.
               ACCEPT WS-Tratamiento-Entrada.
               MOVE SPACE TO WS-Pct-Entrada.
               IF WS-Tratamiento-Entrada = "M"
                   DISPLAY "Porcentaje exento: "
                   ACCEPT WS-Pct-Entrada
               END-IF.
               DISPLAY "Cuenta contable (ENTER = generica): ".
               MOVE SPACE TO WS-Cuenta-Entrada.
               ACCEPT WS-Cuenta-Entrada.
               IF WS-Clave-Entrada = SPACE
                   OR (WS-Clase-Entrada NOT = "P"
                       AND WS-Clase-Entrada NOT = "D")
                   OR WS-Sat-Entrada NOT NUMERIC
                   OR (WS-Tratamiento-Entrada NOT = "G"
                       AND WS-Tratamiento-Entrada NOT = "E"
                       AND WS-Tratamiento-Entrada NOT = "M")
                   DISPLAY "Datos no validos; captura cancelada."
               ELSE
                   PERFORM Guardar-Concepto
               END-IF.

           Guardar-Concepto.
               PERFORM Cargar-Conceptos.
               MOVE SPACE TO concepto-registro.
               MOVE WS-Clave-Entrada TO concepto-clave.
               MOVE WS-Descripcion-Entrada TO concepto-descripcion.
               MOVE WS-Clase-Entrada TO concepto-clase.
               MOVE WS-Sat-Entrada TO concepto-sat-tipo.
               MOVE WS-Tratamiento-Entrada TO concepto-tratamiento.
               MOVE ZERO TO concepto-exento-pct.
               IF WS-Pct-Entrada NOT = SPACE
                   MOVE FUNCTION NUMVAL(WS-Pct-Entrada)
                       TO concepto-exento-pct
               END-IF.
               MOVE WS-Cuenta-Entrada TO concepto-cuenta.
               MOVE "N" TO WS-Concepto-Hallado.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   IF WS-Concepto-Item(WS-Indice-Con)(1:4)
                       = WS-Clave-Entrada
                       MOVE concepto-registro
                           TO WS-Concepto-Item(WS-Indice-Con)
                       MOVE "S" TO WS-Concepto-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Concepto-Hallado = "N"
                   IF WS-Total-Conceptos < 50
                       ADD 1 TO WS-Total-Conceptos
                       MOVE concepto-registro
                           TO WS-Concepto-Item(WS-Total-Conceptos)
                       MOVE "S" TO WS-Concepto-Hallado
                   ELSE
                       DISPLAY "El catalogo de conceptos esta lleno."
                   END-IF
               END-IF.
               IF WS-Concepto-Hallado = "S"
                   PERFORM Reescribir-Conceptos
                   PERFORM Registrar-Auditoria
                   DISPLAY "Concepto " WS-Clave-Entrada " guardado."
               END-IF.

           Reescribir-Conceptos.
               OPEN OUTPUT Conceptos-archivo.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   MOVE WS-Concepto-Item(WS-Indice-Con)
                       TO concepto-registro
                   WRITE concepto-registro
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Registrar-Auditoria.
               MOVE SPACE TO auditoria-id.
               MOVE WS-Clave-Entrada TO auditoria-id.
               MOVE "CAMBIO-CONCEP" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-conceptos.

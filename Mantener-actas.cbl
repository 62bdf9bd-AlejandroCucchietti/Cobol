      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-actas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "actas-fisico.cbl".
       COPY "motivos-acta-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "actas-logico.cbl".
       COPY "motivos-acta-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Actas-Status PIC XX.
           01 WS-Motivos-Acta-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".

           01 Opcion-Actas PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Motivo-Entrada PIC X(2).
           01 WS-Dias-Entrada PIC X(2).
           01 WS-Registro-Hallado PIC X.
           01 WS-Motivo-Valido PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Contados PIC 9(3).
           01 WS-Ultimo-Folio PIC 9(6).
           01 WS-Folio-Numero PIC 9(6).
           01 WS-Nombre-Tipo PIC X(14).
           01 WS-Descripcion-Motivo PIC X(30).
           01 WS-Acta-Captura PIC X(63).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Registro disciplinario: amonestaciones, actas
      * administrativas y suspensiones con su motivo y testigo.
      * La suspension (hasta ocho dias, LFT art. 423) se descuenta
      * como dias sin goce en la nomina del periodo.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Inicializar-Motivos-Acta.
           PERFORM Mantener-Acta
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

           Mantener-Acta.
               DISPLAY "===== Registro Disciplinario =====".
               DISPLAY "1. Registrar amonestacion, acta o suspension".
               DISPLAY "2. Historial de un empleado".
               DISPLAY "3. Catalogo de motivos".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Actas.
               EVALUATE Opcion-Actas
                   WHEN 1
                       PERFORM Registrar-Acta
                   WHEN 2
                       PERFORM Historial-Empleado
                   WHEN 3
                       PERFORM Listar-Motivos
                   WHEN 4
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Inicializar-Motivos-Acta.
               OPEN INPUT Motivos-acta-archivo.
               IF WS-Motivos-Acta-Status NOT = "00"
                   CLOSE Motivos-acta-archivo
                   OPEN OUTPUT Motivos-acta-archivo
                   MOVE "FI" TO motacta-clave
                   MOVE "FALTAS INJUSTIFICADAS"
                       TO motacta-descripcion
                   WRITE motacta-registro
                   MOVE "RT" TO motacta-clave
                   MOVE "RETARDOS REITERADOS" TO motacta-descripcion
                   WRITE motacta-registro
                   MOVE "IN" TO motacta-clave
                   MOVE "INSUBORDINACION" TO motacta-descripcion
                   WRITE motacta-registro
                   MOVE "SE" TO motacta-clave
                   MOVE "FALTA A NORMAS DE SEGURIDAD"
                       TO motacta-descripcion
                   WRITE motacta-registro
                   MOVE "CO" TO motacta-clave
                   MOVE "CONDUCTA INDEBIDA" TO motacta-descripcion
                   WRITE motacta-registro
                   MOVE "DA" TO motacta-clave
                   MOVE "DANO A BIENES DE LA EMPRESA"
                       TO motacta-descripcion
                   WRITE motacta-registro
                   CLOSE Motivos-acta-archivo
               ELSE
                   CLOSE Motivos-acta-archivo
               END-IF.

           Buscar-Motivo.
               MOVE "N" TO WS-Motivo-Valido.
               MOVE SPACE TO WS-Descripcion-Motivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Motivos-acta-archivo.
               IF WS-Motivos-Acta-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Motivos-acta-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF motacta-clave = WS-Motivo-Entrada
                               MOVE "S" TO WS-Motivo-Valido
                               MOVE motacta-descripcion
                                   TO WS-Descripcion-Motivo
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Motivos-acta-archivo.

           Listar-Motivos.
               DISPLAY "--- Motivos de acta ---".
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Motivos-acta-archivo.
               IF WS-Motivos-Acta-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Motivos-acta-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           DISPLAY motacta-clave " "
                               motacta-descripcion
                   END-READ
               END-PERFORM.
               CLOSE Motivos-acta-archivo.

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

           Registrar-Acta.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   IF empleados-activo
                       PERFORM Capturar-Acta
                   ELSE
                       DISPLAY "El empleado no esta activo."
                   END-IF
               END-IF.

      * El testigo es obligatorio en actas y suspensiones; la
      * amonestacion puede quedar sin el.
           Capturar-Acta.
               MOVE SPACE TO acta-registro.
               MOVE WS-Id-Entrada TO acta-id.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Tipo: V=amonestacion A=acta "
                       "administrativa S=suspension: "
                   ACCEPT acta-tipo
                   IF acta-tipo-valido
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Tipo no valido."
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   IF acta-suspension
                       DISPLAY "Primer dia de la suspension "
                           "(AAAAMMDD): "
                   ELSE
                       DISPLAY "Fecha de los hechos (AAAAMMDD): "
                   END-IF
                   ACCEPT acta-fecha
                   MOVE "V" TO WS-Fec-Funcion
                   MOVE acta-fecha TO WS-Fec-Fecha-1
                   MOVE SPACE TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Error: fecha no valida."
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Motivo-Valido.
               PERFORM UNTIL WS-Motivo-Valido = "S"
                   DISPLAY "Motivo (clave del catalogo): "
                   MOVE SPACE TO WS-Motivo-Entrada
                   ACCEPT WS-Motivo-Entrada
                   PERFORM Buscar-Motivo
                   IF WS-Motivo-Valido = "N"
                       DISPLAY "Motivo no valido."
                       PERFORM Listar-Motivos
                   END-IF
               END-PERFORM.
               MOVE WS-Motivo-Entrada TO acta-motivo.
               MOVE ZERO TO acta-dias-suspension.
               IF acta-suspension
                   MOVE "N" TO WS-Campo-Valido
                   PERFORM UNTIL WS-Campo-Valido = "S"
                       DISPLAY "Dias de suspension (1 a 8): "
                       MOVE SPACE TO WS-Dias-Entrada
                       ACCEPT WS-Dias-Entrada
                       IF FUNCTION TEST-NUMVAL(WS-Dias-Entrada)
                           = ZERO
                           COMPUTE acta-dias-suspension =
                               FUNCTION NUMVAL(WS-Dias-Entrada)
                           IF acta-dias-suspension >= 1
                               AND acta-dias-suspension <= 8
                               MOVE "S" TO WS-Campo-Valido
                           END-IF
                       END-IF
                       IF WS-Campo-Valido = "N"
                           DISPLAY "Dias no validos."
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Testigo: "
                   ACCEPT acta-testigo
                   IF acta-testigo NOT = SPACE
                       OR acta-amonestacion
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "El testigo es obligatorio."
                   END-IF
               END-PERFORM.
               MOVE WS-Operador-Actual TO acta-capturo.
               PERFORM Siguiente-Folio.
               MOVE WS-Ultimo-Folio TO acta-folio.
               OPEN EXTEND Actas-archivo.
               IF WS-Actas-Status = "35"
                   OPEN OUTPUT Actas-archivo
               END-IF.
               WRITE acta-registro.
               CLOSE Actas-archivo.
               DISPLAY "Registrado con folio " acta-folio ".".

      * El folio se toma del mayor registrado; el registro que se
      * esta capturando se resguarda mientras se recorre el
      * archivo.
           Siguiente-Folio.
               MOVE acta-registro TO WS-Acta-Captura.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Actas-archivo.
               IF WS-Actas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Actas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acta-folio NUMERIC
                               MOVE acta-folio TO WS-Folio-Numero
                               IF WS-Folio-Numero > WS-Ultimo-Folio
                                   MOVE WS-Folio-Numero
                                       TO WS-Ultimo-Folio
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Actas-archivo.
               ADD 1 TO WS-Ultimo-Folio.
               MOVE WS-Acta-Captura TO acta-registro.

           Historial-Empleado.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               DISPLAY "--- Antecedentes disciplinarios ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Actas-archivo.
               IF WS-Actas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Actas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acta-id = WS-Id-Entrada
                               ADD 1 TO WS-Contados
                               PERFORM Nombrar-Tipo
                               DISPLAY acta-folio " " acta-fecha " "
                                   WS-Nombre-Tipo " " acta-motivo
                                   " dias " acta-dias-suspension
                                   " testigo " acta-testigo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Actas-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin antecedentes registrados."
               END-IF.

           Nombrar-Tipo.
               EVALUATE TRUE
                   WHEN acta-amonestacion
                       MOVE "AMONESTACION" TO WS-Nombre-Tipo
                   WHEN acta-administrativa
                       MOVE "ACTA ADMVA." TO WS-Nombre-Tipo
                   WHEN acta-suspension
                       MOVE "SUSPENSION" TO WS-Nombre-Tipo
                   WHEN OTHER
                       MOVE SPACE TO WS-Nombre-Tipo
               END-EVALUATE.

       END PROGRAM Mantener-actas.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Capturar-documentos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "documentos-tipo-fisico.cbl".
       COPY "documentos-empleado-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "documentos-tipo-logico.cbl".
       COPY "documentos-empleado-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Documentos-Tipo-Status PIC XX.
       01  WS-Documentos-Empleado-Status PIC XX.
       01  Fin-del-Archivo PIC X.
       01  WS-Tabla-Llena PIC X.
       01  WS-Campo-Valido PIC X.
       01  WS-Extranjero PIC X.
       01  WS-Respuesta PIC X.
       01  WS-Vence-Entrada PIC X(8).
       01  WS-Fecha-Hoy PIC X(8).
       01  WS-Doc-Hallado PIC X.
       01  WS-Pendientes PIC 99.

       01  WS-Fec-Funcion PIC X.
       01  WS-Fec-Fecha-1 PIC X(8).
       01  WS-Fec-Fecha-2 PIC X(8).
       01  WS-Fec-Resultado PIC S9(9).
       01  WS-Fec-Formateada PIC X(10).
       01  WS-Fec-Valida PIC X.

       01  WS-Total-Tipos PIC 99 VALUE ZERO.
       01  WS-Indice-Tipo PIC 99.
       01  WS-Tabla-Tipos.
           05  WS-Tipo-Item OCCURS 30 TIMES PIC X(37).

       01  WS-Total-Docs PIC 9(4) VALUE ZERO.
       01  WS-Indice-Doc PIC 9(4).
       01  WS-Tabla-Docs.
           05  WS-Doc-Item OCCURS 5000 TIMES PIC X(27).

       LINKAGE SECTION.

       01  LK-Empleado-Id PIC X(6).

      * Lista de documentos del expediente: por cada tipo del
      * catalogo se marca si el empleado ya lo entrego y, si vence,
      * hasta cuando. Al volver a capturar, ENTER conserva lo que
      * ya estaba registrado.
       PROCEDURE DIVISION USING LK-Empleado-Id.

       Empieza-Programa.
           DISPLAY "===== Documentos del Expediente del ID "
               LK-Empleado-Id " =====".
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           PERFORM Cargar-Tipos-Documento.
           PERFORM Cargar-Documentos.
           IF WS-Total-Tipos = ZERO
               DISPLAY "No hay catalogo de documentos."
           ELSE
           IF WS-Tabla-Llena = "S"
               DISPLAY "El archivo de documentos excede la capacidad "
                   "de trabajo; depurelo antes de capturar. No se "
                   "modifico nada."
           ELSE
               PERFORM Solicitar-Extranjero
               MOVE ZERO TO WS-Pendientes
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   OR WS-Tabla-Llena = "S"
                   PERFORM Capturar-Documento
               END-PERFORM
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de documentos excede la "
                       "capacidad de trabajo; no se grabo nada."
               ELSE
                   PERFORM Reescribir-Documentos
                   DISPLAY "Documentos obligatorios pendientes: "
                       WS-Pendientes
               END-IF
           END-IF
           END-IF.
           GOBACK.

      * Si el catalogo no existe se siembra con los documentos que
      * pide la ley para toda contratacion.
           Cargar-Tipos-Documento.
               MOVE ZERO TO WS-Total-Tipos.
               OPEN INPUT Documentos-tipo-archivo.
               IF WS-Documentos-Tipo-Status NOT = "00"
                   CLOSE Documentos-tipo-archivo
                   PERFORM Sembrar-Tipos-Documento
                   OPEN INPUT Documentos-tipo-archivo
               END-IF.
               MOVE "1" TO Fin-del-Archivo.
               IF WS-Documentos-Tipo-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Documentos-tipo-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Tipos < 30
                               ADD 1 TO WS-Total-Tipos
                               MOVE doctipo-registro
                                   TO WS-Tipo-Item(WS-Total-Tipos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Documentos-tipo-archivo.

           Sembrar-Tipos-Documento.
               OPEN OUTPUT Documentos-tipo-archivo.
               MOVE "INE " TO doctipo-clave.
               MOVE "IDENTIFICACION OFICIAL (INE)"
                   TO doctipo-descripcion.
               MOVE "S" TO doctipo-obligatorio.
               MOVE "N" TO doctipo-vence.
               MOVE "T" TO doctipo-aplica.
               WRITE doctipo-registro.
               MOVE "ACTA" TO doctipo-clave.
               MOVE "ACTA DE NACIMIENTO" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "DOMI" TO doctipo-clave.
               MOVE "COMPROBANTE DE DOMICILIO" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "NSS " TO doctipo-clave.
               MOVE "COMPROBANTE DE NSS (IMSS)" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "PERM" TO doctipo-clave.
               MOVE "RESIDENCIA/PERMISO DE TRABAJO"
                   TO doctipo-descripcion.
               MOVE "S" TO doctipo-vence.
               MOVE "E" TO doctipo-aplica.
               WRITE doctipo-registro.
               CLOSE Documentos-tipo-archivo.

           Cargar-Documentos.
               MOVE ZERO TO WS-Total-Docs.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Documentos-empleado-archivo.
               IF WS-Documentos-Empleado-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Documentos-empleado-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Docs < 5000
                               ADD 1 TO WS-Total-Docs
                               MOVE docemp-registro
                                   TO WS-Doc-Item(WS-Total-Docs)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Documentos-empleado-archivo.

           Solicitar-Extranjero.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "El empleado es extranjero (S/N)? "
                   MOVE SPACE TO WS-Extranjero
                   ACCEPT WS-Extranjero
                   IF WS-Extranjero = "S" OR WS-Extranjero = "N"
                       MOVE "S" TO WS-Campo-Valido
                   END-IF
               END-PERFORM.

           Capturar-Documento.
               MOVE WS-Tipo-Item(WS-Indice-Tipo) TO doctipo-registro.
               PERFORM Buscar-Documento.
               IF WS-Doc-Hallado = "N"
                   IF WS-Total-Docs < 5000
                       ADD 1 TO WS-Total-Docs
                       MOVE WS-Total-Docs TO WS-Indice-Doc
                       MOVE LK-Empleado-Id TO docemp-id
                       MOVE doctipo-clave TO docemp-clave
                       MOVE "P" TO docemp-estado
                       MOVE SPACE TO docemp-fecha-entrega
                           docemp-vencimiento
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Tabla-Llena = "N"
                   IF doctipo-para-extranjeros AND WS-Extranjero = "N"
                       MOVE "N" TO docemp-estado
                       MOVE SPACE TO docemp-fecha-entrega
                           docemp-vencimiento
                   ELSE
                       IF docemp-no-aplica
                           MOVE "P" TO docemp-estado
                       END-IF
                       PERFORM Preguntar-Entrega
                   END-IF
                   MOVE docemp-registro TO WS-Doc-Item(WS-Indice-Doc)
               END-IF.

           Buscar-Documento.
               MOVE "N" TO WS-Doc-Hallado.
               PERFORM VARYING WS-Indice-Doc FROM 1 BY 1
                   UNTIL WS-Indice-Doc > WS-Total-Docs
                   OR WS-Doc-Hallado = "S"
                   MOVE WS-Doc-Item(WS-Indice-Doc) TO docemp-registro
                   IF docemp-id = LK-Empleado-Id
                       AND docemp-clave = doctipo-clave
                       MOVE "S" TO WS-Doc-Hallado
                       SUBTRACT 1 FROM WS-Indice-Doc
                   END-IF
               END-PERFORM.

           Preguntar-Entrega.
               IF docemp-entregado
                   DISPLAY doctipo-descripcion " entregado el "
                       docemp-fecha-entrega
               ELSE
                   DISPLAY doctipo-descripcion " pendiente"
               END-IF.
               DISPLAY "Entregado (S/N, ENTER conserva)? ".
               MOVE SPACE TO WS-Respuesta.
               ACCEPT WS-Respuesta.
               EVALUATE WS-Respuesta
                   WHEN "S"
                       IF NOT docemp-entregado
                           MOVE "E" TO docemp-estado
                           MOVE WS-Fecha-Hoy TO docemp-fecha-entrega
                       END-IF
                   WHEN "N"
                       MOVE "P" TO docemp-estado
                       MOVE SPACE TO docemp-fecha-entrega
                           docemp-vencimiento
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               IF docemp-entregado AND doctipo-con-vencimiento
                   PERFORM Solicitar-Vencimiento
               END-IF.
               IF docemp-pendiente AND doctipo-es-obligatorio
                   ADD 1 TO WS-Pendientes
               END-IF.

           Solicitar-Vencimiento.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Vence el (AAAAMMDD) [" docemp-vencimiento
                       "]: "
                   MOVE SPACE TO WS-Vence-Entrada
                   ACCEPT WS-Vence-Entrada
                   IF WS-Vence-Entrada = SPACE
                       AND docemp-vencimiento NOT = SPACE
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       MOVE "V" TO WS-Fec-Funcion
                       MOVE WS-Vence-Entrada TO WS-Fec-Fecha-1
                       MOVE SPACE TO WS-Fec-Fecha-2
                       CALL "Rutinas-fecha" USING WS-Fec-Funcion
                           WS-Fec-Fecha-1 WS-Fec-Fecha-2
                           WS-Fec-Resultado WS-Fec-Formateada
                           WS-Fec-Valida
                       IF WS-Fec-Valida = "S"
                           MOVE WS-Vence-Entrada
                               TO docemp-vencimiento
                           MOVE "S" TO WS-Campo-Valido
                       ELSE
                           DISPLAY "Error: fecha no valida."
                       END-IF
                   END-IF
               END-PERFORM.

           Reescribir-Documentos.
               OPEN OUTPUT Documentos-empleado-archivo.
               PERFORM VARYING WS-Indice-Doc FROM 1 BY 1
                   UNTIL WS-Indice-Doc > WS-Total-Docs
                   MOVE WS-Doc-Item(WS-Indice-Doc) TO docemp-registro
                   WRITE docemp-registro
               END-PERFORM.
               CLOSE Documentos-empleado-archivo.

       END PROGRAM Capturar-documentos.

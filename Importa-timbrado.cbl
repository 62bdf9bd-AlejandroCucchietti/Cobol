      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Importa-timbrado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "timbres-fisico.cbl".

       SELECT Respuesta-archivo
       ASSIGN TO "pac-respuesta.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Respuesta-Status.

       SELECT Rechazos-archivo
       ASSIGN TO "timbrado-rechazos.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rechazos-Status.

       SELECT Timbres-tmp-archivo
       ASSIGN TO "cfdi-timbres.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Timbres-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "timbres-logico.cbl".

      * Respuesta del PAC, un renglon por CFDI separado por comas:
      * folio (AAAAMMQ-ID), estatus (T = timbrado, R = rechazado),
      * UUID, fecha de timbrado y mensaje del rechazo.
       FD  Respuesta-archivo.

       01  respuesta-linea PIC X(160).

       FD  Rechazos-archivo.

       01  rechazo-linea PIC X(100).

       FD  Timbres-tmp-archivo.

       01  timbre-tmp-registro PIC X(146).


       WORKING-STORAGE SECTION.

           01 WS-Timbres-Status PIC XX.
           01 WS-Respuesta-Status PIC XX.
           01 WS-Rechazos-Status PIC XX.
           01 WS-Timbres-Tmp-Status PIC XX.

           01 WS-Fin-Timbres PIC X.
           01 WS-Fin-Respuesta PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Campo-Folio PIC X(14).
           01 WS-Campo-Estatus PIC X.
           01 WS-Campo-Uuid PIC X(36).
           01 WS-Campo-Fecha PIC X(19).
           01 WS-Campo-Mensaje PIC X(60).

      * La respuesta del PAC es de un lote; el control de timbrado
      * es acumulado y no se sube a memoria, se copia al temporal.
      * Aplicada: N pendiente, S aplicada, M mal formada.
           01 WS-Total-Respuestas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Res PIC 9(4).
           01 WS-Tabla-Respuestas.
               05 WS-Respuesta-Item OCCURS 5000 TIMES.
                   10 WS-Res-Folio PIC X(14).
                   10 WS-Res-Estatus PIC X.
                   10 WS-Res-Uuid PIC X(36).
                   10 WS-Res-Fecha PIC X(19).
                   10 WS-Res-Mensaje PIC X(60).
                   10 WS-Res-Aplicada PIC X.

           01 WS-Filas-Leidas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Timbradas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Rechazadas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Desconocidas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Malformadas PIC 9(5) VALUE ZERO.

           01 WS-Linea-Rechazo.
               05 WS-LR-Folio PIC X(14).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Motivo PIC X(85).

      * Aplica la respuesta del PAC al control de timbrado: cada
      * folio timbrado guarda su UUID y fecha de timbrado; los
      * rechazos y los folios que no se reconocen se listan para
      * corregirlos y volver a generar el CFDI.
       PROCEDURE DIVISION.
       Empieza-Programa.
           DISPLAY "===== Importacion de Timbrado del PAC =====".
           OPEN INPUT Respuesta-archivo.
           IF WS-Respuesta-Status NOT = "00"
               DISPLAY "No se encontro pac-respuesta.txt."
           ELSE
               PERFORM Cargar-Respuestas
               IF WS-Tabla-Llena = "S"
                   DISPLAY "pac-respuesta.txt excede la capacidad "
                       "de trabajo; no se importo nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT Rechazos-archivo
                   MOVE "RECHAZOS Y FOLIOS NO RECONOCIDOS DEL PAC"
                       TO rechazo-linea
                   WRITE rechazo-linea
                   PERFORM Aplicar-Respuestas
                   PERFORM Listar-No-Aplicadas
                   CLOSE Rechazos-archivo
                   PERFORM Reescribir-Timbres
               END-IF
           END-IF.
           CLOSE Respuesta-archivo.
           DISPLAY "Renglones leidos: " WS-Filas-Leidas.
           DISPLAY "Timbrados: " WS-Filas-Timbradas.
           DISPLAY "Rechazados: " WS-Filas-Rechazadas.
           DISPLAY "Folios no reconocidos: " WS-Filas-Desconocidas.
           DISPLAY "Renglones mal formados: " WS-Filas-Malformadas.
           IF WS-Filas-Rechazadas > ZERO
               OR WS-Filas-Desconocidas > ZERO
               OR WS-Filas-Malformadas > ZERO
               DISPLAY "Revise timbrado-rechazos.txt"
           END-IF.
           Program-Done.
            GOBACK.

           Cargar-Respuestas.
               MOVE ZERO TO WS-Total-Respuestas.
               MOVE "1" TO WS-Fin-Respuesta.
               PERFORM UNTIL WS-Fin-Respuesta = "0"
                   READ Respuesta-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Respuesta
                       NOT AT END
                           IF respuesta-linea NOT = SPACE
                               ADD 1 TO WS-Filas-Leidas
                               PERFORM Guardar-Respuesta
                           END-IF
                   END-READ
               END-PERFORM.

           Guardar-Respuesta.
               IF WS-Total-Respuestas NOT < 5000
                   MOVE "S" TO WS-Tabla-Llena
                   MOVE "0" TO WS-Fin-Respuesta
               ELSE
                   MOVE SPACE TO WS-Campo-Folio WS-Campo-Estatus
                       WS-Campo-Uuid WS-Campo-Fecha WS-Campo-Mensaje
                   UNSTRING respuesta-linea DELIMITED BY ","
                       INTO WS-Campo-Folio WS-Campo-Estatus
                           WS-Campo-Uuid WS-Campo-Fecha
                           WS-Campo-Mensaje
                   END-UNSTRING
                   ADD 1 TO WS-Total-Respuestas
                   MOVE WS-Total-Respuestas TO WS-Indice-Res
                   MOVE WS-Campo-Folio TO WS-Res-Folio(WS-Indice-Res)
                   MOVE WS-Campo-Estatus
                       TO WS-Res-Estatus(WS-Indice-Res)
                   MOVE WS-Campo-Uuid TO WS-Res-Uuid(WS-Indice-Res)
                   MOVE WS-Campo-Fecha TO WS-Res-Fecha(WS-Indice-Res)
                   MOVE WS-Campo-Mensaje
                       TO WS-Res-Mensaje(WS-Indice-Res)
                   MOVE "N" TO WS-Res-Aplicada(WS-Indice-Res)
                   IF WS-Campo-Folio(8:1) NOT = "-"
                       OR (WS-Campo-Estatus NOT = "T"
                           AND WS-Campo-Estatus NOT = "R")
                       OR (WS-Campo-Estatus = "T"
                           AND WS-Campo-Uuid = SPACE)
                       MOVE "M" TO WS-Res-Aplicada(WS-Indice-Res)
                   END-IF
               END-IF.

      * El control se copia renglon por renglon al temporal,
      * aplicando las respuestas de su folio (AAAAMMQ-ID).
           Aplicar-Respuestas.
               OPEN OUTPUT Timbres-tmp-archivo.
               MOVE "1" TO WS-Fin-Timbres.
               OPEN INPUT Timbres-archivo.
               IF WS-Timbres-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Timbres
               END-IF.
               PERFORM UNTIL WS-Fin-Timbres = "0"
                   READ Timbres-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Timbres
                       NOT AT END
                           PERFORM Aplicar-Timbre
                   END-READ
               END-PERFORM.
               CLOSE Timbres-archivo.
               CLOSE Timbres-tmp-archivo.

           Aplicar-Timbre.
               PERFORM VARYING WS-Indice-Res FROM 1 BY 1
                   UNTIL WS-Indice-Res > WS-Total-Respuestas
                   IF WS-Res-Aplicada(WS-Indice-Res) = "N"
                       AND WS-Res-Folio(WS-Indice-Res)(1:7)
                           = timbre-periodo
                       AND WS-Res-Folio(WS-Indice-Res)(9:6)
                           = timbre-id
                       MOVE "S" TO WS-Res-Aplicada(WS-Indice-Res)
                       MOVE WS-Res-Folio(WS-Indice-Res)
                           TO WS-Campo-Folio
                       MOVE WS-Res-Estatus(WS-Indice-Res)
                           TO WS-Campo-Estatus
                       MOVE WS-Res-Uuid(WS-Indice-Res)
                           TO WS-Campo-Uuid
                       MOVE WS-Res-Fecha(WS-Indice-Res)
                           TO WS-Campo-Fecha
                       MOVE WS-Res-Mensaje(WS-Indice-Res)
                           TO WS-Campo-Mensaje
                       MOVE WS-Campo-Folio TO WS-LR-Folio
                       PERFORM Actualizar-Timbre
                   END-IF
               END-PERFORM.
               MOVE timbre-registro TO timbre-tmp-registro.
               WRITE timbre-tmp-registro.

      * Lo que no se aplico a ningun folio del control se lista:
      * renglones mal formados y folios que nomina no genero.
           Listar-No-Aplicadas.
               PERFORM VARYING WS-Indice-Res FROM 1 BY 1
                   UNTIL WS-Indice-Res > WS-Total-Respuestas
                   MOVE WS-Res-Folio(WS-Indice-Res) TO WS-LR-Folio
                   IF WS-Res-Aplicada(WS-Indice-Res) = "M"
                       ADD 1 TO WS-Filas-Malformadas
                       MOVE "RENGLON MAL FORMADO" TO WS-LR-Motivo
                       PERFORM Escribir-Rechazo
                   END-IF
                   IF WS-Res-Aplicada(WS-Indice-Res) = "N"
                       ADD 1 TO WS-Filas-Desconocidas
                       MOVE "FOLIO NO GENERADO POR NOMINA"
                           TO WS-LR-Motivo
                       PERFORM Escribir-Rechazo
                   END-IF
               END-PERFORM.

      * Un folio ya timbrado no se reabre aunque el PAC lo reporte
      * de nuevo; un rechazo deja el recibo listo para regenerarse.
           Actualizar-Timbre.
               IF timbre-timbrado
                   IF WS-Campo-Estatus = "R"
                       ADD 1 TO WS-Filas-Desconocidas
                       MOVE "RECHAZO DE UN FOLIO YA TIMBRADO"
                           TO WS-LR-Motivo
                       PERFORM Escribir-Rechazo
                   END-IF
               ELSE
                   IF WS-Campo-Estatus = "T"
                       MOVE "T" TO timbre-estado
                       MOVE WS-Campo-Uuid TO timbre-uuid
                       MOVE WS-Campo-Fecha TO timbre-fecha-timbrado
                       MOVE SPACE TO timbre-mensaje
                       ADD 1 TO WS-Filas-Timbradas
                   ELSE
                       MOVE "R" TO timbre-estado
                       MOVE SPACE TO timbre-uuid timbre-fecha-timbrado
                       MOVE WS-Campo-Mensaje TO timbre-mensaje
                       ADD 1 TO WS-Filas-Rechazadas
                       MOVE WS-Campo-Mensaje TO WS-LR-Motivo
                       PERFORM Escribir-Rechazo
                   END-IF
               END-IF.

           Escribir-Rechazo.
               MOVE WS-Linea-Rechazo TO rechazo-linea.
               WRITE rechazo-linea.

      * El temporal regresa completo al control de timbrado.
           Reescribir-Timbres.
               OPEN INPUT Timbres-tmp-archivo.
               OPEN OUTPUT Timbres-archivo.
               MOVE "1" TO WS-Fin-Timbres.
               PERFORM UNTIL WS-Fin-Timbres = "0"
                   READ Timbres-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Timbres
                       NOT AT END
                           MOVE timbre-tmp-registro
                               TO timbre-registro
                           WRITE timbre-registro
                   END-READ
               END-PERFORM.
               CLOSE Timbres-tmp-archivo.
               CLOSE Timbres-archivo.

       END PROGRAM Importa-timbrado.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Corre-cola-informes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "informes-cola-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT Informes-cola-tmp-archivo
       ASSIGN TO "informes-cola.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Informes-Cola-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "informes-cola-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Informes-cola-tmp-archivo.

       01  cola-tmp-registro PIC X(182).


       WORKING-STORAGE SECTION.

           01 WS-Informes-Cola-Status PIC XX.
           01 WS-Informes-Cola-Tmp-Status PIC XX.
           01 WS-Avisos-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Modo-Lote-Previo PIC X.
           01 WS-Codigo-Informe PIC S9(9).
           01 WS-Total-Corridas PIC 9(4) VALUE ZERO.
           01 WS-Total-Fallidas PIC 9(4) VALUE ZERO.

      * Las copias se entregan en buzon-informes/<operador>/ con el
      * folio por delante, para que dos solicitudes del mismo
      * informe no se pisen.
           01 WS-Buzon PIC X(15) VALUE "buzon-informes".
           01 WS-Buzon-Operador PIC X(30).
           01 WS-Archivo-Salida PIC X(31).
           01 WS-Archivo-Entrega PIC X(61).

           01 WS-Detalle-Archivo.
               05 WS-Detalle-Bytes PIC 9(18) COMP.
               05 WS-Detalle-Dia PIC X.
               05 WS-Detalle-Mes PIC X.
               05 WS-Detalle-Anio PIC XX.
               05 WS-Detalle-Hora PIC X(4).

      * Corre en la ventana de lote las solicitudes pendientes de
      * la cola, en orden de folio. Cada informe se llama en modo
      * lote con su parametro en PARAMETRO_INFORME; se retira de
      * memoria al terminar para que la siguiente solicitud del
      * mismo programa arranque limpia.
       PROCEDURE DIVISION.
       Empieza-Programa.
           MOVE SPACE TO WS-Modo-Lote-Previo.
           ACCEPT WS-Modo-Lote-Previo FROM ENVIRONMENT "MODO_LOTE".
           CALL "CBL_CREATE_DIR" USING WS-Buzon.
           MOVE ZERO TO RETURN-CODE.
           OPEN OUTPUT Informes-cola-tmp-archivo.
           MOVE "1" TO WS-Fin-Lectura.
           OPEN INPUT Informes-cola-archivo.
           IF WS-Informes-Cola-Status NOT = "00"
               MOVE "0" TO WS-Fin-Lectura
           END-IF.
           PERFORM UNTIL WS-Fin-Lectura = "0"
               READ Informes-cola-archivo
                   AT END
                       MOVE "0" TO WS-Fin-Lectura
                   NOT AT END
                       IF cola-pendiente
                           PERFORM Correr-Solicitud
                       END-IF
                       MOVE cola-registro TO cola-tmp-registro
                       WRITE cola-tmp-registro
               END-READ
           END-PERFORM.
           CLOSE Informes-cola-archivo.
           CLOSE Informes-cola-tmp-archivo.
           IF WS-Total-Corridas > ZERO
               PERFORM Reescribir-Cola
           END-IF.
           SET ENVIRONMENT "PARAMETRO_INFORME" TO SPACE.
           SET ENVIRONMENT "MODO_LOTE" TO WS-Modo-Lote-Previo.
           DISPLAY "Cola de informes: " WS-Total-Corridas
               " solicitudes corridas, " WS-Total-Fallidas
               " fallidas.".
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Fallidas > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           Program-Done.
            GOBACK.

      * Se borra la salida anterior antes de llamar al informe: si
      * el programa no deja archivo no se entrega uno viejo.
           Correr-Solicitud.
               ADD 1 TO WS-Total-Corridas.
               DISPLAY "Solicitud " cola-folio " de " cola-operador
                   ": " cola-programa.
               MOVE cola-salida TO WS-Archivo-Salida.
               CALL "CBL_DELETE_FILE" USING WS-Archivo-Salida.
               SET ENVIRONMENT "MODO_LOTE" TO "S".
               SET ENVIRONMENT "PARAMETRO_INFORME" TO cola-parametro.
               MOVE ZERO TO RETURN-CODE.
               CALL cola-programa
                   ON EXCEPTION
                       MOVE 99 TO RETURN-CODE
               END-CALL.
               MOVE RETURN-CODE TO WS-Codigo-Informe.
               CANCEL cola-programa.
               ACCEPT cola-fecha-ejecucion FROM DATE YYYYMMDD.
               ACCEPT cola-hora-ejecucion FROM TIME.
               MOVE WS-Codigo-Informe TO cola-codigo.
               MOVE SPACE TO cola-entrega.
               IF WS-Codigo-Informe > 4
                   MOVE "F" TO cola-estado
                   MOVE "SIN ENTREGA: EL INFORME TERMINO CON ERROR"
                       TO cola-entrega
               ELSE
                   CALL "CBL_CHECK_FILE_EXIST" USING WS-Archivo-Salida
                       WS-Detalle-Archivo
                   IF RETURN-CODE NOT = ZERO
                       MOVE "F" TO cola-estado
                       MOVE "SIN ENTREGA: EL INFORME NO DEJO ARCHIVO"
                           TO cola-entrega
                   ELSE
                       PERFORM Entregar-Salida
                   END-IF
               END-IF.
               MOVE ZERO TO RETURN-CODE.
               IF cola-fallida
                   ADD 1 TO WS-Total-Fallidas
               END-IF.
               PERFORM Registrar-Aviso.

           Entregar-Salida.
               MOVE SPACE TO WS-Buzon-Operador.
               STRING WS-Buzon DELIMITED BY SPACE
                   "/" cola-operador DELIMITED BY SPACE
                   INTO WS-Buzon-Operador.
               CALL "CBL_CREATE_DIR" USING WS-Buzon-Operador.
               MOVE SPACE TO WS-Archivo-Entrega.
               STRING WS-Buzon-Operador DELIMITED BY SPACE
                   "/" cola-folio "-" cola-salida DELIMITED BY SPACE
                   INTO WS-Archivo-Entrega.
               CALL "CBL_COPY_FILE" USING WS-Archivo-Salida
                   WS-Archivo-Entrega.
               IF RETURN-CODE NOT = ZERO
                   MOVE "F" TO cola-estado
                   MOVE "SIN ENTREGA: NO SE PUDO COPIAR AL BUZON"
                       TO cola-entrega
               ELSE
                   MOVE "T" TO cola-estado
                   MOVE WS-Archivo-Entrega TO cola-entrega
               END-IF.

           Reescribir-Cola.
               OPEN INPUT Informes-cola-tmp-archivo.
               OPEN OUTPUT Informes-cola-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-cola-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           MOVE cola-tmp-registro TO cola-registro
                           WRITE cola-registro
                   END-READ
               END-PERFORM.
               CLOSE Informes-cola-tmp-archivo.
               CLOSE Informes-cola-archivo.

      * El aviso de termino lleva el folio y al solicitante; el
      * de una solicitud fallida sale como advertencia.
           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Corre-cola-informes" TO aviso-programa.
               MOVE SPACE TO aviso-texto.
               IF cola-terminada
                   MOVE "I" TO aviso-severidad
                   STRING "Informe " cola-folio " listo para "
                       DELIMITED BY SIZE
                       cola-operador DELIMITED BY SPACE
                       ": " DELIMITED BY SIZE
                       cola-salida DELIMITED BY SPACE
                       INTO aviso-texto
               ELSE
                   MOVE "A" TO aviso-severidad
                   STRING "Informe " cola-folio " de "
                       DELIMITED BY SIZE
                       cola-operador DELIMITED BY SPACE
                       " fallo, codigo " cola-codigo
                       DELIMITED BY SIZE INTO aviso-texto
               END-IF.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Corre-cola-informes.

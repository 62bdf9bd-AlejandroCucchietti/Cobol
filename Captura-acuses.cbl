      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Captura-acuses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "acuses-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "acuses-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Acuses-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Fecha-Pago PIC X(8).
           01 WS-Fecha-Firma PIC X(8).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Captura PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Total-Capturados PIC 9(5) VALUE ZERO.
           01 WS-Total-Pendientes PIC 9(5) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Recibos impresos del pago en captura; la marca dice si ya
      * tienen acuse (S) o siguen sin firma (N).
           01 WS-Total-Recibos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Rec PIC 9(4).
           01 WS-Recibo-Hallado PIC 9(4).
           01 WS-Tabla-Recibos.
               05 WS-Recibo-Item OCCURS 3000 TIMES.
                   10 WS-Rec-Id PIC X(6).
                   10 WS-Rec-Acusado PIC X.

      * Captura rapida de recibos de nomina firmados en papel: se
      * elige la fecha de pago y la fecha en que se recogieron las
      * firmas, y se teclean uno tras otro los IDs de los recibos
      * firmados; un ID en blanco termina. Solo se aceptan IDs con
      * recibo impreso en ese pago, y cada acuse queda en la
      * bitacora de auditoria.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           DISPLAY "===== Captura de recibos de nomina firmados =====".
           DISPLAY "Fecha de pago del recibo (AAAAMMDD): ".
           MOVE SPACE TO WS-Fecha-Pago.
           ACCEPT WS-Fecha-Pago.
           MOVE WS-Fecha-Pago TO WS-Fec-Fecha-1.
           PERFORM Validar-Fecha.
           IF WS-Fec-Valida NOT = "S"
               DISPLAY "Fecha no valida."
           ELSE
               PERFORM Cargar-Recibos
               IF WS-Total-Recibos = ZERO
                   DISPLAY "No hay recibos impresos con esa fecha "
                       "de pago."
               ELSE
                   PERFORM Pedir-Fecha-Firma
                   IF WS-Fec-Valida = "S"
                       PERFORM Capturar-Firmas
                   END-IF
               END-IF
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

           Validar-Fecha.
               MOVE "V" TO WS-Fec-Funcion.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.

           Cargar-Recibos.
               MOVE ZERO TO WS-Total-Recibos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Acuses-archivo.
               IF WS-Acuses-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Acuses-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acuse-fecha-pago = WS-Fecha-Pago
                               PERFORM Agregar-Recibo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Acuses-archivo.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El pago tiene mas de 3000 recibos; los "
                       "que no cupieron no se pueden capturar aqui."
               END-IF.

      * Una reimpresion repite la I del mismo recibo y el acuse
      * puede llegar antes que la reimpresion; se deja un solo
      * renglon por empleado.
           Agregar-Recibo.
               PERFORM Buscar-Recibo.
               IF WS-Recibo-Hallado = ZERO
                   IF WS-Total-Recibos < 3000
                       ADD 1 TO WS-Total-Recibos
                       MOVE WS-Total-Recibos TO WS-Recibo-Hallado
                       MOVE acuse-id TO WS-Rec-Id(WS-Recibo-Hallado)
                       MOVE "N" TO WS-Rec-Acusado(WS-Recibo-Hallado)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Recibo-Hallado NOT = ZERO
                   AND NOT acuse-impreso
                   MOVE "S" TO WS-Rec-Acusado(WS-Recibo-Hallado)
               END-IF.

           Buscar-Recibo.
               MOVE ZERO TO WS-Recibo-Hallado.
               PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Total-Recibos
                   OR WS-Recibo-Hallado NOT = ZERO
                   IF WS-Rec-Id(WS-Indice-Rec) = acuse-id
                       MOVE WS-Indice-Rec TO WS-Recibo-Hallado
                   END-IF
               END-PERFORM.

           Pedir-Fecha-Firma.
               DISPLAY "Fecha en que se firmaron (AAAAMMDD, ENTER = "
                   "hoy): ".
               MOVE SPACE TO WS-Fecha-Firma.
               ACCEPT WS-Fecha-Firma.
               IF WS-Fecha-Firma = SPACE
                   MOVE WS-Fecha-Hoy TO WS-Fecha-Firma
               END-IF.
               MOVE WS-Fecha-Firma TO WS-Fec-Fecha-1.
               PERFORM Validar-Fecha.
               IF WS-Fec-Valida = "S"
                   AND WS-Fecha-Firma > WS-Fecha-Hoy
                   MOVE "N" TO WS-Fec-Valida
               END-IF.
               IF WS-Fec-Valida = "S"
                   AND WS-Fecha-Firma < WS-Fecha-Pago
                   MOVE "N" TO WS-Fec-Valida
               END-IF.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Fecha de firma no valida: no puede ser "
                       "futura ni anterior al pago."
               END-IF.

           Capturar-Firmas.
               OPEN EXTEND Acuses-archivo.
               IF WS-Acuses-Status = "35"
                   OPEN OUTPUT Acuses-archivo
               END-IF.
               MOVE "N" TO WS-Fin-Captura.
               PERFORM Capturar-Firma
               UNTIL WS-Fin-Captura = "S".
               CLOSE Acuses-archivo.
               MOVE ZERO TO WS-Total-Pendientes.
               PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Total-Recibos
                   IF WS-Rec-Acusado(WS-Indice-Rec) = "N"
                       ADD 1 TO WS-Total-Pendientes
                   END-IF
               END-PERFORM.
               DISPLAY "Acuses capturados: " WS-Total-Capturados
                   "  Recibos del pago aun sin firma: "
                   WS-Total-Pendientes.

           Capturar-Firma.
               DISPLAY "ID del recibo firmado (ENTER termina): ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               IF WS-Id-Entrada = SPACE
                   MOVE "S" TO WS-Fin-Captura
               ELSE
                   MOVE WS-Id-Entrada TO acuse-id
                   PERFORM Buscar-Recibo
                   IF WS-Recibo-Hallado = ZERO
                       DISPLAY WS-Id-Entrada " no tiene recibo "
                           "impreso con esa fecha de pago."
                   ELSE
                   IF WS-Rec-Acusado(WS-Recibo-Hallado) = "S"
                       DISPLAY WS-Id-Entrada " ya tenia acuse; no "
                           "se registra de nuevo."
                   ELSE
                       MOVE WS-Fecha-Pago TO acuse-fecha-pago
                       MOVE WS-Id-Entrada TO acuse-id
                       MOVE "F" TO acuse-tipo
                       MOVE WS-Fecha-Firma TO acuse-fecha
                       ACCEPT acuse-hora FROM TIME
                       MOVE WS-Operador-Actual TO acuse-capturo
                       WRITE acuse-registro
                       MOVE "S" TO WS-Rec-Acusado(WS-Recibo-Hallado)
                       ADD 1 TO WS-Total-Capturados
                       PERFORM Registrar-Auditoria
                   END-IF
                   END-IF
               END-IF.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               MOVE "ACUSE-RECIBO" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Captura-acuses.

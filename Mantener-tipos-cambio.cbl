      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-tipos-cambio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "tipos-cambio-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT Tipos-cambio-tmp-archivo
       ASSIGN TO "tipos-cambio.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Tipos-Cambio-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "tipos-cambio-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Tipos-cambio-tmp-archivo.

       01  tcambio-tmp-registro PIC X(20).


       WORKING-STORAGE SECTION.

           01 WS-Tipos-Cambio-Status PIC XX.
           01 WS-Tipos-Cambio-Tmp-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Cambio PIC 9.
           01 WS-Fin-Cambio PIC X.
           01 WS-Mes-Entrada PIC X(6).
           01 WS-Fecha-Entrada PIC X(8).
           01 WS-Moneda-Entrada PIC X(3).
           01 WS-Valor-Entrada PIC X(12).
           01 WS-Confirma PIC X.
           01 WS-Renglon-Escrito PIC X.
           01 WS-Renglones-Mes PIC 9(4).
           01 WS-Valor-Edicion PIC ZZ9.999999.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Nuevo-Cambio.
               05 WS-Nuevo-Fecha PIC X(8).
               05 WS-Nuevo-Moneda PIC X(3).
               05 WS-Nuevo-Valor PIC 9(3)V9(6).

      * Tipos de cambio por fecha para los informes en moneda
      * extranjera. El archivo se reescribe pasando por un temporal
      * para dejar el renglon nuevo en su lugar sin cargarlo todo.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
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
               DISPLAY "===== Tipos de Cambio =====".
               DISPLAY "1. Listar tipos de cambio de un mes".
               DISPLAY "2. Capturar o corregir tipo de cambio "
                   "(supervisor)".
               DISPLAY "3. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Cambio.
               EVALUATE Opcion-Cambio
                   WHEN 1
                       PERFORM Listar-Mes
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "La captura de tipos de cambio esta "
                               "restringida a supervisores."
                       ELSE
                           PERFORM Capturar-Tipo-Cambio
                       END-IF
                   WHEN 3
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Mes.
               DISPLAY "Mes (AAAAMM): ".
               MOVE SPACE TO WS-Mes-Entrada.
               ACCEPT WS-Mes-Entrada.
               MOVE ZERO TO WS-Renglones-Mes.
               MOVE "1" TO WS-Fin-Cambio.
               OPEN INPUT Tipos-cambio-archivo.
               IF WS-Tipos-Cambio-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Cambio
               END-IF.
               PERFORM UNTIL WS-Fin-Cambio = "0"
                   READ Tipos-cambio-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Cambio
                       NOT AT END
                           IF tcambio-fecha(1:6) = WS-Mes-Entrada
                               ADD 1 TO WS-Renglones-Mes
                               MOVE tcambio-valor TO WS-Valor-Edicion
                               DISPLAY tcambio-fecha " "
                                   tcambio-moneda " "
                                   WS-Valor-Edicion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tipos-cambio-archivo.
               IF WS-Renglones-Mes = ZERO
                   DISPLAY "No hay tipos de cambio capturados en "
                       "ese mes."
               END-IF.

           Capturar-Tipo-Cambio.
               DISPLAY "Fecha de publicacion (AAAAMMDD): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               DISPLAY "Moneda (ENTER = USD): ".
               MOVE SPACE TO WS-Moneda-Entrada.
               ACCEPT WS-Moneda-Entrada.
               IF WS-Moneda-Entrada = SPACE
                   MOVE "USD" TO WS-Moneda-Entrada
               END-IF.
               DISPLAY "Pesos por unidad (ej. 17.254300): ".
               MOVE SPACE TO WS-Valor-Entrada.
               ACCEPT WS-Valor-Entrada.
               MOVE "V" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1.
               MOVE SPACE TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida NOT = "S"
                   OR WS-Valor-Entrada = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-Valor-Entrada)
                       NOT = ZERO
                   DISPLAY "Datos no validos; captura cancelada."
               ELSE
                   MOVE WS-Fecha-Entrada TO WS-Nuevo-Fecha
                   MOVE WS-Moneda-Entrada TO WS-Nuevo-Moneda
                   MOVE FUNCTION NUMVAL(WS-Valor-Entrada)
                       TO WS-Nuevo-Valor
                   IF WS-Nuevo-Valor = ZERO
                       DISPLAY "El tipo de cambio no puede ser cero."
                   ELSE
                       MOVE WS-Nuevo-Valor TO WS-Valor-Edicion
                       DISPLAY "Se guarda " WS-Nuevo-Fecha " "
                           WS-Nuevo-Moneda " " WS-Valor-Edicion
                           ". Confirma (S/N)? "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Guardar-Tipo-Cambio
                       ELSE
                           DISPLAY "Captura cancelada."
                       END-IF
                   END-IF
               END-IF.

      * Se copia el archivo al temporal dejando el renglon nuevo en
      * su orden de fecha; el de la misma fecha y moneda se
      * reemplaza. Luego el temporal regresa al archivo.
           Guardar-Tipo-Cambio.
               MOVE "N" TO WS-Renglon-Escrito.
               OPEN OUTPUT Tipos-cambio-tmp-archivo.
               MOVE "1" TO WS-Fin-Cambio.
               OPEN INPUT Tipos-cambio-archivo.
               IF WS-Tipos-Cambio-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Cambio
               END-IF.
               PERFORM UNTIL WS-Fin-Cambio = "0"
                   READ Tipos-cambio-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Cambio
                       NOT AT END
                           PERFORM Copiar-Tipo-Cambio
                   END-READ
               END-PERFORM.
               CLOSE Tipos-cambio-archivo.
               IF WS-Renglon-Escrito = "N"
                   MOVE WS-Nuevo-Cambio TO tcambio-tmp-registro
                   WRITE tcambio-tmp-registro
               END-IF.
               CLOSE Tipos-cambio-tmp-archivo.
               OPEN INPUT Tipos-cambio-tmp-archivo.
               OPEN OUTPUT Tipos-cambio-archivo.
               MOVE "1" TO WS-Fin-Cambio.
               PERFORM UNTIL WS-Fin-Cambio = "0"
                   READ Tipos-cambio-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Cambio
                       NOT AT END
                           MOVE tcambio-tmp-registro
                               TO tcambio-registro
                           WRITE tcambio-registro
                   END-READ
               END-PERFORM.
               CLOSE Tipos-cambio-tmp-archivo.
               CLOSE Tipos-cambio-archivo.
               MOVE WS-Nuevo-Fecha(3:6) TO auditoria-id.
               MOVE "CAMBIO-TCAMB" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Tipo de cambio guardado.".

           Copiar-Tipo-Cambio.
               IF WS-Renglon-Escrito = "N"
                   AND tcambio-fecha > WS-Nuevo-Fecha
                   MOVE WS-Nuevo-Cambio TO tcambio-tmp-registro
                   WRITE tcambio-tmp-registro
                   MOVE "S" TO WS-Renglon-Escrito
               END-IF.
               IF tcambio-fecha = WS-Nuevo-Fecha
                   AND tcambio-moneda = WS-Nuevo-Moneda
                   IF WS-Renglon-Escrito = "N"
                       MOVE WS-Nuevo-Cambio TO tcambio-tmp-registro
                       WRITE tcambio-tmp-registro
                       MOVE "S" TO WS-Renglon-Escrito
                   END-IF
               ELSE
                   MOVE tcambio-registro TO tcambio-tmp-registro
                   WRITE tcambio-tmp-registro
               END-IF.

           Registrar-Auditoria.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-tipos-cambio.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-resguardo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "resguardos-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "resguardos-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Resguardos-Status PIC XX.
       01  WS-Fin-Resguardos PIC X.
       01  WS-Fecha-Hoy PIC X(8).
       01  WS-Hubo-Cambios PIC X.

       01  WS-Total-Resguardos PIC 9(4) VALUE ZERO.
       01  WS-Indice-Resg PIC 9(4).
       01  WS-Tabla-Llena PIC X.
       01  WS-Tabla-Resguardos.
           05  WS-Resguardo-Item OCCURS 5000 TIMES PIC X(92).

       LINKAGE SECTION.

      * Articulos en resguardo de un empleado:
      *   C = cuenta los articulos asignados y su valor
      *   D = los marca descontados en el finiquito
      *   W = los marca dispensados por LK-Operador
      * En todos los casos regresa cuantos articulos habia sin
      * devolver y su valor convenido.
       01  LK-Funcion PIC X.
       01  LK-Id PIC X(6).
       01  LK-Operador PIC X(8).
       01  LK-Articulos PIC 9(3).
       01  LK-Valor PIC 9(7)V99.

       PROCEDURE DIVISION USING LK-Funcion LK-Id LK-Operador
           LK-Articulos LK-Valor.

       Empieza-Programa.
           MOVE ZERO TO LK-Articulos LK-Valor.
           MOVE "N" TO WS-Hubo-Cambios.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           PERFORM Cargar-Resguardos.
           PERFORM VARYING WS-Indice-Resg FROM 1 BY 1
               UNTIL WS-Indice-Resg > WS-Total-Resguardos
               MOVE WS-Resguardo-Item(WS-Indice-Resg)
                   TO resguardo-registro
               IF resguardo-id = LK-Id AND resguardo-asignado
                   PERFORM Procesar-Articulo
               END-IF
           END-PERFORM.
           IF WS-Hubo-Cambios = "S"
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de resguardos excede la "
                       "capacidad de trabajo; no se actualizo."
               ELSE
                   PERFORM Reescribir-Resguardos
               END-IF
           END-IF.
           GOBACK.

           Procesar-Articulo.
               ADD 1 TO LK-Articulos.
               ADD resguardo-valor TO LK-Valor.
               IF LK-Funcion = "D" OR LK-Funcion = "W"
                   IF LK-Funcion = "D"
                       MOVE "C" TO resguardo-estado
                   ELSE
                       MOVE "W" TO resguardo-estado
                   END-IF
                   MOVE WS-Fecha-Hoy TO resguardo-fecha-cierre
                   MOVE LK-Operador TO resguardo-autorizo
                   MOVE resguardo-registro
                       TO WS-Resguardo-Item(WS-Indice-Resg)
                   MOVE "S" TO WS-Hubo-Cambios
               END-IF.

           Cargar-Resguardos.
               MOVE ZERO TO WS-Total-Resguardos.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Resguardos.
               OPEN INPUT Resguardos-archivo.
               IF WS-Resguardos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Resguardos
               END-IF.
               PERFORM UNTIL WS-Fin-Resguardos = "0"
                   READ Resguardos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Resguardos
                       NOT AT END
                           IF WS-Total-Resguardos < 5000
                               ADD 1 TO WS-Total-Resguardos
                               MOVE resguardo-registro TO
                                   WS-Resguardo-Item
                                       (WS-Total-Resguardos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Resguardos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Resguardos-archivo.

           Reescribir-Resguardos.
               OPEN OUTPUT Resguardos-archivo.
               PERFORM VARYING WS-Indice-Resg FROM 1 BY 1
                   UNTIL WS-Indice-Resg > WS-Total-Resguardos
                   MOVE WS-Resguardo-Item(WS-Indice-Resg)
                       TO resguardo-registro
                   WRITE resguardo-registro
               END-PERFORM.
               CLOSE Resguardos-archivo.

       END PROGRAM Rutinas-resguardo.

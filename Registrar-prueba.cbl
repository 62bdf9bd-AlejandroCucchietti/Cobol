      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Registrar-prueba.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "puestos-fisico.cbl".
       COPY "periodos-prueba-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "puestos-logico.cbl".
       COPY "periodos-prueba-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Puestos-Status PIC XX.
       01  WS-Periodos-Prueba-Status PIC XX.
       01  Fin-del-Archivo PIC X.
       01  WS-Dias-Prueba PIC 9(3).
       01  WS-Fecha-Numerica PIC 9(8).
       01  WS-Fecha-Entera PIC S9(9).

       01  WS-Fec-Funcion PIC X.
       01  WS-Fec-Fecha-1 PIC X(8).
       01  WS-Fec-Fecha-2 PIC X(8).
       01  WS-Fec-Resultado PIC S9(9).
       01  WS-Fec-Formateada PIC X(10).
       01  WS-Fec-Valida PIC X.

       LINKAGE SECTION.

       01  LK-Empleado-Id PIC X(6).
       01  LK-Puesto PIC X(20).
       01  LK-Fecha-Alta PIC X(8).
       01  LK-Tipo PIC X.

      * Abre el periodo de prueba de un alta de planta: 30 dias, o
      * los que tenga el puesto en el catalogo (180 en puestos de
      * direccion), contados desde la fecha de alta inclusive. Las
      * altas temporales no llevan periodo de prueba.
       PROCEDURE DIVISION USING LK-Empleado-Id LK-Puesto
           LK-Fecha-Alta LK-Tipo.

       Empieza-Programa.
           IF LK-Tipo NOT = "P"
               GOBACK
           END-IF.
           MOVE "V" TO WS-Fec-Funcion.
           MOVE LK-Fecha-Alta TO WS-Fec-Fecha-1.
           CALL "Rutinas-fecha" USING WS-Fec-Funcion
               WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
               WS-Fec-Formateada WS-Fec-Valida.
           IF WS-Fec-Valida NOT = "S"
               DISPLAY "Fecha de alta no valida; no se abrio periodo "
                   "de prueba para el ID " LK-Empleado-Id "."
               GOBACK
           END-IF.
           PERFORM Determinar-Dias-Prueba.
           MOVE LK-Fecha-Alta TO WS-Fecha-Numerica.
           COMPUTE WS-Fecha-Entera =
               FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
               + WS-Dias-Prueba - 1.
           COMPUTE WS-Fecha-Numerica =
               FUNCTION DATE-OF-INTEGER(WS-Fecha-Entera).
           MOVE LK-Empleado-Id TO prueba-id.
           MOVE LK-Puesto TO prueba-puesto.
           MOVE LK-Fecha-Alta TO prueba-fecha-alta.
           MOVE WS-Dias-Prueba TO prueba-dias.
           MOVE WS-Fecha-Numerica TO prueba-fecha-fin.
           MOVE SPACE TO prueba-decision.
           MOVE SPACE TO prueba-fecha-decision.
           MOVE SPACE TO prueba-operador.
           MOVE SPACE TO prueba-motivo.
           OPEN EXTEND Periodos-prueba-archivo.
           IF WS-Periodos-Prueba-Status = "35"
               OPEN OUTPUT Periodos-prueba-archivo
           END-IF.
           WRITE prueba-registro.
           CLOSE Periodos-prueba-archivo.
           MOVE "F" TO WS-Fec-Funcion.
           MOVE prueba-fecha-fin TO WS-Fec-Fecha-1.
           CALL "Rutinas-fecha" USING WS-Fec-Funcion
               WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
               WS-Fec-Formateada WS-Fec-Valida.
           DISPLAY "Periodo de prueba del ID " LK-Empleado-Id ": "
               WS-Dias-Prueba " dias, hasta el " WS-Fec-Formateada ".".
           GOBACK.

      * Un puesto que no esta en el catalogo, o sin dias propios,
      * lleva el periodo general.
           Determinar-Dias-Prueba.
               MOVE 30 TO WS-Dias-Prueba.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF puesto-nombre = LK-Puesto
                               IF puesto-dias-prueba NUMERIC
                                   AND puesto-dias-prueba > ZERO
                                   MOVE puesto-dias-prueba
                                       TO WS-Dias-Prueba
                               END-IF
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

       END PROGRAM Registrar-prueba.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-periodo.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-Fecha-Num PIC 9(8).
       01  WS-Fecha-Partes.
           05  WS-Fecha-Anio PIC 9(4).
           05  WS-Fecha-Mes PIC 9(2).
           05  WS-Fecha-Dia PIC 9(2).
       01  WS-Dias-Del-Mes PIC 99.
       01  WS-Resto-Bisiesto PIC 9(4).
       01  WS-Fecha-Entera PIC S9(9).
       01  WS-Desplaza-Lunes PIC 9.
       01  WS-Entero-Lunes PIC S9(9).
       01  WS-Entero-Domingo PIC S9(9).
       01  WS-Fecha-Domingo PIC 9(8).
       01  WS-Semana-Mes PIC 9.
       01  WS-Letras-Semana PIC X(5) VALUE "ABCDE".

       LINKAGE SECTION.

      * Periodo de pago que contiene LK-Fecha segun el grupo:
      *   Q = quincena: AAAAMM + 1 (dias 1-15) o 2 (16 a fin de mes)
      *   S = semana de lunes a domingo: AAAAMM del domingo que la
      *       cierra + letra A-E (primer a quinto domingo del mes)
      * Regresa el identificador y las fechas de inicio y fin; con
      * fecha no numerica los tres salen en blanco.
       01  LK-Grupo PIC X.
       01  LK-Fecha PIC X(8).
       01  LK-Periodo-Id PIC X(7).
       01  LK-Inicio PIC X(8).
       01  LK-Fin PIC X(8).

       PROCEDURE DIVISION USING LK-Grupo LK-Fecha LK-Periodo-Id
           LK-Inicio LK-Fin.

       Empieza-Programa.
           MOVE SPACE TO LK-Periodo-Id.
           MOVE SPACE TO LK-Inicio.
           MOVE SPACE TO LK-Fin.
           IF LK-Fecha NUMERIC
               MOVE LK-Fecha TO WS-Fecha-Partes
               IF LK-Grupo = "S"
                   PERFORM Periodo-Semanal
               ELSE
                   PERFORM Periodo-Quincenal
               END-IF
           END-IF.
           GOBACK.

           Periodo-Quincenal.
               IF WS-Fecha-Dia < 16
                   STRING LK-Fecha(1:6) "1"
                       DELIMITED BY SIZE INTO LK-Periodo-Id
                   STRING LK-Fecha(1:6) "01"
                       DELIMITED BY SIZE INTO LK-Inicio
                   STRING LK-Fecha(1:6) "15"
                       DELIMITED BY SIZE INTO LK-Fin
               ELSE
                   PERFORM Determinar-Dias-Del-Mes
                   STRING LK-Fecha(1:6) "2"
                       DELIMITED BY SIZE INTO LK-Periodo-Id
                   STRING LK-Fecha(1:6) "16"
                       DELIMITED BY SIZE INTO LK-Inicio
                   STRING LK-Fecha(1:6) WS-Dias-Del-Mes
                       DELIMITED BY SIZE INTO LK-Fin
               END-IF.

      * El dia entero de calendario modulo 7 da cero en domingo y
      * uno en lunes; la semana arranca el lunes anterior o igual.
           Periodo-Semanal.
               MOVE LK-Fecha TO WS-Fecha-Num.
               COMPUTE WS-Fecha-Entera =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Num).
               COMPUTE WS-Desplaza-Lunes =
                   FUNCTION MOD(WS-Fecha-Entera + 6, 7).
               COMPUTE WS-Entero-Lunes =
                   WS-Fecha-Entera - WS-Desplaza-Lunes.
               COMPUTE WS-Entero-Domingo = WS-Entero-Lunes + 6.
               COMPUTE WS-Fecha-Num =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Lunes).
               MOVE WS-Fecha-Num TO LK-Inicio.
               COMPUTE WS-Fecha-Domingo =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Domingo).
               MOVE WS-Fecha-Domingo TO LK-Fin.
               MOVE WS-Fecha-Domingo TO WS-Fecha-Partes.
               COMPUTE WS-Semana-Mes = (WS-Fecha-Dia - 1) / 7 + 1.
               STRING LK-Fin(1:6)
                   WS-Letras-Semana(WS-Semana-Mes:1)
                   DELIMITED BY SIZE INTO LK-Periodo-Id.

           Determinar-Dias-Del-Mes.
               EVALUATE WS-Fecha-Mes
                   WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8
                   WHEN 10 WHEN 12
                       MOVE 31 TO WS-Dias-Del-Mes
                   WHEN 4 WHEN 6 WHEN 9 WHEN 11
                       MOVE 30 TO WS-Dias-Del-Mes
                   WHEN OTHER
                       MOVE 28 TO WS-Dias-Del-Mes
                       COMPUTE WS-Resto-Bisiesto =
                           FUNCTION MOD(WS-Fecha-Anio, 4)
                       IF WS-Resto-Bisiesto = ZERO
                           MOVE 29 TO WS-Dias-Del-Mes
                       END-IF
               END-EVALUATE.

       END PROGRAM Rutinas-periodo.

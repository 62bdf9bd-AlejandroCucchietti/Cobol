      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-licencia.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "licencias-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "licencias-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Licencias-Status PIC XX.
       01  WS-Inicializado PIC X VALUE "N".
       01  WS-Fin-Licencias PIC X.
       01  WS-Fecha-Numerica PIC 9(8).
       01  WS-Consulta-Desde PIC X(8).
       01  WS-Consulta-Hasta PIC X(8).
       01  WS-Entero-Desde PIC S9(9).
       01  WS-Entero-Hasta PIC S9(9).
       01  WS-Traslape-Desde PIC S9(9).
       01  WS-Traslape-Hasta PIC S9(9).

      * Cada licencia no cancelada como rango de dias enteros; el
      * fin en cero es una licencia sin regreso capturado, que
      * sigue corriendo hasta la fecha consultada.
       01  WS-Total-Licencias PIC 9(4) VALUE ZERO.
       01  WS-Indice-Lic PIC 9(4).
       01  WS-Tabla-Licencias.
           05 WS-Licencia-Item OCCURS 1000 TIMES.
               10 WS-Lic-Id PIC X(6).
               10 WS-Lic-Desde PIC S9(9).
               10 WS-Lic-Hasta PIC S9(9).

       LINKAGE SECTION.

      * Servicio de licencias sin goce:
      *   I = volver a leer licencias.dat
      *   D = dias de licencia de LK-Empleado-Id entre LK-Fecha-1 y
      *       LK-Fecha-2, ambos inclusive, en LK-Dias
      *   E = LK-En-Licencia S/N si el empleado esta de licencia
      *       el dia LK-Fecha-1
      * El dia del regreso real ya es dia trabajado.
       01  LK-Funcion PIC X.
       01  LK-Empleado-Id PIC X(6).
       01  LK-Fecha-1 PIC X(8).
       01  LK-Fecha-2 PIC X(8).
       01  LK-Dias PIC 9(5).
       01  LK-En-Licencia PIC X.

       PROCEDURE DIVISION USING LK-Funcion LK-Empleado-Id LK-Fecha-1
           LK-Fecha-2 LK-Dias LK-En-Licencia.

       Empieza-Programa.
           MOVE ZERO TO LK-Dias.
           MOVE "N" TO LK-En-Licencia.
           IF LK-Funcion = "I" OR WS-Inicializado = "N"
               PERFORM Cargar-Licencias
           END-IF.
           EVALUATE LK-Funcion
               WHEN "D"
                   IF LK-Fecha-1 NUMERIC AND LK-Fecha-2 NUMERIC
                       MOVE LK-Fecha-1 TO WS-Consulta-Desde
                       MOVE LK-Fecha-2 TO WS-Consulta-Hasta
                       PERFORM Funcion-Dias
                   END-IF
               WHEN "E"
                   IF LK-Fecha-1 NUMERIC
                       MOVE LK-Fecha-1 TO WS-Consulta-Desde
                       MOVE LK-Fecha-1 TO WS-Consulta-Hasta
                       PERFORM Funcion-Dias
                       IF LK-Dias > ZERO
                           MOVE "S" TO LK-En-Licencia
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

           Cargar-Licencias.
               MOVE ZERO TO WS-Total-Licencias.
               MOVE "1" TO WS-Fin-Licencias.
               OPEN INPUT Licencias-archivo.
               IF WS-Licencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Licencias
               END-IF.
               PERFORM UNTIL WS-Fin-Licencias = "0"
                   READ Licencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Licencias
                       NOT AT END
                           IF NOT licencia-cancelada
                               AND licencia-inicio NUMERIC
                               PERFORM Agregar-Licencia
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Licencias-archivo.
               MOVE "S" TO WS-Inicializado.

           Agregar-Licencia.
               IF WS-Total-Licencias < 1000
                   ADD 1 TO WS-Total-Licencias
                   MOVE licencia-id TO WS-Lic-Id(WS-Total-Licencias)
                   MOVE licencia-inicio TO WS-Fecha-Numerica
                   COMPUTE WS-Lic-Desde(WS-Total-Licencias) =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
                   MOVE ZERO TO WS-Lic-Hasta(WS-Total-Licencias)
                   IF licencia-concluida
                       AND licencia-regreso-real NUMERIC
                       MOVE licencia-regreso-real TO WS-Fecha-Numerica
                       COMPUTE WS-Lic-Hasta(WS-Total-Licencias) =
                           FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
                           - 1
                   END-IF
               ELSE
                   DISPLAY "Archivo de licencias con mas de 1000 "
                       "renglones; se ignora la licencia de "
                       licencia-id
               END-IF.

           Funcion-Dias.
               MOVE WS-Consulta-Desde TO WS-Fecha-Numerica.
               COMPUTE WS-Entero-Desde =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica).
               MOVE WS-Consulta-Hasta TO WS-Fecha-Numerica.
               COMPUTE WS-Entero-Hasta =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica).
               PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
                   UNTIL WS-Indice-Lic > WS-Total-Licencias
                   IF WS-Lic-Id(WS-Indice-Lic) = LK-Empleado-Id
                       PERFORM Sumar-Traslape
                   END-IF
               END-PERFORM.

           Sumar-Traslape.
               MOVE WS-Lic-Desde(WS-Indice-Lic) TO WS-Traslape-Desde.
               IF WS-Traslape-Desde < WS-Entero-Desde
                   MOVE WS-Entero-Desde TO WS-Traslape-Desde
               END-IF.
               MOVE WS-Lic-Hasta(WS-Indice-Lic) TO WS-Traslape-Hasta.
               IF WS-Traslape-Hasta = ZERO
                   OR WS-Traslape-Hasta > WS-Entero-Hasta
                   MOVE WS-Entero-Hasta TO WS-Traslape-Hasta
               END-IF.
               IF WS-Traslape-Hasta NOT < WS-Traslape-Desde
                   COMPUTE LK-Dias = LK-Dias
                       + WS-Traslape-Hasta - WS-Traslape-Desde + 1
               END-IF.

       END PROGRAM Rutinas-licencia.

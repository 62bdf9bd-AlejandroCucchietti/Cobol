      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-mascara.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Clasificacion de campos sensibles: nivel de operador que ve
      * el valor completo y forma de la mascara para los demas
      *   T = todo en asteriscos
      *   U = solo los ultimos 4 caracteres a la vista
      *   I = solo los primeros 4 caracteres a la vista
      * El nivel se puede subir o bajar con el parametro VER-<campo>
      * del catalogo central; se lee una sola vez por corrida.
       01  WS-Clasificacion-Default.
           05 FILLER PIC X(22) VALUE "SALARIO            3T".
           05 FILLER PIC X(22) VALUE "CLABE              3U".
           05 FILLER PIC X(22) VALUE "RFC                2I".
           05 FILLER PIC X(22) VALUE "CURP               2I".
           05 FILLER PIC X(22) VALUE "NACIMIENTO         2I".
       01  WS-Tabla-Clasificacion REDEFINES WS-Clasificacion-Default.
           05 WS-Clasif-Item OCCURS 5 TIMES.
               10 WS-Clasif-Campo PIC X(19).
               10 WS-Clasif-Nivel PIC 9.
               10 WS-Clasif-Forma PIC X.
               10 FILLER PIC X.

       01  WS-Clasificacion-Leida PIC X VALUE "N".
       01  WS-Indice-Clasif PIC 9.
       01  WS-Clasif-Hallada PIC 9.
       01  WS-Param-Clave PIC X(20).
       01  WS-Param-Valor PIC X(10).
       01  WS-Param-Hallado PIC X.
       01  WS-Largo-Valor PIC 99.
       01  WS-Indice-Car PIC 99.
       01  WS-Desde-Car PIC 99.
       01  WS-Hasta-Car PIC 99.

       LINKAGE SECTION.

      * Servicio de enmascarado para consultas y exportaciones:
      * recibe el nombre del campo, el nivel del operador firmado y
      * el valor ya editado; lo regresa parcial o en asteriscos si
      * el nivel no alcanza. LK-Enmascarado indica S/N.
       01  LK-Campo PIC X(20).
       01  LK-Nivel PIC 9.
       01  LK-Valor PIC X(30).
       01  LK-Enmascarado PIC X.

       PROCEDURE DIVISION USING LK-Campo LK-Nivel LK-Valor
           LK-Enmascarado.

       Empieza-Programa.
           MOVE "N" TO LK-Enmascarado.
           IF WS-Clasificacion-Leida = "N"
               PERFORM Leer-Clasificacion
               MOVE "S" TO WS-Clasificacion-Leida
           END-IF.
           MOVE ZERO TO WS-Clasif-Hallada.
           PERFORM VARYING WS-Indice-Clasif FROM 1 BY 1
               UNTIL WS-Indice-Clasif > 5
               IF WS-Clasif-Campo(WS-Indice-Clasif) = LK-Campo
                   MOVE WS-Indice-Clasif TO WS-Clasif-Hallada
               END-IF
           END-PERFORM.
           IF WS-Clasif-Hallada > ZERO
               IF LK-Nivel < WS-Clasif-Nivel(WS-Clasif-Hallada)
                   AND LK-Valor NOT = SPACE
                   PERFORM Aplicar-Mascara
                   MOVE "S" TO LK-Enmascarado
               END-IF
           END-IF.
           GOBACK.

      * Un parametro VER-<campo> con un nivel 1-9 sustituye al
      * nivel por omision de la tabla.
           Leer-Clasificacion.
               PERFORM VARYING WS-Indice-Clasif FROM 1 BY 1
                   UNTIL WS-Indice-Clasif > 5
                   MOVE SPACE TO WS-Param-Clave
                   STRING "VER-" DELIMITED BY SIZE
                       WS-Clasif-Campo(WS-Indice-Clasif)
                           DELIMITED BY SPACE
                       INTO WS-Param-Clave
                   END-STRING
                   CALL "Rutinas-parametros" USING WS-Param-Clave
                       WS-Param-Valor WS-Param-Hallado
                   IF WS-Param-Hallado = "S"
                       AND WS-Param-Valor(1:1) IS NUMERIC
                       AND WS-Param-Valor(1:1) NOT = "0"
                       AND WS-Param-Valor(2:9) = SPACE
                       MOVE WS-Param-Valor(1:1)
                           TO WS-Clasif-Nivel(WS-Indice-Clasif)
                   END-IF
               END-PERFORM.

      * La mascara respeta los blancos a la izquierda de los
      * importes editados; solo cambia los caracteres ocupados.
           Aplicar-Mascara.
               MOVE 30 TO WS-Largo-Valor.
               PERFORM UNTIL WS-Largo-Valor = 1
                   OR LK-Valor(WS-Largo-Valor:1) NOT = SPACE
                   SUBTRACT 1 FROM WS-Largo-Valor
               END-PERFORM.
               MOVE 1 TO WS-Desde-Car.
               PERFORM UNTIL WS-Desde-Car = WS-Largo-Valor
                   OR LK-Valor(WS-Desde-Car:1) NOT = SPACE
                   ADD 1 TO WS-Desde-Car
               END-PERFORM.
               MOVE WS-Largo-Valor TO WS-Hasta-Car.
               EVALUATE WS-Clasif-Forma(WS-Clasif-Hallada)
                   WHEN "U"
                       IF WS-Largo-Valor - WS-Desde-Car > 3
                           COMPUTE WS-Hasta-Car = WS-Largo-Valor - 4
                       ELSE
                           MOVE WS-Largo-Valor TO WS-Hasta-Car
                       END-IF
                   WHEN "I"
                       IF WS-Largo-Valor - WS-Desde-Car > 3
                           ADD 4 TO WS-Desde-Car
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
               PERFORM VARYING WS-Indice-Car FROM WS-Desde-Car BY 1
                   UNTIL WS-Indice-Car > WS-Hasta-Car
                   MOVE "*" TO LK-Valor(WS-Indice-Car:1)
               END-PERFORM.

       END PROGRAM Rutinas-mascara.

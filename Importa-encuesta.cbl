      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Importa-encuesta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "encuesta-mapeo-fisico.cbl".
       COPY "mercado-salarial-fisico.cbl".

       SELECT Encuesta-archivo
       ASSIGN TO "encuesta-salarial.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Encuesta-Status.

       SELECT Excepciones-archivo
       ASSIGN TO "encuesta-excepciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Excepciones-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "encuesta-mapeo-logico.cbl".
       COPY "mercado-salarial-logico.cbl".

      * Encuesta salarial del proveedor, un renglon por puesto
      * separado por comas: anio, codigo del puesto, descripcion,
      * percentil 25, mediana, percentil 75 (salario mensual) y
      * numero de participantes.
       FD  Encuesta-archivo.

       01  encuesta-linea PIC X(150).

       FD  Excepciones-archivo.

       01  excepcion-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Encuesta-Mapeo-Status PIC XX.
           01 WS-Mercado-Salarial-Status PIC XX.
           01 WS-Encuesta-Status PIC XX.
           01 WS-Excepciones-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Fecha-Carga PIC X(8).

           01 WS-Campo-Anio PIC X(10).
           01 WS-Campo-Codigo PIC X(10).
           01 WS-Campo-Descripcion PIC X(30).
           01 WS-Campo-P25 PIC X(15).
           01 WS-Campo-Mediana PIC X(15).
           01 WS-Campo-P75 PIC X(15).
           01 WS-Campo-Participantes PIC X(10).

           01 WS-Valor-Anio PIC 9(4).
           01 WS-Valor-P25 PIC 9(7)V99.
           01 WS-Valor-Mediana PIC 9(7)V99.
           01 WS-Valor-P75 PIC 9(7)V99.
           01 WS-Valor-Participantes PIC 9(6).
           01 WS-Peso PIC 9(6).
           01 WS-Puesto-Mapeado PIC X(20).

           01 WS-Total-Mapeos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Mapeo PIC 9(4).
           01 WS-Tabla-Mapeos.
               05 WS-Mapeo-Item OCCURS 1000 TIMES.
                   10 WS-Map-Codigo PIC X(10).
                   10 WS-Map-Puesto PIC X(20).

      * Acumulado por anio y puesto del catalogo; los percentiles
      * se ponderan por participantes de cada puesto de la encuesta.
           01 WS-Total-Acum PIC 9(4) VALUE ZERO.
           01 WS-Indice-Acum PIC 9(4).
           01 WS-Acum-Actual PIC 9(4).
           01 WS-Tabla-Acum.
               05 WS-Acum-Item OCCURS 500 TIMES.
                   10 WS-Acu-Anio PIC 9(4).
                   10 WS-Acu-Puesto PIC X(20).
                   10 WS-Acu-Peso PIC 9(7).
                   10 WS-Acu-Participantes PIC 9(7).
                   10 WS-Acu-P25 PIC 9(13)V99.
                   10 WS-Acu-Mediana PIC 9(13)V99.
                   10 WS-Acu-P75 PIC 9(13)V99.

           01 WS-Total-Mercado PIC 9(4) VALUE ZERO.
           01 WS-Indice-Mercado PIC 9(4).
           01 WS-Tabla-Mercado.
               05 WS-Mercado-Item OCCURS 3000 TIMES PIC X(65).

           01 WS-Anio-Reemplazado PIC X.

           01 WS-Filas-Leidas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Aceptadas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Sin-Equivalencia PIC 9(5) VALUE ZERO.
           01 WS-Filas-Malformadas PIC 9(5) VALUE ZERO.

           01 WS-Linea-Excepcion.
               05 WS-LE-Codigo PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Descripcion PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Motivo PIC X(58).

      * Importacion anual de la encuesta salarial externa: traduce
      * cada puesto de la encuesta a su puesto del catalogo con la
      * tabla de equivalencias y deja la referencia de mercado por
      * puesto en mercado-salarial.dat. Los anios que trae el
      * archivo reemplazan completos a los ya cargados; los demas
      * anios se conservan para comparar.
       PROCEDURE DIVISION.
       Empieza-Programa.
           DISPLAY "===== Importacion de la Encuesta Salarial =====".
           ACCEPT WS-Fecha-Carga FROM DATE YYYYMMDD.
           OPEN INPUT Encuesta-archivo.
           IF WS-Encuesta-Status NOT = "00"
               DISPLAY "No se encontro encuesta-salarial.txt."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Cargar-Mapeos
               PERFORM Cargar-Mercado
               IF WS-Tabla-Llena = "S"
                   DISPLAY "mercado-salarial.dat excede la capacidad "
                       "de trabajo; no se importo nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT Excepciones-archivo
                   MOVE "RENGLONES NO IMPORTADOS DE LA ENCUESTA"
                       TO excepcion-linea
                   WRITE excepcion-linea
                   PERFORM Procesar-Encuesta
                   CLOSE Excepciones-archivo
                   IF WS-Filas-Aceptadas = ZERO
                       DISPLAY "Ningun renglon se pudo importar."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM Reescribir-Mercado
                   END-IF
               END-IF
           END-IF.
           CLOSE Encuesta-archivo.
           DISPLAY "Renglones leidos: " WS-Filas-Leidas.
           DISPLAY "Importados: " WS-Filas-Aceptadas.
           DISPLAY "Sin equivalencia de puesto: "
               WS-Filas-Sin-Equivalencia.
           DISPLAY "Renglones mal formados: " WS-Filas-Malformadas.
           DISPLAY "Puestos con referencia de mercado: "
               WS-Total-Acum.
           IF WS-Filas-Sin-Equivalencia > ZERO
               OR WS-Filas-Malformadas > ZERO
               DISPLAY "Revise encuesta-excepciones.txt"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           Program-Done.
            GOBACK.

           Cargar-Mapeos.
               MOVE ZERO TO WS-Total-Mapeos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Encuesta-mapeo-archivo.
               IF WS-Encuesta-Mapeo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Encuesta-mapeo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Mapeos < 1000
                               ADD 1 TO WS-Total-Mapeos
                               MOVE mapeo-codigo TO
                                   WS-Map-Codigo(WS-Total-Mapeos)
                               MOVE mapeo-puesto TO
                                   WS-Map-Puesto(WS-Total-Mapeos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Encuesta-mapeo-archivo.

           Cargar-Mercado.
               MOVE ZERO TO WS-Total-Mercado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Mercado-salarial-archivo.
               IF WS-Mercado-Salarial-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Mercado-salarial-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Mercado < 3000
                               ADD 1 TO WS-Total-Mercado
                               MOVE mercado-registro TO
                                   WS-Mercado-Item(WS-Total-Mercado)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Mercado-salarial-archivo.

           Procesar-Encuesta.
               MOVE "1" TO WS-Fin-Lectura.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Encuesta-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF encuesta-linea NOT = SPACE
                               ADD 1 TO WS-Filas-Leidas
                               PERFORM Aplicar-Renglon
                           END-IF
                   END-READ
               END-PERFORM.

           Aplicar-Renglon.
               MOVE SPACE TO WS-Campo-Anio WS-Campo-Codigo
                   WS-Campo-Descripcion WS-Campo-P25
                   WS-Campo-Mediana WS-Campo-P75
                   WS-Campo-Participantes.
               UNSTRING encuesta-linea DELIMITED BY ","
                   INTO WS-Campo-Anio WS-Campo-Codigo
                       WS-Campo-Descripcion WS-Campo-P25
                       WS-Campo-Mediana WS-Campo-P75
                       WS-Campo-Participantes
               END-UNSTRING.
               MOVE WS-Campo-Codigo TO WS-LE-Codigo.
               MOVE WS-Campo-Descripcion TO WS-LE-Descripcion.
               IF WS-Campo-Codigo = SPACE
                   OR WS-Campo-Anio(1:4) NOT NUMERIC
                   OR WS-Campo-Anio(5:6) NOT = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-Campo-P25) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Campo-Mediana) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Campo-P75) NOT = 0
                   ADD 1 TO WS-Filas-Malformadas
                   MOVE "RENGLON MAL FORMADO" TO WS-LE-Motivo
                   PERFORM Escribir-Excepcion
               ELSE
                   MOVE WS-Campo-Anio(1:4) TO WS-Valor-Anio
                   MOVE FUNCTION NUMVAL(WS-Campo-P25)
                       TO WS-Valor-P25
                   MOVE FUNCTION NUMVAL(WS-Campo-Mediana)
                       TO WS-Valor-Mediana
                   MOVE FUNCTION NUMVAL(WS-Campo-P75)
                       TO WS-Valor-P75
                   MOVE ZERO TO WS-Valor-Participantes
                   IF FUNCTION TEST-NUMVAL(WS-Campo-Participantes)
                       = 0
                       MOVE FUNCTION NUMVAL(WS-Campo-Participantes)
                           TO WS-Valor-Participantes
                   END-IF
                   IF WS-Valor-Mediana = ZERO
                       OR WS-Valor-P25 > WS-Valor-Mediana
                       OR WS-Valor-Mediana > WS-Valor-P75
                       ADD 1 TO WS-Filas-Malformadas
                       MOVE "PERCENTILES INCONSISTENTES"
                           TO WS-LE-Motivo
                       PERFORM Escribir-Excepcion
                   ELSE
                       PERFORM Buscar-Mapeo
                       IF WS-Puesto-Mapeado = SPACE
                           ADD 1 TO WS-Filas-Sin-Equivalencia
                           MOVE "CODIGO SIN PUESTO EQUIVALENTE"
                               TO WS-LE-Motivo
                           PERFORM Escribir-Excepcion
                       ELSE
                           PERFORM Acumular-Renglon
                       END-IF
                   END-IF
               END-IF.

           Buscar-Mapeo.
               MOVE SPACE TO WS-Puesto-Mapeado.
               PERFORM VARYING WS-Indice-Mapeo FROM 1 BY 1
                   UNTIL WS-Indice-Mapeo > WS-Total-Mapeos
                   OR WS-Puesto-Mapeado NOT = SPACE
                   IF WS-Map-Codigo(WS-Indice-Mapeo)
                       = WS-Campo-Codigo
                       MOVE WS-Map-Puesto(WS-Indice-Mapeo)
                           TO WS-Puesto-Mapeado
                   END-IF
               END-PERFORM.

      * Un puesto de la encuesta sin participantes reportados pesa
      * como uno solo.
           Acumular-Renglon.
               MOVE WS-Valor-Participantes TO WS-Peso.
               IF WS-Peso = ZERO
                   MOVE 1 TO WS-Peso
               END-IF.
               MOVE ZERO TO WS-Acum-Actual.
               PERFORM VARYING WS-Indice-Acum FROM 1 BY 1
                   UNTIL WS-Indice-Acum > WS-Total-Acum
                   OR WS-Acum-Actual > ZERO
                   IF WS-Acu-Anio(WS-Indice-Acum) = WS-Valor-Anio
                       AND WS-Acu-Puesto(WS-Indice-Acum)
                           = WS-Puesto-Mapeado
                       MOVE WS-Indice-Acum TO WS-Acum-Actual
                   END-IF
               END-PERFORM.
               IF WS-Acum-Actual = ZERO
                   AND WS-Total-Acum < 500
                   ADD 1 TO WS-Total-Acum
                   MOVE WS-Total-Acum TO WS-Acum-Actual
                   MOVE WS-Valor-Anio TO WS-Acu-Anio(WS-Acum-Actual)
                   MOVE WS-Puesto-Mapeado
                       TO WS-Acu-Puesto(WS-Acum-Actual)
                   MOVE ZERO TO WS-Acu-Peso(WS-Acum-Actual)
                       WS-Acu-Participantes(WS-Acum-Actual)
                       WS-Acu-P25(WS-Acum-Actual)
                       WS-Acu-Mediana(WS-Acum-Actual)
                       WS-Acu-P75(WS-Acum-Actual)
               END-IF.
               IF WS-Acum-Actual = ZERO
                   ADD 1 TO WS-Filas-Malformadas
                   MOVE "EXCEDE LA CAPACIDAD DE PUESTOS POR ANIO"
                       TO WS-LE-Motivo
                   PERFORM Escribir-Excepcion
               ELSE
                   ADD 1 TO WS-Filas-Aceptadas
                   ADD WS-Peso TO WS-Acu-Peso(WS-Acum-Actual)
                   ADD WS-Valor-Participantes
                       TO WS-Acu-Participantes(WS-Acum-Actual)
                   COMPUTE WS-Acu-P25(WS-Acum-Actual) =
                       WS-Acu-P25(WS-Acum-Actual)
                       + WS-Valor-P25 * WS-Peso
                   COMPUTE WS-Acu-Mediana(WS-Acum-Actual) =
                       WS-Acu-Mediana(WS-Acum-Actual)
                       + WS-Valor-Mediana * WS-Peso
                   COMPUTE WS-Acu-P75(WS-Acum-Actual) =
                       WS-Acu-P75(WS-Acum-Actual)
                       + WS-Valor-P75 * WS-Peso
               END-IF.

           Escribir-Excepcion.
               MOVE WS-Linea-Excepcion TO excepcion-linea.
               WRITE excepcion-linea.

      * Se conservan los renglones de anios que el archivo no trae;
      * los del anio importado se sustituyen por los nuevos.
           Reescribir-Mercado.
               OPEN OUTPUT Mercado-salarial-archivo.
               PERFORM VARYING WS-Indice-Mercado FROM 1 BY 1
                   UNTIL WS-Indice-Mercado > WS-Total-Mercado
                   MOVE WS-Mercado-Item(WS-Indice-Mercado)
                       TO mercado-registro
                   MOVE "N" TO WS-Anio-Reemplazado
                   PERFORM VARYING WS-Indice-Acum FROM 1 BY 1
                       UNTIL WS-Indice-Acum > WS-Total-Acum
                       IF WS-Acu-Anio(WS-Indice-Acum) = mercado-anio
                           MOVE "S" TO WS-Anio-Reemplazado
                       END-IF
                   END-PERFORM
                   IF WS-Anio-Reemplazado = "N"
                       WRITE mercado-registro
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Acum FROM 1 BY 1
                   UNTIL WS-Indice-Acum > WS-Total-Acum
                   MOVE SPACE TO mercado-registro
                   MOVE WS-Acu-Anio(WS-Indice-Acum) TO mercado-anio
                   MOVE WS-Acu-Puesto(WS-Indice-Acum)
                       TO mercado-puesto
                   COMPUTE mercado-p25 ROUNDED =
                       WS-Acu-P25(WS-Indice-Acum)
                       / WS-Acu-Peso(WS-Indice-Acum)
                   COMPUTE mercado-mediana ROUNDED =
                       WS-Acu-Mediana(WS-Indice-Acum)
                       / WS-Acu-Peso(WS-Indice-Acum)
                   COMPUTE mercado-p75 ROUNDED =
                       WS-Acu-P75(WS-Indice-Acum)
                       / WS-Acu-Peso(WS-Indice-Acum)
                   MOVE WS-Acu-Participantes(WS-Indice-Acum)
                       TO mercado-participantes
                   MOVE WS-Fecha-Carga TO mercado-fecha-carga
                   WRITE mercado-registro
               END-PERFORM.
               CLOSE Mercado-salarial-archivo.

       END PROGRAM Importa-encuesta.

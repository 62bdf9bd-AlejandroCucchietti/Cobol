      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Determina-prima-riesgo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "sesion-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "incapacidades-fisico.cbl".
       COPY "dictamenes-rt-fisico.cbl".
       COPY "imss-ramos-fisico.cbl".
       COPY "prima-riesgo-fisico.cbl".

       SELECT OPTIONAL Historia-archivo
       ASSIGN TO "estadisticas-historia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Historia-Status.

       SELECT Reporte-archivo
       ASSIGN TO "prima-riesgo-determinacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "sesion-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "incapacidades-logico.cbl".
       COPY "dictamenes-rt-logico.cbl".
       COPY "imss-ramos-logico.cbl".
       COPY "prima-riesgo-logico.cbl".

       FD  Historia-archivo.

       01  historia-registro.
           05  hist-fecha PIC X(8).
           05  hist-total PIC 9(6).
           05  hist-activos PIC 9(6).
           05  hist-inactivos PIC 9(6).
           05  hist-depto-entrada OCCURS 20 TIMES.
               10  hist-depto-nombre PIC X(20).
               10  hist-depto-cuenta PIC 9(6).
               10  hist-depto-salarios PIC 9(11)V99.

       FD  Reporte-archivo.

       01  reporte-linea PIC X(80).


       WORKING-STORAGE SECTION.

           01 WS-Sesion-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Incapacidades-Status PIC XX.
           01 WS-Dictamenes-Rt-Status PIC XX.
           01 WS-Imss-Ramos-Status PIC XX.
           01 WS-Prima-Riesgo-Status PIC XX.
           01 WS-Historia-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Anio-Entrada PIC X(4).
           01 WS-Anio PIC 9(4).
           01 WS-Anio-Valido PIC X.
           01 WS-Anio-Vigencia PIC 9(4).
           01 WS-Vigencia PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Confirmacion PIC X.

      * Datos de siniestralidad del anio: S dias subsidiados,
      * I suma de porcentajes de incapacidad permanente entre
      * cien, D defunciones y N trabajadores promedio expuestos.
           01 WS-Casos PIC 9(4) VALUE ZERO.
           01 WS-Dias-Subsidiados PIC 9(6) VALUE ZERO.
           01 WS-Suma-Porcentajes PIC 9(5)V99 VALUE ZERO.
           01 WS-Dictamenes PIC 9(4) VALUE ZERO.
           01 WS-Defunciones PIC 9(3) VALUE ZERO.
           01 WS-Fotografias PIC 9(3) VALUE ZERO.
           01 WS-Suma-Activos PIC 9(9) VALUE ZERO.
           01 WS-Trabajadores PIC 9(6)V99 VALUE ZERO.

      * Constantes de la Ley del Seguro Social (articulo 72):
      * V anios de vida activa, F factor de prima y M prima
      * minima de riesgo.
           01 WS-Factor-V PIC 99 VALUE 28.
           01 WS-Factor-F PIC 9V9 VALUE 2.3.
           01 WS-Prima-Minima-M PIC 9V999 VALUE 0.005.
           01 WS-Variacion-Maxima PIC 9V99999 VALUE 1.
           01 WS-Prima-Piso PIC 99V99999 VALUE 0.5.
           01 WS-Prima-Techo PIC 99V99999 VALUE 15.

           01 WS-Prima-Formula PIC 9(5)V9(5).
           01 WS-Prima-Calculada PIC 99V99999.
           01 WS-Prima-Anterior PIC 99V99999 VALUE 0.54355.
           01 WS-Prima-Aplicada PIC 99V99999.
           01 WS-Vigencia-Anterior PIC X(8).
           01 WS-Prima-Edit PIC Z9.99999.

           01 WS-Total-Primas PIC 99 VALUE ZERO.
           01 WS-Indice-Prima PIC 99.
           01 WS-Prima-Actual PIC 99.
           01 WS-Tabla-Primas.
               05 WS-Prima-Item OCCURS 50 TIMES PIC X(77).

           01 WS-Linea-Caso.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Caso-Id PIC X(6).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Caso-Folio PIC X(10).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Caso-Fecha PIC X(8).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Caso-Tipo PIC X(12).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Caso-Valor PIC ZZ9.99.

           01 WS-Linea-Dato.
               05 WS-Dato-Texto PIC X(50).
               05 WS-Dato-Valor PIC Z,ZZZ,ZZ9.99999.

      * Determinacion anual de la prima de riesgo de trabajo: con
      * las incapacidades por riesgo de trabajo iniciadas en el
      * anio, los dictamenes de secuelas y el promedio de activos
      * de las fotografias mensuales se aplica la formula de
      * siniestralidad del IMSS. La prima resultante no puede
      * moverse mas de un punto contra la anterior y queda entre
      * el piso y el techo de ley; rige del primero de marzo del
      * anio siguiente. Guardarla exige un supervisor.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           DISPLAY "===== Determinacion de la Prima de Riesgo =====".
           PERFORM Capturar-Anio.
           IF WS-Anio-Valido = "N"
               DISPLAY "Anio no valido."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Contar-Trabajadores
               IF WS-Fotografias = ZERO
                   DISPLAY "No hay fotografias mensuales del anio "
                       WS-Anio " en estadisticas-historia.dat; no "
                       "se puede obtener el promedio de expuestos."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT Reporte-archivo
                   PERFORM Escribir-Encabezado
                   PERFORM Acumular-Incapacidades
                   PERFORM Acumular-Dictamenes
                   PERFORM Obtener-Prima-Anterior
                   PERFORM Calcular-Prima
                   PERFORM Escribir-Hoja
                   CLOSE Reporte-archivo
                   DISPLAY "Hoja de determinacion en "
                       "prima-riesgo-determinacion.txt"
                   MOVE WS-Prima-Aplicada TO WS-Prima-Edit
                   DISPLAY "Prima determinada: " WS-Prima-Edit
                       "%  vigente desde " WS-Vigencia
                   PERFORM Guardar-Prima
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

           Obtener-Fecha-Proceso.
               OPEN INPUT Fecha-proceso-archivo.
               IF WS-Fecha-Proceso-Status = "00"
                   READ Fecha-proceso-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           IF fecha-proceso-valor NUMERIC
                               MOVE fecha-proceso-valor
                                   TO WS-Fecha-Proceso
                           END-IF
                   END-READ
               END-IF.
               CLOSE Fecha-proceso-archivo.

      * El anio por omision es el anterior a la fecha de proceso,
      * que es el que se determina cada febrero.
           Capturar-Anio.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Anio.
               SUBTRACT 1 FROM WS-Anio.
               DISPLAY "Anio a determinar (AAAA, ENTER = " WS-Anio
                   "): ".
               MOVE SPACE TO WS-Anio-Entrada.
               ACCEPT WS-Anio-Entrada.
               MOVE "S" TO WS-Anio-Valido.
               IF WS-Anio-Entrada NOT = SPACE
                   IF WS-Anio-Entrada NUMERIC
                       AND WS-Anio-Entrada > "1990"
                       MOVE WS-Anio-Entrada TO WS-Anio
                   ELSE
                       MOVE "N" TO WS-Anio-Valido
                   END-IF
               END-IF.
               ADD 1 TO WS-Anio GIVING WS-Anio-Vigencia.
               MOVE WS-Anio-Vigencia TO WS-Vigencia(1:4).
               MOVE "0301" TO WS-Vigencia(5:4).

           Contar-Trabajadores.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Historia-archivo.
               IF WS-Historia-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Historia-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF hist-fecha(1:4) = WS-Anio
                               ADD 1 TO WS-Fotografias
                               ADD hist-activos TO WS-Suma-Activos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Historia-archivo.
               IF WS-Fotografias > ZERO
                   COMPUTE WS-Trabajadores ROUNDED =
                       WS-Suma-Activos / WS-Fotografias
               END-IF.

           Escribir-Encabezado.
               MOVE SPACE TO reporte-linea.
               STRING "DETERMINACION DE LA PRIMA DE RIESGO DE "
                   "TRABAJO - ANIO " WS-Anio
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "INCAPACIDADES POR RIESGO DE TRABAJO" TO
                   reporte-linea.
               WRITE reporte-linea.
               MOVE "  ID      FOLIO       INICIO    TIPO" TO
                   reporte-linea.
               MOVE "DIAS" TO reporte-linea(47:4).
               WRITE reporte-linea.

           Acumular-Incapacidades.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Incapacidades-archivo.
               IF WS-Incapacidades-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Incapacidades-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF incap-riesgo-trabajo
                               AND incap-fecha-inicio(1:4) = WS-Anio
                               ADD 1 TO WS-Casos
                               ADD incap-dias TO WS-Dias-Subsidiados
                               MOVE incap-id TO WS-Caso-Id
                               MOVE incap-folio TO WS-Caso-Folio
                               MOVE incap-fecha-inicio TO WS-Caso-Fecha
                               MOVE "TEMPORAL" TO WS-Caso-Tipo
                               MOVE incap-dias TO WS-Caso-Valor
                               MOVE WS-Linea-Caso TO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Incapacidades-archivo.

           Acumular-Dictamenes.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "DICTAMENES DE SECUELAS" TO reporte-linea.
               WRITE reporte-linea.
               MOVE "  ID      FOLIO       DICTAMEN  TIPO" TO
                   reporte-linea.
               MOVE "PORC." TO reporte-linea(46:5).
               WRITE reporte-linea.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Dictamenes-rt-archivo.
               IF WS-Dictamenes-Rt-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Dictamenes-rt-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF dict-fecha(1:4) = WS-Anio
                               PERFORM Acumular-Dictamen
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Dictamenes-rt-archivo.

           Acumular-Dictamen.
               ADD 1 TO WS-Dictamenes.
               MOVE dict-id TO WS-Caso-Id.
               MOVE dict-folio TO WS-Caso-Folio.
               MOVE dict-fecha TO WS-Caso-Fecha.
               MOVE dict-porcentaje TO WS-Caso-Valor.
               EVALUATE TRUE
                   WHEN dict-defuncion
                       ADD 1 TO WS-Defunciones
                       MOVE "DEFUNCION" TO WS-Caso-Tipo
                   WHEN dict-permanente-total
                       ADD dict-porcentaje TO WS-Suma-Porcentajes
                       MOVE "PERM. TOTAL" TO WS-Caso-Tipo
                   WHEN OTHER
                       ADD dict-porcentaje TO WS-Suma-Porcentajes
                       MOVE "PERM. PARC." TO WS-Caso-Tipo
               END-EVALUATE.
               MOVE WS-Linea-Caso TO reporte-linea.
               WRITE reporte-linea.

      * La prima anterior es la ultima determinada con vigencia
      * previa; a falta de determinaciones se toma la del ramo de
      * riesgo de trabajo del catalogo de cuotas del IMSS.
           Obtener-Prima-Anterior.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Imss-ramos-archivo.
               IF WS-Imss-Ramos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Imss-ramos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF ramo-clave = "RTRA"
                               MOVE ramo-pct-patron
                                   TO WS-Prima-Anterior
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Imss-ramos-archivo.
               PERFORM Cargar-Primas.
               MOVE SPACE TO WS-Vigencia-Anterior.
               PERFORM VARYING WS-Indice-Prima FROM 1 BY 1
                   UNTIL WS-Indice-Prima > WS-Total-Primas
                   MOVE WS-Prima-Item(WS-Indice-Prima)
                       TO prima-registro
                   IF prima-vigencia < WS-Vigencia
                       AND prima-vigencia > WS-Vigencia-Anterior
                       MOVE prima-vigencia TO WS-Vigencia-Anterior
                       MOVE prima-aplicada TO WS-Prima-Anterior
                   END-IF
               END-PERFORM.

      * Prima = [(S / 365) + V * (I + D)] * (F / N) + M, en
      * fraccion; se lleva a porcentaje con cinco decimales.
           Calcular-Prima.
               COMPUTE WS-Prima-Formula ROUNDED =
                   (((WS-Dias-Subsidiados / 365)
                   + WS-Factor-V * ((WS-Suma-Porcentajes / 100)
                   + WS-Defunciones))
                   * (WS-Factor-F / WS-Trabajadores)
                   + WS-Prima-Minima-M) * 100
                   ON SIZE ERROR
                       MOVE 99999.99999 TO WS-Prima-Formula
               END-COMPUTE.
               IF WS-Prima-Formula > 99.99999
                   MOVE 99.99999 TO WS-Prima-Calculada
               ELSE
                   MOVE WS-Prima-Formula TO WS-Prima-Calculada
               END-IF.
               MOVE WS-Prima-Calculada TO WS-Prima-Aplicada.
               IF WS-Prima-Aplicada >
                   WS-Prima-Anterior + WS-Variacion-Maxima
                   COMPUTE WS-Prima-Aplicada =
                       WS-Prima-Anterior + WS-Variacion-Maxima
               END-IF.
               IF WS-Prima-Anterior > WS-Variacion-Maxima
                   AND WS-Prima-Aplicada <
                   WS-Prima-Anterior - WS-Variacion-Maxima
                   COMPUTE WS-Prima-Aplicada =
                       WS-Prima-Anterior - WS-Variacion-Maxima
               END-IF.
               IF WS-Prima-Aplicada < WS-Prima-Piso
                   MOVE WS-Prima-Piso TO WS-Prima-Aplicada
               END-IF.
               IF WS-Prima-Aplicada > WS-Prima-Techo
                   MOVE WS-Prima-Techo TO WS-Prima-Aplicada
               END-IF.

           Escribir-Hoja.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "RESUMEN" TO reporte-linea.
               WRITE reporte-linea.
               MOVE "Certificados de incapacidad (casos)"
                   TO WS-Dato-Texto.
               MOVE WS-Casos TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "S  Dias subsidiados" TO WS-Dato-Texto.
               MOVE WS-Dias-Subsidiados TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "I  Suma de porcentajes de incapacidad / 100"
                   TO WS-Dato-Texto.
               COMPUTE WS-Dato-Valor = WS-Suma-Porcentajes / 100.
               PERFORM Escribir-Dato.
               MOVE "D  Defunciones" TO WS-Dato-Texto.
               MOVE WS-Defunciones TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "N  Trabajadores promedio expuestos"
                   TO WS-Dato-Texto.
               MOVE WS-Trabajadores TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "   (fotografias mensuales promediadas)"
                   TO WS-Dato-Texto.
               MOVE WS-Fotografias TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "PRIMA = [(S/365) + 28 x (I + D)] x (2.3/N)"
                   " + 0.005" DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE "Prima resultante de la formula (%)"
                   TO WS-Dato-Texto.
               MOVE WS-Prima-Calculada TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "Prima anterior (%)" TO WS-Dato-Texto.
               MOVE WS-Prima-Anterior TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE "Prima a aplicar, con topes de ley (%)"
                   TO WS-Dato-Texto.
               MOVE WS-Prima-Aplicada TO WS-Dato-Valor.
               PERFORM Escribir-Dato.
               MOVE SPACE TO reporte-linea.
               STRING "Vigente a partir del " WS-Vigencia
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Escribir-Dato.
               MOVE WS-Linea-Dato TO reporte-linea.
               WRITE reporte-linea.

      * Volver a determinar un anio ya guardado reemplaza su
      * renglon en lugar de duplicarlo.
           Guardar-Prima.
               IF WS-Nivel-Operador < 3
                   DISPLAY "Guardar la prima esta restringido a "
                       "supervisores; la hoja queda como consulta."
               ELSE
                   DISPLAY "Guardar la prima para la nomina (S/N)? "
                   ACCEPT WS-Confirmacion
                   IF WS-Confirmacion = "S" OR WS-Confirmacion = "s"
                       PERFORM Grabar-Prima
                   ELSE
                       DISPLAY "La prima no se guardo."
                   END-IF
               END-IF.

           Grabar-Prima.
               MOVE ZERO TO WS-Prima-Actual.
               PERFORM VARYING WS-Indice-Prima FROM 1 BY 1
                   UNTIL WS-Indice-Prima > WS-Total-Primas
                   OR WS-Prima-Actual > ZERO
                   IF WS-Prima-Item(WS-Indice-Prima)(1:4) = WS-Anio
                       MOVE WS-Indice-Prima TO WS-Prima-Actual
                   END-IF
               END-PERFORM.
               IF WS-Prima-Actual = ZERO
                   AND WS-Total-Primas < 50
                   ADD 1 TO WS-Total-Primas
                   MOVE WS-Total-Primas TO WS-Prima-Actual
               END-IF.
               IF WS-Prima-Actual = ZERO
                   DISPLAY "El archivo de primas excede la capacidad "
                       "de trabajo; no se guardo."
               ELSE
                   MOVE SPACE TO prima-registro
                   MOVE WS-Anio TO prima-anio
                   MOVE WS-Vigencia TO prima-vigencia
                   MOVE WS-Casos TO prima-casos
                   MOVE WS-Dias-Subsidiados TO prima-dias-subsidiados
                   MOVE WS-Suma-Porcentajes TO prima-suma-porcentajes
                   MOVE WS-Defunciones TO prima-defunciones
                   MOVE WS-Trabajadores TO prima-trabajadores
                   MOVE WS-Prima-Calculada TO prima-calculada
                   MOVE WS-Prima-Anterior TO prima-anterior
                   MOVE WS-Prima-Aplicada TO prima-aplicada
                   ACCEPT prima-fecha FROM DATE YYYYMMDD
                   MOVE WS-Operador-Actual TO prima-operador
                   MOVE prima-registro
                       TO WS-Prima-Item(WS-Prima-Actual)
                   OPEN OUTPUT Prima-riesgo-archivo
                   PERFORM VARYING WS-Indice-Prima FROM 1 BY 1
                       UNTIL WS-Indice-Prima > WS-Total-Primas
                       MOVE WS-Prima-Item(WS-Indice-Prima)
                           TO prima-registro
                       WRITE prima-registro
                   END-PERFORM
                   CLOSE Prima-riesgo-archivo
                   DISPLAY "Prima guardada; la nomina la aplica "
                       "desde " WS-Vigencia "."
               END-IF.

           Cargar-Primas.
               MOVE ZERO TO WS-Total-Primas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Prima-riesgo-archivo.
               IF WS-Prima-Riesgo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Prima-riesgo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Primas < 50
                               ADD 1 TO WS-Total-Primas
                               MOVE prima-registro
                                   TO WS-Prima-Item(WS-Total-Primas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Prima-riesgo-archivo.

       END PROGRAM Determina-prima-riesgo.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-contingencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "demandas-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT Trabajo-Contingencias
       ASSIGN TO "contingencias-trabajo.tmp".

       SELECT Reporte-archivo
       ASSIGN TO "contingencias-informe.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "demandas-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".

       SD  Trabajo-Contingencias.

       01  trabajo-contingencia-registro.
           05  trabajo-banda PIC 9.
           05  trabajo-probabilidad PIC 9(3).
           05  trabajo-folio PIC X(6).
           05  trabajo-id PIC X(6).
           05  trabajo-expediente PIC X(20).
           05  trabajo-fecha-estimacion PIC X(8).
           05  trabajo-reclamado PIC 9(9)V99.

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Demandas-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Modo-Lote PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Prob-Alta PIC 9(3) VALUE 70.
           01 WS-Prob-Baja PIC 9(3) VALUE 30.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Mes-Proceso PIC 99.
           01 WS-Mes-Inicio-Trim PIC 99.
           01 WS-Trimestre PIC 9.
           01 WS-Mes-Sobrante PIC 9.
           01 WS-Inicio-Trimestre PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Sort PIC X.
           01 WS-Banda-Actual PIC 9.

      * Por banda: 1 probable, 2 posible, 3 remota.
           01 WS-Tabla-Bandas.
               05 WS-Banda-Item OCCURS 3 TIMES.
                   10 WS-Ban-Casos PIC 9(5).
                   10 WS-Ban-Reclamado PIC 9(11)V99.
                   10 WS-Ban-Reserva PIC 9(11)V99.
           01 WS-Indice-Ban PIC 9.
           01 WS-Reserva-Caso PIC 9(9)V99.
           01 WS-Total-Casos PIC 9(5) VALUE ZERO.
           01 WS-Total-Reclamado PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Reserva PIC 9(11)V99 VALUE ZERO.
           01 WS-Casos-Pagados PIC 9(5) VALUE ZERO.
           01 WS-Total-Pagado PIC 9(11)V99 VALUE ZERO.
           01 WS-Casos-Sin-Pago PIC 9(5) VALUE ZERO.

           01 WS-Nombre-Banda PIC X(40).
           01 WS-Casos-Edit PIC ZZ,ZZ9.
           01 WS-Importe-Edit PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-Importe-Edit-2 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Folio PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Expediente PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Probabilidad PIC ZZ9.
               05 FILLER PIC X(2) VALUE "% ".
               05 WS-LD-Estimacion PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Reclamado PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Reserva PIC ZZZ,ZZZ,ZZ9.99.

      * Reserva de contingencia por demandas laborales para
      * Finanzas: cada demanda en tramite aporta su monto reclamado
      * por la probabilidad de condena que estimo el abogado, y se
      * agrupan en probables, posibles y remotas segun los
      * parametros DEMANDA-PROB-ALTA y DEMANDA-PROB-BAJA. Al final
      * lo pagado por convenio o laudo y lo cerrado sin pago en el
      * trimestre de la fecha de proceso.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Nivel-Operador < 3
               AND WS-Modo-Lote NOT = "S"
               DISPLAY "La reserva de contingencias es de consulta "
                   "exclusiva de supervisores."
           ELSE
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Leer-Umbrales
               PERFORM Calcular-Trimestre
               PERFORM Generar-Reporte
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

      * Sin el parametro, o con umbrales cruzados, quedan 70 y 30.
           Leer-Umbrales.
               MOVE "DEMANDA-PROB-ALTA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) NOT > 100
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Prob-Alta
               END-IF.
               MOVE "DEMANDA-PROB-BAJA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) NOT < ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) NOT > 100
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Prob-Baja
               END-IF.
               IF WS-Prob-Baja NOT < WS-Prob-Alta
                   MOVE 70 TO WS-Prob-Alta
                   MOVE 30 TO WS-Prob-Baja
               END-IF.

           Calcular-Trimestre.
               MOVE WS-Fecha-Proceso(5:2) TO WS-Mes-Proceso.
               DIVIDE 3 INTO WS-Mes-Proceso GIVING WS-Trimestre
                   REMAINDER WS-Mes-Sobrante.
               IF WS-Mes-Sobrante = ZERO
                   SUBTRACT 1 FROM WS-Trimestre
               END-IF.
               COMPUTE WS-Mes-Inicio-Trim = WS-Trimestre * 3 + 1.
               MOVE SPACE TO WS-Inicio-Trimestre.
               STRING WS-Fecha-Proceso(1:4) WS-Mes-Inicio-Trim "01"
                   DELIMITED BY SIZE INTO WS-Inicio-Trimestre.

           Generar-Reporte.
               INITIALIZE WS-Tabla-Bandas.
               OPEN OUTPUT Reporte-archivo.
               MOVE SPACE TO reporte-linea.
               STRING "RESERVA DE CONTINGENCIA POR DEMANDAS LABORALES "
                   "AL " WS-Fecha-Proceso
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "PROBABLE: " WS-Prob-Alta "% O MAS   REMOTA: "
                   "MENOS DE " WS-Prob-Baja "%   RESERVA = RECLAMADO "
                   "X PROBABILIDAD"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               SORT Trabajo-Contingencias
                   ON ASCENDING KEY trabajo-banda
                   ON DESCENDING KEY trabajo-probabilidad
                   ON ASCENDING KEY trabajo-folio
                   INPUT PROCEDURE IS Seleccionar-Demandas
                   OUTPUT PROCEDURE IS Imprimir-Por-Banda.
               PERFORM Imprimir-Resumen.
               CLOSE Reporte-archivo.
               DISPLAY "Reserva de contingencias en "
                   "contingencias-informe.txt".
               MOVE WS-Total-Reserva TO WS-Importe-Edit.
               DISPLAY "Casos en tramite: " WS-Total-Casos
                   "  Reserva: " WS-Importe-Edit.

      * Las en tramite van al ordenamiento; las cerradas solo
      * cuentan si se cerraron dentro del trimestre.
           Seleccionar-Demandas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Demandas-archivo.
               IF WS-Demandas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Demandas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           PERFORM Clasificar-Demanda
                   END-READ
               END-PERFORM.
               CLOSE Demandas-archivo.

           Clasificar-Demanda.
               IF demanda-en-tramite
                   EVALUATE TRUE
                       WHEN demanda-probabilidad NOT < WS-Prob-Alta
                           MOVE 1 TO trabajo-banda
                       WHEN demanda-probabilidad NOT < WS-Prob-Baja
                           MOVE 2 TO trabajo-banda
                       WHEN OTHER
                           MOVE 3 TO trabajo-banda
                   END-EVALUATE
                   MOVE demanda-probabilidad TO trabajo-probabilidad
                   MOVE demanda-folio TO trabajo-folio
                   MOVE demanda-id TO trabajo-id
                   MOVE demanda-expediente TO trabajo-expediente
                   MOVE demanda-fecha-estimacion
                       TO trabajo-fecha-estimacion
                   MOVE demanda-reclamado TO trabajo-reclamado
                   RELEASE trabajo-contingencia-registro
               ELSE
               IF demanda-fecha-cierre NOT < WS-Inicio-Trimestre
                   AND demanda-fecha-cierre NOT > WS-Fecha-Proceso
                   IF demanda-convenio OR demanda-laudo
                       ADD 1 TO WS-Casos-Pagados
                       ADD demanda-pagado TO WS-Total-Pagado
                   ELSE
                       ADD 1 TO WS-Casos-Sin-Pago
                   END-IF
               END-IF
               END-IF.

           Imprimir-Por-Banda.
               MOVE ZERO TO WS-Banda-Actual.
               MOVE "N" TO WS-Fin-Sort.
               PERFORM Leer-Ordenada.
               PERFORM UNTIL WS-Fin-Sort = "S"
                   IF trabajo-banda NOT = WS-Banda-Actual
                       IF WS-Banda-Actual NOT = ZERO
                           PERFORM Cerrar-Banda
                       END-IF
                       MOVE trabajo-banda TO WS-Banda-Actual
                       PERFORM Encabezar-Banda
                   END-IF
                   PERFORM Imprimir-Demanda
                   PERFORM Leer-Ordenada
               END-PERFORM.
               IF WS-Banda-Actual NOT = ZERO
                   PERFORM Cerrar-Banda
               ELSE
                   PERFORM Escribir-Separador
                   MOVE "   Sin demandas en tramite." TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Leer-Ordenada.
               RETURN Trabajo-Contingencias
                   AT END
                       MOVE "S" TO WS-Fin-Sort
               END-RETURN.

           Encabezar-Banda.
               PERFORM Nombrar-Banda.
               PERFORM Escribir-Separador.
               MOVE WS-Nombre-Banda TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "   FOLIO  ID     EXPEDIENTE           PROB "
                   "ESTIMADA       RECLAMADO        RESERVA"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Nombrar-Banda.
               EVALUATE WS-Banda-Actual
                   WHEN 1
                       MOVE "PROBABLES" TO WS-Nombre-Banda
                   WHEN 2
                       MOVE "POSIBLES" TO WS-Nombre-Banda
                   WHEN OTHER
                       MOVE "REMOTAS" TO WS-Nombre-Banda
               END-EVALUATE.

           Imprimir-Demanda.
               COMPUTE WS-Reserva-Caso ROUNDED =
                   trabajo-reclamado * trabajo-probabilidad / 100.
               ADD 1 TO WS-Ban-Casos(trabajo-banda).
               ADD trabajo-reclamado TO WS-Ban-Reclamado(trabajo-banda).
               ADD WS-Reserva-Caso TO WS-Ban-Reserva(trabajo-banda).
               MOVE trabajo-folio TO WS-LD-Folio.
               MOVE trabajo-id TO WS-LD-Id.
               MOVE trabajo-expediente TO WS-LD-Expediente.
               MOVE trabajo-probabilidad TO WS-LD-Probabilidad.
               MOVE trabajo-fecha-estimacion TO WS-LD-Estimacion.
               MOVE trabajo-reclamado TO WS-LD-Reclamado.
               MOVE WS-Reserva-Caso TO WS-LD-Reserva.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Cerrar-Banda.
               MOVE WS-Ban-Casos(WS-Banda-Actual) TO WS-Casos-Edit.
               MOVE WS-Ban-Reclamado(WS-Banda-Actual)
                   TO WS-Importe-Edit.
               MOVE WS-Ban-Reserva(WS-Banda-Actual)
                   TO WS-Importe-Edit-2.
               MOVE SPACE TO reporte-linea.
               STRING "   SUBTOTAL " WS-Casos-Edit " CASO(S)  RECLAMADO"
                   WS-Importe-Edit "  RESERVA" WS-Importe-Edit-2
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Imprimir-Resumen.
               PERFORM Escribir-Separador.
               MOVE "RESUMEN POR PROBABILIDAD" TO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Ban FROM 1 BY 1
                   UNTIL WS-Indice-Ban > 3
                   MOVE WS-Indice-Ban TO WS-Banda-Actual
                   PERFORM Nombrar-Banda
                   MOVE WS-Ban-Casos(WS-Indice-Ban) TO WS-Casos-Edit
                   MOVE WS-Ban-Reclamado(WS-Indice-Ban)
                       TO WS-Importe-Edit
                   MOVE WS-Ban-Reserva(WS-Indice-Ban)
                       TO WS-Importe-Edit-2
                   MOVE SPACE TO reporte-linea
                   STRING "   " WS-Nombre-Banda(1:10) WS-Casos-Edit
                       " CASO(S)  RECLAMADO" WS-Importe-Edit
                       "  RESERVA" WS-Importe-Edit-2
                       DELIMITED BY SIZE INTO reporte-linea
                   WRITE reporte-linea
                   ADD WS-Ban-Casos(WS-Indice-Ban) TO WS-Total-Casos
                   ADD WS-Ban-Reclamado(WS-Indice-Ban)
                       TO WS-Total-Reclamado
                   ADD WS-Ban-Reserva(WS-Indice-Ban)
                       TO WS-Total-Reserva
               END-PERFORM.
               MOVE WS-Total-Casos TO WS-Casos-Edit.
               MOVE WS-Total-Reclamado TO WS-Importe-Edit.
               MOVE WS-Total-Reserva TO WS-Importe-Edit-2.
               MOVE SPACE TO reporte-linea.
               STRING "   TOTAL     " WS-Casos-Edit
                   " CASO(S)  RECLAMADO" WS-Importe-Edit
                   "  RESERVA" WS-Importe-Edit-2
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               PERFORM Escribir-Separador.
               MOVE WS-Total-Pagado TO WS-Importe-Edit.
               MOVE SPACE TO reporte-linea.
               STRING "CERRADAS EN EL TRIMESTRE DESDE "
                   WS-Inicio-Trimestre ": PAGADAS " WS-Casos-Pagados
                   " POR" WS-Importe-Edit "  SIN PAGO "
                   WS-Casos-Sin-Pago
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

       END PROGRAM Reporte-contingencias.

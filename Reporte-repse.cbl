      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-repse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "contratistas-fisico.cbl".
       COPY "contratistas-personal-fisico.cbl".
       COPY "contratistas-entregas-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "repse-informe.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "contratistas-logico.cbl".
       COPY "contratistas-personal-logico.cbl".
       COPY "contratistas-entregas-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Contratistas-Status PIC XX.
           01 WS-Contratistas-Personal-Status PIC XX.
           01 WS-Contratistas-Entregas-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Modo-Lote PIC X.
           01 WS-Dias-Aviso PIC 9(3) VALUE 60.
           01 WS-Dias-Restantes PIC S9(9).
           01 WS-Fecha-Revisada PIC X(8).
           01 WS-Concepto PIC X(8).
           01 WS-Asignados PIC 9(5).

      * Trimestre que se revisa, como AAAAT. Por omision el anterior
      * al de la fecha de proceso, que es el que ya debio presentarse.
           01 WS-Trimestre-Entrada PIC X(5).
           01 WS-Trimestre-Revisado.
               05 WS-Trim-Anio PIC 9(4).
               05 WS-Trim-Numero PIC 9.
           01 WS-Mes-Proceso PIC 99.
           01 WS-Mes-Calculo PIC 99.
           01 WS-Trim-Inicio PIC X(8).
           01 WS-Trim-Fin PIC X(8).
           01 WS-Hay-Icsoe PIC X.
           01 WS-Hay-Sisub PIC X.

           01 WS-Total-Vencidos PIC 9(4) VALUE ZERO.
           01 WS-Total-Por-Vencer PIC 9(4) VALUE ZERO.
           01 WS-Total-Revisados PIC 9(4) VALUE ZERO.
           01 WS-Total-Incumplidos PIC 9(4) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Linea-Vence.
               05 WS-LV-Rfc PIC X(13).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Razon PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Concepto PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Marca PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Asignados PIC ZZZZ9.
               05 FILLER PIC X(12) VALUE " ASIGNADOS".

           01 WS-Linea-Cumple.
               05 WS-LC-Rfc PIC X(13).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Razon PIC X(30).
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LC-Icsoe PIC X(9).
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LC-Sisub PIC X(9).
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LC-Marca PIC X(12).

      * Contratistas de servicios especializados: registros REPSE y
      * contratos vencidos o que vencen dentro de 60 dias, y quienes
      * no han entregado en el trimestre la constancia ICSOE (IMSS)
      * o SISUB (INFONAVIT). Cada caso queda ademas como aviso.
       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           MOVE SPACE TO WS-Trimestre-Entrada.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Modo-Lote = "S"
               ACCEPT WS-Trimestre-Entrada
                   FROM ENVIRONMENT "PARAMETRO_INFORME"
           ELSE
               DISPLAY "Trimestre a revisar (AAAAT, ENTER = "
                   "trimestre anterior): "
               ACCEPT WS-Trimestre-Entrada
           END-IF.
           PERFORM Determinar-Trimestre.
           IF WS-Trimestre-Revisado NOT NUMERIC
               OR WS-Trim-Numero < 1 OR WS-Trim-Numero > 4
               DISPLAY "Trimestre no valido: " WS-Trimestre-Entrada
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT Reporte-archivo.
           MOVE "REPSE Y CONTRATOS VENCIDOS O POR VENCER (60 DIAS)"
               TO reporte-linea.
           WRITE reporte-linea.
           PERFORM Revisar-Vencimientos.
           MOVE SPACE TO reporte-linea.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           STRING "CONSTANCIAS DEL TRIMESTRE " WS-Trim-Anio "-"
               WS-Trim-Numero " (ICSOE IMSS / SISUB INFONAVIT)"
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           PERFORM Revisar-Cumplimiento.
           MOVE SPACE TO reporte-linea.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           STRING "REPSE/CONTRATOS VENCIDOS: " WS-Total-Vencidos
               "  POR VENCER: " WS-Total-Por-Vencer
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           STRING "CONTRATISTAS REVISADOS: " WS-Total-Revisados
               "  CON CONSTANCIA FALTANTE: " WS-Total-Incumplidos
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           CLOSE Reporte-archivo.
           DISPLAY "Reporte en repse-informe.txt".
           DISPLAY "Vencidos: " WS-Total-Vencidos
               "  Por vencer: " WS-Total-Por-Vencer.
           DISPLAY "Trimestre " WS-Trim-Anio "-" WS-Trim-Numero
               ": " WS-Total-Incumplidos " contratista(s) sin "
               "constancia completa.".
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Vencidos > ZERO OR WS-Total-Incumplidos > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           Program-Done.
            GOBACK.

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

           Determinar-Trimestre.
               IF WS-Trimestre-Entrada NOT = SPACE
                   MOVE WS-Trimestre-Entrada TO WS-Trimestre-Revisado
               ELSE
                   MOVE WS-Fecha-Proceso(1:4) TO WS-Trim-Anio
                   MOVE WS-Fecha-Proceso(5:2) TO WS-Mes-Proceso
                   COMPUTE WS-Trim-Numero =
                       (WS-Mes-Proceso - 1) / 3 + 1
                   IF WS-Trim-Numero = 1
                       SUBTRACT 1 FROM WS-Trim-Anio
                       MOVE 4 TO WS-Trim-Numero
                   ELSE
                       SUBTRACT 1 FROM WS-Trim-Numero
                   END-IF
               END-IF.
               IF WS-Trimestre-Revisado NUMERIC
                   MOVE WS-Trim-Anio TO WS-Trim-Inicio(1:4)
                   MOVE WS-Trim-Anio TO WS-Trim-Fin(1:4)
                   COMPUTE WS-Mes-Calculo = WS-Trim-Numero * 3 - 2
                   MOVE WS-Mes-Calculo TO WS-Trim-Inicio(5:2)
                   MOVE "01" TO WS-Trim-Inicio(7:2)
                   COMPUTE WS-Mes-Calculo = WS-Trim-Numero * 3
                   MOVE WS-Mes-Calculo TO WS-Trim-Fin(5:2)
                   MOVE "31" TO WS-Trim-Fin(7:2)
               END-IF.

      * Solo los contratistas activos: el REPSE y el contrato.
           Revisar-Vencimientos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-archivo.
               IF WS-Contratistas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF contratista-vigente
                               PERFORM Contar-Asignados
                               MOVE "REPSE" TO WS-Concepto
                               MOVE contratista-repse-vence
                                   TO WS-Fecha-Revisada
                               PERFORM Evaluar-Vencimiento
                               IF contratista-contrato-fin
                                   NOT = SPACE
                                   MOVE "CONTRATO" TO WS-Concepto
                                   MOVE contratista-contrato-fin
                                       TO WS-Fecha-Revisada
                                   PERFORM Evaluar-Vencimiento
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-archivo.

           Contar-Asignados.
               MOVE ZERO TO WS-Asignados.
               OPEN INPUT Contratistas-personal-archivo.
               IF WS-Contratistas-Personal-Status = "00"
                   PERFORM Leer-Asignado
                   PERFORM UNTIL WS-Contratistas-Personal-Status
                       NOT = "00"
                       IF cpersonal-rfc = contratista-rfc
                           AND cpersonal-baja = SPACE
                           ADD 1 TO WS-Asignados
                       END-IF
                       PERFORM Leer-Asignado
                   END-PERFORM
               END-IF.
               CLOSE Contratistas-personal-archivo.

           Leer-Asignado.
               READ Contratistas-personal-archivo
                   AT END
                       MOVE "10" TO WS-Contratistas-Personal-Status
               END-READ.

           Evaluar-Vencimiento.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-1.
               MOVE WS-Fecha-Revisada TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Fec-Resultado TO WS-Dias-Restantes
                   IF WS-Dias-Restantes NOT > WS-Dias-Aviso
                       PERFORM Listar-Vencimiento
                   END-IF
               END-IF.

           Listar-Vencimiento.
               MOVE contratista-rfc TO WS-LV-Rfc.
               MOVE contratista-razon-social TO WS-LV-Razon.
               MOVE WS-Concepto TO WS-LV-Concepto.
               MOVE WS-Fecha-Revisada TO WS-LV-Fecha.
               MOVE WS-Asignados TO WS-LV-Asignados.
               IF WS-Dias-Restantes < ZERO
                   MOVE "VENCIDO" TO WS-LV-Marca
                   ADD 1 TO WS-Total-Vencidos
               ELSE
                   MOVE "POR VENCER" TO WS-LV-Marca
                   ADD 1 TO WS-Total-Por-Vencer
               END-IF.
               MOVE WS-Linea-Vence TO reporte-linea.
               WRITE reporte-linea.
               PERFORM Registrar-Aviso-Vencimiento.

      * Un REPSE vencido con personal asignado es critico: sin
      * registro vigente la subcontratacion no es deducible y la
      * empresa responde solidariamente.
           Registrar-Aviso-Vencimiento.
               IF WS-Dias-Restantes < ZERO
                   AND WS-Concepto = "REPSE"
                   AND WS-Asignados > ZERO
                   MOVE "C" TO aviso-severidad
               ELSE
                   MOVE "A" TO aviso-severidad
               END-IF.
               MOVE SPACE TO aviso-texto.
               STRING WS-Concepto DELIMITED BY SPACE
                   " de " DELIMITED BY SIZE
                   contratista-rfc DELIMITED BY SPACE
                   " " WS-LV-Marca " " WS-Fecha-Revisada
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

      * Se revisan los contratistas activos cuyo contrato cubre
      * algun dia del trimestre.
           Revisar-Cumplimiento.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-archivo.
               IF WS-Contratistas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF contratista-vigente
                               AND (contratista-contrato-inicio
                                   = SPACE
                                   OR contratista-contrato-inicio
                                   NOT > WS-Trim-Fin)
                               AND (contratista-contrato-fin = SPACE
                                   OR contratista-contrato-fin
                                   NOT < WS-Trim-Inicio)
                               PERFORM Revisar-Constancias
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-archivo.

           Revisar-Constancias.
               ADD 1 TO WS-Total-Revisados.
               MOVE "N" TO WS-Hay-Icsoe.
               MOVE "N" TO WS-Hay-Sisub.
               OPEN INPUT Contratistas-entregas-archivo.
               IF WS-Contratistas-Entregas-Status = "00"
                   PERFORM Leer-Entrega
                   PERFORM UNTIL WS-Contratistas-Entregas-Status
                       NOT = "00"
                       IF centrega-rfc = contratista-rfc
                           AND centrega-anio = WS-Trim-Anio
                           AND centrega-trimestre = WS-Trim-Numero
                           IF centrega-icsoe
                               MOVE "S" TO WS-Hay-Icsoe
                           END-IF
                           IF centrega-sisub
                               MOVE "S" TO WS-Hay-Sisub
                           END-IF
                       END-IF
                       PERFORM Leer-Entrega
                   END-PERFORM
               END-IF.
               CLOSE Contratistas-entregas-archivo.
               MOVE contratista-rfc TO WS-LC-Rfc.
               MOVE contratista-razon-social TO WS-LC-Razon.
               MOVE "ENTREGADA" TO WS-LC-Icsoe.
               MOVE "ENTREGADA" TO WS-LC-Sisub.
               MOVE SPACE TO WS-LC-Marca.
               IF WS-Hay-Icsoe = "N"
                   MOVE "FALTA" TO WS-LC-Icsoe
               END-IF.
               IF WS-Hay-Sisub = "N"
                   MOVE "FALTA" TO WS-LC-Sisub
               END-IF.
               IF WS-Hay-Icsoe = "N" OR WS-Hay-Sisub = "N"
                   MOVE "INCUMPLIDO" TO WS-LC-Marca
                   ADD 1 TO WS-Total-Incumplidos
                   PERFORM Registrar-Aviso-Constancia
               END-IF.
               MOVE WS-Linea-Cumple TO reporte-linea.
               WRITE reporte-linea.

           Leer-Entrega.
               READ Contratistas-entregas-archivo
                   AT END
                       MOVE "10" TO WS-Contratistas-Entregas-Status
               END-READ.

           Registrar-Aviso-Constancia.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Contratista " DELIMITED BY SIZE
                   contratista-rfc DELIMITED BY SPACE
                   " con ICSOE/SISUB pendiente "
                   WS-Trim-Anio "-" WS-Trim-Numero
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-repse" TO aviso-programa.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Reporte-repse.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-audiencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "historico-fisico.cbl".
       COPY "demandas-fisico.cbl".
       COPY "audiencias-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT Trabajo-Audiencias
       ASSIGN TO "audiencias-trabajo.tmp".

       SELECT Reporte-archivo
       ASSIGN TO "audiencias-calendario.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "historico-logico.cbl".
       COPY "demandas-logico.cbl".
       COPY "audiencias-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".

       SD  Trabajo-Audiencias.

       01  trabajo-audiencia-registro.
           05  trabajo-fecha PIC X(8).
           05  trabajo-hora PIC X(4).
           05  trabajo-folio PIC X(6).
           05  trabajo-id PIC X(6).
           05  trabajo-tribunal PIC X(30).
           05  trabajo-expediente PIC X(20).
           05  trabajo-abogado PIC X(30).
           05  trabajo-tipo PIC X(30).
           05  trabajo-dias PIC S9(5).

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Historico-Status PIC XX.
           01 WS-Demandas-Status PIC XX.
           01 WS-Audiencias-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Modo-Lote PIC X.
           01 WS-Parametro-Lote PIC X(20).
           01 WS-Dias-Entrada PIC X(3).
           01 WS-Dias-Horizonte PIC 9(3) VALUE 30.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Sort PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Ultima-Fecha PIC X(8).
           01 WS-Nombre PIC X(30).
           01 WS-Dias-Edit PIC ----9.

           01 WS-Total-Proximas PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Resultado PIC 9(5) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Demandas en tramite, para saber de que caso es cada
      * audiencia; las de casos cerrados no se listan.
           01 WS-Total-Demandas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dem PIC 9(4).
           01 WS-Demanda-Hallada PIC 9(4).
           01 WS-Tabla-Demandas.
               05 WS-Demanda-Item OCCURS 2000 TIMES PIC X(156).

           01 WS-Imagen-Historico.
               05  WS-Hist-Id PIC X(6).
               05  WS-Hist-Nombre PIC X(25).
               05  WS-Hist-Apellidos PIC X(35).
               05  FILLER PIC X(147).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Hora PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Folio PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Tipo PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Marca PIC X(14).

           01 WS-Linea-Tribunal.
               05 FILLER PIC X(16) VALUE SPACE.
               05 WS-LT-Tribunal PIC X(30).
               05 FILLER PIC X(6) VALUE " EXP. ".
               05 WS-LT-Expediente PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LT-Abogado PIC X(27).

      * Calendario de audiencias de las demandas laborales en
      * tramite: las programadas de la fecha de proceso a los dias
      * pedidos (30 si no se indica), agrupadas por dia y en orden
      * de hora, y antes las que ya pasaron sin que se capturara su
      * resultado. Pedido desde la cola de informes el numero de
      * dias llega en PARAMETRO_INFORME. Termina con codigo 4 si
      * hay audiencias pasadas sin resultado.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Nivel-Operador < 3
               AND WS-Modo-Lote NOT = "S"
               DISPLAY "El calendario de audiencias es de consulta "
                   "exclusiva de supervisores."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Pedir-Horizonte
               PERFORM Generar-Calendario
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

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

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

           Pedir-Horizonte.
               MOVE SPACE TO WS-Dias-Entrada.
               IF WS-Modo-Lote = "S"
                   MOVE SPACE TO WS-Parametro-Lote
                   ACCEPT WS-Parametro-Lote
                       FROM ENVIRONMENT "PARAMETRO_INFORME"
                   MOVE WS-Parametro-Lote(1:3) TO WS-Dias-Entrada
               ELSE
                   DISPLAY "Dias hacia adelante (ENTER = 30): "
                   ACCEPT WS-Dias-Entrada
               END-IF.
               IF WS-Dias-Entrada NOT = SPACE
                   IF FUNCTION TEST-NUMVAL(WS-Dias-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Dias-Entrada) > ZERO
                       MOVE FUNCTION NUMVAL(WS-Dias-Entrada)
                           TO WS-Dias-Horizonte
                   ELSE
                       DISPLAY "Dias no validos; se toman 30."
                   END-IF
               END-IF.

           Generar-Calendario.
               PERFORM Cargar-Demandas.
               OPEN INPUT Empleados-archivo.
               OPEN INPUT Historico-archivo.
               OPEN OUTPUT Reporte-archivo.
               MOVE SPACE TO reporte-linea.
               STRING "CALENDARIO DE AUDIENCIAS DE DEMANDAS LABORALES "
                   "AL " WS-Fecha-Proceso " A " WS-Dias-Horizonte
                   " DIAS" DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               SORT Trabajo-Audiencias
                   ON ASCENDING KEY trabajo-fecha trabajo-hora
                       trabajo-folio
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Seleccionar-Audiencias
                   OUTPUT PROCEDURE IS Imprimir-Calendario.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING "AUDIENCIAS PROXIMAS: " WS-Total-Proximas
                   "  PASADAS SIN RESULTADO: " WS-Total-Sin-Resultado
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               CLOSE Reporte-archivo.
               CLOSE Historico-archivo.
               CLOSE Empleados-archivo.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de demandas excede la capacidad "
                       "de trabajo; pueden faltar audiencias."
               END-IF.
               DISPLAY "Calendario en audiencias-calendario.txt".
               DISPLAY "Proximas: " WS-Total-Proximas
                   "  Pasadas sin resultado: " WS-Total-Sin-Resultado.
               MOVE ZERO TO RETURN-CODE.
               IF WS-Total-Sin-Resultado > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

           Cargar-Demandas.
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
                           IF demanda-en-tramite
                               IF WS-Total-Demandas < 2000
                                   ADD 1 TO WS-Total-Demandas
                                   MOVE demanda-registro TO
                                       WS-Demanda-Item
                                           (WS-Total-Demandas)
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Demandas-archivo.

      * Solo audiencias programadas de casos en tramite: las que
      * caen dentro del horizonte y las ya pasadas sin resultado.
           Seleccionar-Audiencias.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Audiencias-archivo.
               IF WS-Audiencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Audiencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF audiencia-programada
                               PERFORM Evaluar-Audiencia
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Audiencias-archivo.

           Evaluar-Audiencia.
               PERFORM Buscar-Demanda.
               IF WS-Demanda-Hallada NOT = ZERO
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-1
                   MOVE audiencia-fecha TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       AND WS-Fec-Resultado NOT > WS-Dias-Horizonte
                       MOVE audiencia-fecha TO trabajo-fecha
                       MOVE audiencia-hora TO trabajo-hora
                       MOVE audiencia-folio TO trabajo-folio
                       MOVE demanda-id TO trabajo-id
                       MOVE demanda-tribunal TO trabajo-tribunal
                       MOVE demanda-expediente TO trabajo-expediente
                       MOVE demanda-abogado TO trabajo-abogado
                       MOVE audiencia-tipo TO trabajo-tipo
                       MOVE WS-Fec-Resultado TO trabajo-dias
                       RELEASE trabajo-audiencia-registro
                   END-IF
               END-IF.

           Buscar-Demanda.
               MOVE ZERO TO WS-Demanda-Hallada.
               PERFORM VARYING WS-Indice-Dem FROM 1 BY 1
                   UNTIL WS-Indice-Dem > WS-Total-Demandas
                   OR WS-Demanda-Hallada NOT = ZERO
                   MOVE WS-Demanda-Item(WS-Indice-Dem)
                       TO demanda-registro
                   IF demanda-folio = audiencia-folio
                       MOVE WS-Indice-Dem TO WS-Demanda-Hallada
                   END-IF
               END-PERFORM.

           Imprimir-Calendario.
               MOVE LOW-VALUES TO WS-Ultima-Fecha.
               MOVE "N" TO WS-Fin-Sort.
               PERFORM Leer-Ordenada.
               PERFORM UNTIL WS-Fin-Sort = "S"
                   IF trabajo-fecha NOT = WS-Ultima-Fecha
                       PERFORM Encabezar-Dia
                   END-IF
                   PERFORM Imprimir-Audiencia
                   PERFORM Leer-Ordenada
               END-PERFORM.
               IF WS-Ultima-Fecha = LOW-VALUES
                   PERFORM Escribir-Separador
                   MOVE "   Sin audiencias en el periodo."
                       TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Leer-Ordenada.
               RETURN Trabajo-Audiencias
                   AT END
                       MOVE "S" TO WS-Fin-Sort
               END-RETURN.

           Encabezar-Dia.
               MOVE trabajo-fecha TO WS-Ultima-Fecha.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE trabajo-fecha TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE trabajo-dias TO WS-Dias-Edit.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING WS-Fec-Formateada "  (" WS-Dias-Edit " DIAS)"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Imprimir-Audiencia.
               MOVE SPACE TO WS-LD-Hora.
               STRING trabajo-hora(1:2) ":" trabajo-hora(3:2)
                   DELIMITED BY SIZE INTO WS-LD-Hora.
               MOVE trabajo-folio TO WS-LD-Folio.
               MOVE trabajo-id TO WS-LD-Id.
               PERFORM Leer-Nombre.
               MOVE WS-Nombre TO WS-LD-Nombre.
               MOVE trabajo-tipo TO WS-LD-Tipo.
               IF trabajo-dias < ZERO
                   MOVE "SIN RESULTADO" TO WS-LD-Marca
                   ADD 1 TO WS-Total-Sin-Resultado
               ELSE
                   MOVE SPACE TO WS-LD-Marca
                   ADD 1 TO WS-Total-Proximas
               END-IF.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.
               MOVE trabajo-tribunal TO WS-LT-Tribunal.
               MOVE trabajo-expediente TO WS-LT-Expediente.
               MOVE trabajo-abogado TO WS-LT-Abogado.
               MOVE WS-Linea-Tribunal TO reporte-linea.
               WRITE reporte-linea.

      * El demandante ya no esta activo: se busca primero en el
      * historico y luego en el maestro.
           Leer-Nombre.
               MOVE SPACE TO WS-Nombre.
               MOVE trabajo-id TO historico-id.
               READ Historico-archivo
                   INVALID KEY
                       MOVE trabajo-id TO empleados-id
                       READ Empleados-archivo
                           INVALID KEY
                               MOVE "(SIN EXPEDIENTE)" TO WS-Nombre
                           NOT INVALID KEY
                               STRING empleados-nombre
                                   DELIMITED BY "  "
                                   " " DELIMITED BY SIZE
                                   empleados-apellidos
                                   DELIMITED BY "  "
                                   INTO WS-Nombre
                       END-READ
                   NOT INVALID KEY
                       MOVE historico-id TO WS-Imagen-Historico(1:6)
                       MOVE historico-resto
                           TO WS-Imagen-Historico(7:207)
                       STRING WS-Hist-Nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           WS-Hist-Apellidos DELIMITED BY "  "
                           INTO WS-Nombre
               END-READ.

           Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

       END PROGRAM Reporte-audiencias.

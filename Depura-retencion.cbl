      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Depura-retencion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "retencion-fisico.cbl".
       COPY "retencion-bitacora-fisico.cbl".
       COPY "historico-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT OPTIONAL Vivo-archivo
       ASSIGN TO WS-Archivo-Vivo
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Vivo-Status.

       SELECT Depurado-tmp-archivo
       ASSIGN TO "retencion-depura.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Depurado-Status.

       SELECT OPTIONAL Catalogo-auditoria-archivo
       ASSIGN TO "catalogo-auditoria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Catalogo-Auditoria-Status.

       SELECT OPTIONAL Mes-auditoria-archivo
       ASSIGN TO WS-Archivo-Mes
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Mes-Auditoria-Status.

       SELECT Listado-archivo
       ASSIGN TO "retencion-simulacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Listado-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "retencion-logico.cbl".
       COPY "retencion-bitacora-logico.cbl".
       COPY "historico-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".

      * Renglon de cualquier archivo secuencial bajo politica; la
      * fecha se toma por columna y largo segun la politica.
       FD  Vivo-archivo.

       01  vivo-registro PIC X(250).

       FD  Depurado-tmp-archivo.

       01  depurado-registro PIC X(250).

       FD  Catalogo-auditoria-archivo.

       01  cataud-registro.
           05  cataud-mes PIC X(6).
           05  cataud-archivo PIC X(30).
           05  cataud-registros PIC 9(6).

      * Mes de auditoria archivado, con el trazado de la auditoria.
       FD  Mes-auditoria-archivo.

       01  mes-aud-registro.
           05  mes-aud-id PIC X(6).
           05  mes-aud-operacion PIC X(13).
           05  mes-aud-fecha PIC X(8).
           05  mes-aud-hora PIC X(6).
           05  mes-aud-operador PIC X(8).

       FD  Listado-archivo.

       01  listado-linea PIC X(110).


       WORKING-STORAGE SECTION.

           01 WS-Retencion-Status PIC XX.
           01 WS-Retencion-Bitacora-Status PIC XX.
           01 WS-Historico-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Vivo-Status PIC XX.
           01 WS-Depurado-Status PIC XX.
           01 WS-Catalogo-Auditoria-Status PIC XX.
           01 WS-Mes-Auditoria-Status PIC XX.
           01 WS-Listado-Status PIC XX.

           01 WS-Archivo-Vivo PIC X(30).
           01 WS-Archivo-Mes PIC X(30).

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Hora-Depuracion PIC X(8).
           01 WS-Anio-Corte PIC 9(4).
           01 WS-Fecha-Corte PIC X(8).
           01 WS-Fecha-Renglon PIC X(8).
           01 WS-Confirma PIC X.
           01 WS-Fin-Archivo PIC X.
           01 WS-Fin-Mes PIC X.
           01 WS-Meses-Borrados PIC X.

      * S = simulacion (solo cuenta y lista), D = depuracion real.
           01 WS-Modo PIC X.
               88 WS-Modo-Simulacion VALUE "S".
               88 WS-Modo-Depuracion VALUE "D".
           01 WS-Resultado-Renglon PIC X.
               88 WS-Renglon-Vencido VALUE "V".
               88 WS-Renglon-Vigente VALUE "C".
               88 WS-Renglon-Sin-Fecha VALUE "N".
           01 WS-Nota-Politica PIC X(20).

           01 WS-Total-Politicas PIC 99 VALUE ZERO.
           01 WS-Indice-Politica PIC 99.
           01 WS-Tabla-Politicas.
               05 WS-Politica-Item OCCURS 50 TIMES PIC X(67).

           01 WS-Pol-Leidos PIC 9(7).
           01 WS-Pol-Depurados PIC 9(7).
           01 WS-Pol-Conservados PIC 9(7).
           01 WS-Pol-Sin-Fecha PIC 9(7).
           01 WS-Total-Leidos PIC 9(8) VALUE ZERO.
           01 WS-Total-Vencidos PIC 9(8) VALUE ZERO.

      * Ultima fecha de baja o de archivo de cada empleado segun la
      * auditoria vigente y sus meses archivados.
           01 WS-Total-Bajas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Baja PIC 9(4).
           01 WS-Baja-Hallada PIC X.
           01 WS-Tabla-Bajas.
               05 WS-Baja-Item OCCURS 2000 TIMES.
                   10 WS-Baja-Id PIC X(6).
                   10 WS-Baja-Fecha PIC X(8).
           01 WS-Baja-Id-Buscado PIC X(6).
           01 WS-Baja-Fecha-Buscada PIC X(8).

           01 WS-Total-Meses PIC 99 VALUE ZERO.
           01 WS-Indice-Mes PIC 99.
           01 WS-Tabla-Meses.
               05 WS-Mes-Item OCCURS 60 TIMES.
                   10 WS-Mes-Clave PIC X(6).
                   10 WS-Mes-Archivo PIC X(30).
                   10 WS-Mes-Registros PIC 9(6).

           01 WS-Linea-Titulo.
               05 FILLER PIC X(50) VALUE
                   "SIMULACION DE DEPURACION POR VENCIMIENTO - FECHA ".
               05 WS-Tit-Fecha PIC X(8).

           01 WS-Linea-Encabezado.
               05 FILLER PIC X(31) VALUE "ARCHIVO".
               05 FILLER PIC X(6) VALUE "ANIOS".
               05 FILLER PIC X(8) VALUE "CORTE".
               05 FILLER PIC X(10) VALUE "    LEIDOS".
               05 FILLER PIC X(10) VALUE "  VENCIDOS".
               05 FILLER PIC X(10) VALUE "  CONSERVA".
               05 FILLER PIC X(10) VALUE " SIN FECHA".
               05 FILLER PIC X(14) VALUE "  NOTA".

           01 WS-Linea-Detalle.
               05 WS-Det-Archivo PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Anios PIC Z9.
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-Det-Corte PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Leidos PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Vencidos PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Conservados PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Sin-Fecha PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Det-Nota PIC X(20).

           01 WS-Linea-Total.
               05 FILLER PIC X(45) VALUE
                   "TOTAL DE RENGLONES LEIDOS Y VENCIDOS".
               05 WS-Tot-Leidos PIC ZZ,ZZZ,ZZ9.
               05 WS-Tot-Vencidos PIC ZZ,ZZZ,ZZ9.

      * Depuracion por vencimiento segun el catalogo de politicas
      * de conservacion. Siempre corre primero en simulacion: cuenta
      * lo que venceria en cada archivo y lo deja listado en
      * retencion-simulacion.txt. Solo con la confirmacion del
      * supervisor vuelve a recorrer los archivos destruyendo los
      * renglones cuya fecha quedo antes del corte (fecha proceso
      * menos los anios de la politica); cada archivo depurado
      * queda en la bitacora de retencion con sus cuentas. Un
      * renglon sin fecha legible nunca se destruye.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "La depuracion por vencimiento esta "
                   "restringida a supervisores."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Cargar-Politicas
               IF WS-Total-Politicas = ZERO
                   DISPLAY "No hay politicas de conservacion; no se "
                       "depura nada."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM Cargar-Fechas-De-Baja
                   PERFORM Correr-Simulacion
                   IF WS-Total-Vencidos = ZERO
                       DISPLAY "Nada vencido; no hay que depurar."
                   ELSE
                       DISPLAY "Renglones vencidos: "
                           WS-Total-Vencidos
                           " (detalle en retencion-simulacion.txt)."
                       DISPLAY "Se destruyen de forma definitiva. "
                           "Confirma la depuracion (S/N)? "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Correr-Depuracion
                       ELSE
                           DISPLAY "Depuracion cancelada; solo quedo "
                               "la simulacion."
                       END-IF
                   END-IF
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

           Cargar-Politicas.
               MOVE ZERO TO WS-Total-Politicas.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Retencion-archivo.
               IF WS-Retencion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Retencion-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF WS-Total-Politicas < 50
                               ADD 1 TO WS-Total-Politicas
                               MOVE politica-registro TO
                                   WS-Politica-Item(WS-Total-Politicas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Retencion-archivo.

      ******************************************************************
      * Fechas de baja del historico: la ultima BAJA o ARCHIVADO de
      * cada empleado en la auditoria vigente y en los meses ya
      * archivados. Se cargan antes de tocar cualquier archivo para
      * que la depuracion de los meses no las pierda a media corrida.
      ******************************************************************
           Cargar-Fechas-De-Baja.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Auditoria-archivo.
               IF WS-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF auditoria-operacion = "BAJA"
                               OR auditoria-operacion = "ARCHIVADO"
                               MOVE auditoria-id
                                   TO WS-Baja-Id-Buscado
                               MOVE auditoria-fecha
                                   TO WS-Baja-Fecha-Buscada
                               PERFORM Anotar-Fecha-De-Baja
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Auditoria-archivo.
               PERFORM Cargar-Meses-Auditoria.
               PERFORM VARYING WS-Indice-Mes FROM 1 BY 1
                   UNTIL WS-Indice-Mes > WS-Total-Meses
                   MOVE WS-Mes-Archivo(WS-Indice-Mes)
                       TO WS-Archivo-Mes
                   PERFORM Leer-Bajas-Del-Mes
               END-PERFORM.

           Leer-Bajas-Del-Mes.
               MOVE "1" TO WS-Fin-Mes.
               OPEN INPUT Mes-auditoria-archivo.
               IF WS-Mes-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Mes
               END-IF.
               PERFORM UNTIL WS-Fin-Mes = "0"
                   READ Mes-auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Mes
                       NOT AT END
                           IF mes-aud-operacion = "BAJA"
                               OR mes-aud-operacion = "ARCHIVADO"
                               MOVE mes-aud-id
                                   TO WS-Baja-Id-Buscado
                               MOVE mes-aud-fecha
                                   TO WS-Baja-Fecha-Buscada
                               PERFORM Anotar-Fecha-De-Baja
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Mes-auditoria-archivo.

           Anotar-Fecha-De-Baja.
               MOVE "N" TO WS-Baja-Hallada.
               PERFORM VARYING WS-Indice-Baja FROM 1 BY 1
                   UNTIL WS-Indice-Baja > WS-Total-Bajas
                   OR WS-Baja-Hallada = "S"
                   IF WS-Baja-Id(WS-Indice-Baja) = WS-Baja-Id-Buscado
                       MOVE "S" TO WS-Baja-Hallada
                       IF WS-Baja-Fecha-Buscada
                           > WS-Baja-Fecha(WS-Indice-Baja)
                           MOVE WS-Baja-Fecha-Buscada
                               TO WS-Baja-Fecha(WS-Indice-Baja)
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-Baja-Hallada = "N" AND WS-Total-Bajas < 2000
                   ADD 1 TO WS-Total-Bajas
                   MOVE WS-Baja-Id-Buscado
                       TO WS-Baja-Id(WS-Total-Bajas)
                   MOVE WS-Baja-Fecha-Buscada
                       TO WS-Baja-Fecha(WS-Total-Bajas)
               END-IF.

           Cargar-Meses-Auditoria.
               MOVE ZERO TO WS-Total-Meses.
               MOVE "1" TO WS-Fin-Mes.
               OPEN INPUT Catalogo-auditoria-archivo.
               IF WS-Catalogo-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Mes
               END-IF.
               PERFORM UNTIL WS-Fin-Mes = "0"
                   READ Catalogo-auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Mes
                       NOT AT END
                           IF WS-Total-Meses < 60
                               ADD 1 TO WS-Total-Meses
                               MOVE cataud-mes
                                   TO WS-Mes-Clave(WS-Total-Meses)
                               MOVE cataud-archivo
                                   TO WS-Mes-Archivo(WS-Total-Meses)
                               MOVE cataud-registros TO
                                   WS-Mes-Registros(WS-Total-Meses)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Catalogo-auditoria-archivo.

      ******************************************************************
      * Las dos pasadas recorren las mismas politicas; la simulacion
      * lista, la depuracion destruye y deja constancia.
      ******************************************************************
           Correr-Simulacion.
               MOVE "S" TO WS-Modo.
               OPEN OUTPUT Listado-archivo.
               MOVE WS-Fecha-Proceso TO WS-Tit-Fecha.
               MOVE WS-Linea-Titulo TO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE WS-Linea-Encabezado TO listado-linea.
               WRITE listado-linea.
               PERFORM Procesar-Politica
               VARYING WS-Indice-Politica FROM 1 BY 1
               UNTIL WS-Indice-Politica > WS-Total-Politicas.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE WS-Total-Leidos TO WS-Tot-Leidos.
               MOVE WS-Total-Vencidos TO WS-Tot-Vencidos.
               MOVE WS-Linea-Total TO listado-linea.
               WRITE listado-linea.
               CLOSE Listado-archivo.

           Correr-Depuracion.
               MOVE "D" TO WS-Modo.
               MOVE ZERO TO WS-Total-Leidos WS-Total-Vencidos.
               PERFORM Procesar-Politica
               VARYING WS-Indice-Politica FROM 1 BY 1
               UNTIL WS-Indice-Politica > WS-Total-Politicas.
               MOVE SPACE TO auditoria-id.
               MOVE "DEPURA-RETENC" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Depuracion terminada: " WS-Total-Vencidos
                   " renglon(es) destruidos; constancia en "
                   "retencion-bitacora.dat.".

      * Corte: la fecha proceso recorrida hacia atras los anios de
      * la politica; lo anterior al corte ya vencio.
           Procesar-Politica.
               MOVE WS-Politica-Item(WS-Indice-Politica)
                   TO politica-registro.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Anio-Corte.
               SUBTRACT politica-anios FROM WS-Anio-Corte.
               MOVE SPACE TO WS-Fecha-Corte.
               STRING WS-Anio-Corte WS-Fecha-Proceso(5:4)
                   DELIMITED BY SIZE INTO WS-Fecha-Corte.
               MOVE ZERO TO WS-Pol-Leidos WS-Pol-Depurados
                   WS-Pol-Conservados WS-Pol-Sin-Fecha.
               MOVE SPACE TO WS-Nota-Politica.
               EVALUATE TRUE
                   WHEN politica-secuencial
                       PERFORM Depurar-Secuencial
                   WHEN politica-historico
                       PERFORM Depurar-Historico
                   WHEN politica-meses-auditoria
                       PERFORM Depurar-Meses-Auditoria
                   WHEN OTHER
                       MOVE "TIPO NO VALIDO" TO WS-Nota-Politica
               END-EVALUATE.
               ADD WS-Pol-Leidos TO WS-Total-Leidos.
               ADD WS-Pol-Depurados TO WS-Total-Vencidos.
               IF WS-Modo-Simulacion
                   PERFORM Escribir-Detalle-Simulacion
               ELSE
                   IF WS-Nota-Politica = SPACE
                       PERFORM Registrar-Bitacora
                   END-IF
               END-IF.

           Clasificar-Fecha.
               IF politica-largo = 6
                   IF WS-Fecha-Renglon(1:6) NOT NUMERIC
                       SET WS-Renglon-Sin-Fecha TO TRUE
                   ELSE
                   IF WS-Fecha-Renglon(1:6) < WS-Fecha-Corte(1:6)
                       SET WS-Renglon-Vencido TO TRUE
                   ELSE
                       SET WS-Renglon-Vigente TO TRUE
                   END-IF
                   END-IF
               ELSE
                   IF WS-Fecha-Renglon NOT NUMERIC
                       SET WS-Renglon-Sin-Fecha TO TRUE
                   ELSE
                   IF WS-Fecha-Renglon < WS-Fecha-Corte
                       SET WS-Renglon-Vencido TO TRUE
                   ELSE
                       SET WS-Renglon-Vigente TO TRUE
                   END-IF
                   END-IF
               END-IF.
               EVALUATE TRUE
                   WHEN WS-Renglon-Vencido
                       ADD 1 TO WS-Pol-Depurados
                   WHEN WS-Renglon-Sin-Fecha
                       ADD 1 TO WS-Pol-Sin-Fecha
                       ADD 1 TO WS-Pol-Conservados
                   WHEN OTHER
                       ADD 1 TO WS-Pol-Conservados
               END-EVALUATE.

      * Lo vigente pasa por el temporal y reemplaza al archivo solo
      * si hubo algo que destruir.
           Depurar-Secuencial.
               MOVE politica-archivo TO WS-Archivo-Vivo.
               OPEN INPUT Vivo-archivo.
               IF WS-Vivo-Status NOT = "00"
                   CLOSE Vivo-archivo
                   MOVE "ARCHIVO NO EXISTE" TO WS-Nota-Politica
               ELSE
                   IF WS-Modo-Depuracion
                       OPEN OUTPUT Depurado-tmp-archivo
                   END-IF
                   MOVE "1" TO WS-Fin-Archivo
                   PERFORM UNTIL WS-Fin-Archivo = "0"
                       READ Vivo-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Archivo
                           NOT AT END
                               PERFORM Evaluar-Renglon-Vivo
                       END-READ
                   END-PERFORM
                   CLOSE Vivo-archivo
                   IF WS-Modo-Depuracion
                       CLOSE Depurado-tmp-archivo
                       IF WS-Pol-Depurados > ZERO
                           PERFORM Recargar-Vivo
                       END-IF
                   END-IF
               END-IF.

           Evaluar-Renglon-Vivo.
               ADD 1 TO WS-Pol-Leidos.
               MOVE SPACE TO WS-Fecha-Renglon.
               MOVE vivo-registro(politica-columna:politica-largo)
                   TO WS-Fecha-Renglon.
               PERFORM Clasificar-Fecha.
               IF WS-Modo-Depuracion AND NOT WS-Renglon-Vencido
                   MOVE vivo-registro TO depurado-registro
                   WRITE depurado-registro
               END-IF.

           Recargar-Vivo.
               OPEN INPUT Depurado-tmp-archivo.
               OPEN OUTPUT Vivo-archivo.
               MOVE "1" TO WS-Fin-Archivo.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Depurado-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           MOVE depurado-registro TO vivo-registro
                           WRITE vivo-registro
                   END-READ
               END-PERFORM.
               CLOSE Vivo-archivo.
               CLOSE Depurado-tmp-archivo.

      * El historico es indexado: lo vencido se borra por su llave
      * durante la misma lectura secuencial.
           Depurar-Historico.
               IF WS-Modo-Depuracion
                   OPEN I-O Historico-archivo
               ELSE
                   OPEN INPUT Historico-archivo
               END-IF.
               IF WS-Historico-Status NOT = "00"
                   CLOSE Historico-archivo
                   MOVE "ARCHIVO NO EXISTE" TO WS-Nota-Politica
               ELSE
                   MOVE "1" TO WS-Fin-Archivo
                   PERFORM UNTIL WS-Fin-Archivo = "0"
                       READ Historico-archivo NEXT RECORD
                           AT END
                               MOVE "0" TO WS-Fin-Archivo
                           NOT AT END
                               PERFORM Evaluar-Historico
                       END-READ
                   END-PERFORM
                   CLOSE Historico-archivo
               END-IF.

           Evaluar-Historico.
               ADD 1 TO WS-Pol-Leidos.
               MOVE SPACE TO WS-Fecha-Renglon.
               PERFORM VARYING WS-Indice-Baja FROM 1 BY 1
                   UNTIL WS-Indice-Baja > WS-Total-Bajas
                   IF WS-Baja-Id(WS-Indice-Baja) = historico-id
                       MOVE WS-Baja-Fecha(WS-Indice-Baja)
                           TO WS-Fecha-Renglon
                   END-IF
               END-PERFORM.
               PERFORM Clasificar-Fecha.
               IF WS-Modo-Depuracion AND WS-Renglon-Vencido
                   DELETE Historico-archivo RECORD
                       INVALID KEY
                           DISPLAY "No se pudo borrar del historico "
                               "el ID " historico-id "."
                   END-DELETE
               END-IF.

      * Los meses de auditoria archivados se destruyen completos:
      * el archivo del mes se elimina y sale del catalogo.
           Depurar-Meses-Auditoria.
               PERFORM Cargar-Meses-Auditoria.
               MOVE "N" TO WS-Meses-Borrados.
               IF WS-Total-Meses = ZERO
                   MOVE "SIN MESES ARCHIVADOS" TO WS-Nota-Politica
               END-IF.
               PERFORM VARYING WS-Indice-Mes FROM 1 BY 1
                   UNTIL WS-Indice-Mes > WS-Total-Meses
                   ADD WS-Mes-Registros(WS-Indice-Mes)
                       TO WS-Pol-Leidos
                   IF WS-Mes-Clave(WS-Indice-Mes) NOT NUMERIC
                       ADD WS-Mes-Registros(WS-Indice-Mes)
                           TO WS-Pol-Sin-Fecha WS-Pol-Conservados
                   ELSE
                   IF WS-Mes-Clave(WS-Indice-Mes) < WS-Fecha-Corte(1:6)
                       ADD WS-Mes-Registros(WS-Indice-Mes)
                           TO WS-Pol-Depurados
                       IF WS-Modo-Depuracion
                           CALL "CBL_DELETE_FILE"
                               USING WS-Mes-Archivo(WS-Indice-Mes)
                           MOVE SPACE TO WS-Mes-Clave(WS-Indice-Mes)
                           MOVE "S" TO WS-Meses-Borrados
                       END-IF
                   ELSE
                       ADD WS-Mes-Registros(WS-Indice-Mes)
                           TO WS-Pol-Conservados
                   END-IF
                   END-IF
               END-PERFORM.
               IF WS-Meses-Borrados = "S"
                   PERFORM Reescribir-Catalogo-Meses
               END-IF.

           Reescribir-Catalogo-Meses.
               OPEN OUTPUT Catalogo-auditoria-archivo.
               PERFORM VARYING WS-Indice-Mes FROM 1 BY 1
                   UNTIL WS-Indice-Mes > WS-Total-Meses
                   IF WS-Mes-Clave(WS-Indice-Mes) NOT = SPACE
                       MOVE WS-Mes-Clave(WS-Indice-Mes) TO cataud-mes
                       MOVE WS-Mes-Archivo(WS-Indice-Mes)
                           TO cataud-archivo
                       MOVE WS-Mes-Registros(WS-Indice-Mes)
                           TO cataud-registros
                       WRITE cataud-registro
                   END-IF
               END-PERFORM.
               CLOSE Catalogo-auditoria-archivo.

           Escribir-Detalle-Simulacion.
               MOVE politica-archivo TO WS-Det-Archivo.
               MOVE politica-anios TO WS-Det-Anios.
               MOVE WS-Fecha-Corte TO WS-Det-Corte.
               MOVE WS-Pol-Leidos TO WS-Det-Leidos.
               MOVE WS-Pol-Depurados TO WS-Det-Vencidos.
               MOVE WS-Pol-Conservados TO WS-Det-Conservados.
               MOVE WS-Pol-Sin-Fecha TO WS-Det-Sin-Fecha.
               MOVE WS-Nota-Politica TO WS-Det-Nota.
               MOVE WS-Linea-Detalle TO listado-linea.
               WRITE listado-linea.
               DISPLAY politica-archivo " vencidos: "
                   WS-Pol-Depurados " de " WS-Pol-Leidos.

           Registrar-Bitacora.
               ACCEPT bitacora-fecha FROM DATE YYYYMMDD.
               ACCEPT WS-Hora-Depuracion FROM TIME.
               MOVE WS-Hora-Depuracion(1:6) TO bitacora-hora.
               MOVE WS-Operador-Actual TO bitacora-operador.
               MOVE politica-archivo TO bitacora-archivo.
               MOVE politica-anios TO bitacora-anios.
               MOVE WS-Fecha-Corte TO bitacora-corte.
               MOVE WS-Pol-Leidos TO bitacora-leidos.
               MOVE WS-Pol-Depurados TO bitacora-depurados.
               MOVE WS-Pol-Conservados TO bitacora-conservados.
               MOVE WS-Pol-Sin-Fecha TO bitacora-sin-fecha.
               OPEN EXTEND Retencion-bitacora-archivo.
               IF WS-Retencion-Bitacora-Status = "35"
                   OPEN OUTPUT Retencion-bitacora-archivo
               END-IF.
               WRITE bitacora-registro.
               CLOSE Retencion-bitacora-archivo.

           Registrar-Auditoria.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Depura-retencion.

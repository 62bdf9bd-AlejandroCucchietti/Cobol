      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Dispersa-vales.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "beneficios-fisico.cbl".
       COPY "incapacidades-fisico.cbl".
       COPY "tarjetas-vales-fisico.cbl".

       SELECT OPTIONAL Ausencias-archivo
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ausencias-Status.

       SELECT Vales-salida-archivo
       ASSIGN TO "vales-dispersion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Vales-Salida-Status.

       SELECT Sin-tarjeta-archivo
       ASSIGN TO "vales-sin-tarjeta.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sin-Tarjeta-Status.

       SELECT OPTIONAL Vales-historial-archivo
       ASSIGN TO "vales-historial.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Vales-Historial-Status.

       SELECT OPTIONAL Vales-seq-archivo
       ASSIGN TO "vales-secuencia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Vales-Seq-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "beneficios-logico.cbl".
       COPY "incapacidades-logico.cbl".
       COPY "tarjetas-vales-logico.cbl".

       FD  Ausencias-archivo.

       01  ausencia-registro.
           05  ausencia-id PIC X(6).
           05  ausencia-fecha PIC X(8).
           05  ausencia-tipo PIC X.
               88 ausencia-vacaciones VALUE "V".
               88 ausencia-enfermedad VALUE "E".
               88 ausencia-permiso VALUE "P".
           05  ausencia-dias PIC 99.

       FD  Vales-salida-archivo.

       01  vales-salida-linea PIC X(80).

       FD  Sin-tarjeta-archivo.

       01  sin-tarjeta-linea PIC X(80).

      * Historial de cargas: que importe se abono a que tarjeta en
      * cada periodo y cuantos dias se descontaron.
       FD  Vales-historial-archivo.

       01  vales-historial-registro.
           05  vhist-periodo PIC X(7).
           05  vhist-id PIC X(6).
           05  vhist-tarjeta PIC X(16).
           05  vhist-monto PIC 9(7)V99.
           05  vhist-dias-descontados PIC 99.
           05  vhist-fecha PIC X(8).
           05  vhist-secuencia PIC 9(6).

       FD  Vales-seq-archivo.

       01  vales-seq-registro.
           05  vales-seq-ultimo PIC 9(6).

       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Err-Programa PIC X(20) VALUE "Dispersa-vales".
           01 WS-Err-Archivo PIC X(30).
           01 WS-Err-Operacion PIC X(10).
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Beneficios-Status PIC XX.
           01 WS-Incapacidades-Status PIC XX.
           01 WS-Tarjetas-Status PIC XX.
           01 WS-Ausencias-Status PIC XX.
           01 WS-Vales-Salida-Status PIC XX.
           01 WS-Sin-Tarjeta-Status PIC XX.
           01 WS-Vales-Historial-Status PIC XX.
           01 WS-Vales-Seq-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Grupo-Quincenal PIC X VALUE "Q".
           01 WS-Periodo-Actual-Id PIC X(7).
           01 WS-Per-Inicio PIC X(8).
           01 WS-Per-Fin PIC X(8).
           01 WS-Entero-Inicio PIC S9(9).
           01 WS-Entero-Fin PIC S9(9).
           01 WS-Dias-Periodo PIC 99.
           01 WS-Secuencia-Corrida PIC 9(6) VALUE ZERO.
           01 WS-Periodo-Cargado PIC X VALUE "N".

      * Prestacion del catalogo que define los vales: el importe es
      * la aportacion patronal, en porcentaje del sueldo de la
      * quincena (tipo P) o monto fijo por quincena (tipo M).
           01 WS-Clave-Vales PIC X(4) VALUE "VALE".
           01 WS-Vales-Definidos PIC X VALUE "N".
           01 WS-Vales-Tipo PIC X.
           01 WS-Vales-Valor PIC 9(5)V99.

           01 WS-Fin-Lectura PIC X.
           01 WS-Total-Tarjetas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Tar PIC 9(4).
           01 WS-Tarjeta-Hallada PIC X.
           01 WS-Tarjeta-Actual PIC X(16).
           01 WS-Tabla-Tarjetas.
               05 WS-Tarjeta-Item OCCURS 1000 TIMES.
                   10 WS-Tar-Id PIC X(6).
                   10 WS-Tar-Numero PIC X(16).
                   10 WS-Tar-Fecha PIC X(8).

      * Faltas del periodo: permisos y enfermedad sin certificado de
      * ausencias.dat, mas toda incapacidad del IMSS. Las vacaciones
      * no descuentan vales.
           01 WS-Total-Faltas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Fal PIC 9(4).
           01 WS-Tabla-Faltas.
               05 WS-Falta-Item OCCURS 2000 TIMES.
                   10 WS-Fal-Id PIC X(6).
                   10 WS-Fal-Inicio PIC X(8).
                   10 WS-Fal-Dias PIC 99.
           01 WS-Fecha-Num PIC 9(8).
           01 WS-Entero-Falta-Ini PIC S9(9).
           01 WS-Entero-Falta-Fin PIC S9(9).
           01 WS-Entero-Desde PIC S9(9).
           01 WS-Entero-Hasta PIC S9(9).
           01 WS-Dias-Descontar PIC 99.

           01 WS-Monto-Base PIC 9(7)V99.
           01 WS-Monto-Vale PIC 9(7)V99.
           01 WS-Dias-Pagables PIC 99.

           01 WS-Total-Cargados PIC 9(6) VALUE ZERO.
           01 WS-Total-Sin-Tarjeta PIC 9(6) VALUE ZERO.
           01 WS-Total-Sin-Importe PIC 9(6) VALUE ZERO.
           01 WS-Total-Inactivos PIC 9(6) VALUE ZERO.
           01 WS-Suma-Vales PIC 9(11)V99 VALUE ZERO.

           01 WS-Linea-Encab-Vales.
               05 FILLER PIC X VALUE "H".
               05 WS-HV-Empresa PIC X(30).
               05 WS-HV-Fecha PIC X(8).
               05 WS-HV-Periodo PIC X(7).
               05 WS-HV-Secuencia PIC 9(6).

           01 WS-Linea-Detalle-Vales.
               05 FILLER PIC X VALUE "D".
               05 WS-DV-Tarjeta PIC X(16).
               05 WS-DV-Id PIC X(6).
               05 WS-DV-Nombre PIC X(40).
               05 WS-DV-Monto PIC 9(7)V99.

           01 WS-Linea-Cola-Vales.
               05 FILLER PIC X VALUE "T".
               05 WS-TV-Registros PIC 9(6).
               05 WS-TV-Suma PIC 9(11)V99.

       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           CALL "Rutinas-periodo" USING WS-Grupo-Quincenal
               WS-Fecha-Proceso WS-Periodo-Actual-Id
               WS-Per-Inicio WS-Per-Fin.
           PERFORM Cargar-Definicion-Vales.
           PERFORM Verificar-Periodo-Cargado.
           IF WS-Vales-Definidos = "N"
               DISPLAY "No existe la prestacion " WS-Clave-Vales
                   " en el catalogo; definala en Prestaciones."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-Periodo-Cargado = "S"
               DISPLAY "Los vales del periodo " WS-Periodo-Actual-Id
                   " ya se cargaron; la corrida termina sin error."
           ELSE
               PERFORM Calcular-Dias-Periodo
               PERFORM Cargar-Tarjetas
               PERFORM Cargar-Faltas
               PERFORM Asignar-Secuencia-Corrida
               PERFORM Apertura-archivos
               PERFORM Escribir-Encabezado-Vales
               PERFORM Procesar-Empleados
               PERFORM Escribir-Cola-Vales
               PERFORM Cierre-archivos
               PERFORM Mostrar-Resumen
           END-IF
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

           Cargar-Definicion-Vales.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Beneficios-archivo.
               IF WS-Beneficios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Beneficios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF beneficio-clave = WS-Clave-Vales
                               MOVE "S" TO WS-Vales-Definidos
                               MOVE beneficio-tipo TO WS-Vales-Tipo
                               MOVE beneficio-aporte-patron
                                   TO WS-Vales-Valor
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficios-archivo.

      * Candado de doble carga: un periodo que ya esta en el
      * historial no se vuelve a enviar al proveedor.
           Verificar-Periodo-Cargado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Vales-historial-archivo.
               IF WS-Vales-Historial-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Vales-historial-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF vhist-periodo = WS-Periodo-Actual-Id
                               MOVE "S" TO WS-Periodo-Cargado
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Vales-historial-archivo.

           Calcular-Dias-Periodo.
               MOVE WS-Per-Inicio TO WS-Fecha-Num.
               COMPUTE WS-Entero-Inicio =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Num).
               MOVE WS-Per-Fin TO WS-Fecha-Num.
               COMPUTE WS-Entero-Fin =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Num).
               COMPUTE WS-Dias-Periodo =
                   WS-Entero-Fin - WS-Entero-Inicio + 1.

           Cargar-Tarjetas.
               MOVE ZERO TO WS-Total-Tarjetas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tarjetas-vales-archivo.
               IF WS-Tarjetas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tarjetas-vales-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Tarjetas < 1000
                               ADD 1 TO WS-Total-Tarjetas
                               MOVE tarjeta-registro TO
                                   WS-Tarjeta-Item(WS-Total-Tarjetas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tarjetas-vales-archivo.

           Cargar-Faltas.
               MOVE ZERO TO WS-Total-Faltas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Ausencias-archivo.
               IF WS-Ausencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Ausencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF (ausencia-enfermedad OR ausencia-permiso)
                               AND ausencia-fecha NUMERIC
                               AND WS-Total-Faltas < 2000
                               ADD 1 TO WS-Total-Faltas
                               MOVE ausencia-id
                                   TO WS-Fal-Id(WS-Total-Faltas)
                               MOVE ausencia-fecha
                                   TO WS-Fal-Inicio(WS-Total-Faltas)
                               MOVE ausencia-dias
                                   TO WS-Fal-Dias(WS-Total-Faltas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ausencias-archivo.
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
                           IF incap-fecha-inicio NUMERIC
                               AND WS-Total-Faltas < 2000
                               ADD 1 TO WS-Total-Faltas
                               MOVE incap-id
                                   TO WS-Fal-Id(WS-Total-Faltas)
                               MOVE incap-fecha-inicio
                                   TO WS-Fal-Inicio(WS-Total-Faltas)
                               MOVE incap-dias
                                   TO WS-Fal-Dias(WS-Total-Faltas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Incapacidades-archivo.

           Asignar-Secuencia-Corrida.
               OPEN INPUT Vales-seq-archivo.
               IF WS-Vales-Seq-Status = "00"
                   READ Vales-seq-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE vales-seq-ultimo
                               TO WS-Secuencia-Corrida
                   END-READ
               END-IF.
               CLOSE Vales-seq-archivo.
               ADD 1 TO WS-Secuencia-Corrida.
               MOVE WS-Secuencia-Corrida TO vales-seq-ultimo.
               OPEN OUTPUT Vales-seq-archivo.
               WRITE vales-seq-registro.
               CLOSE Vales-seq-archivo.

           Apertura-archivos.
               PERFORM Determinar-Archivo-Empleados.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               OPEN OUTPUT Vales-salida-archivo.
               OPEN OUTPUT Sin-tarjeta-archivo.
               OPEN EXTEND Vales-historial-archivo.
               IF WS-Vales-Historial-Status = "35"
                   OPEN OUTPUT Vales-historial-archivo
               END-IF.

           Cierre-archivos.
               CLOSE Empleados-archivo.
               CLOSE Vales-salida-archivo.
               CLOSE Sin-tarjeta-archivo.
               CLOSE Vales-historial-archivo.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   MOVE WS-Empleados-Filename TO WS-Err-Archivo
                   MOVE "E/S" TO WS-Err-Operacion
                   CALL "Rutinas-errores" USING WS-Err-Programa
                       WS-Err-Archivo WS-Err-Operacion
                       WS-Empleados-Status
               END-IF.

           Escribir-Encabezado-Vales.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE SPACE TO WS-HV-Empresa
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-HV-Empresa
               END-READ.
               MOVE WS-Fecha-Proceso TO WS-HV-Fecha.
               MOVE WS-Periodo-Actual-Id TO WS-HV-Periodo.
               MOVE WS-Secuencia-Corrida TO WS-HV-Secuencia.
               MOVE WS-Linea-Encab-Vales TO vales-salida-linea.
               WRITE vales-salida-linea.

           Procesar-Empleados.
               MOVE "1" TO Fin-del-Archivo.
               PERFORM Posicionar-Al-Inicio.
               IF Fin-del-Archivo NOT = "0"
                   PERFORM Lee-siguiente-registro
                   PERFORM Saltar-Si-Encabezado
                   PERFORM UNTIL Fin-del-Archivo = "0"
                       PERFORM Procesar-Empleado-Actual
                       PERFORM Lee-siguiente-registro
                   END-PERFORM
               END-IF.

           Saltar-Si-Encabezado.
               IF Fin-del-Archivo NOT = "0" AND empleados-id = "000000"
                   PERFORM Lee-siguiente-registro
               END-IF.

           Posicionar-Al-Inicio.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO Fin-del-Archivo
               END-START.

           Lee-siguiente-registro.
           READ Empleados-archivo NEXT RECORD
           AT END
           MOVE "0" TO Fin-del-Archivo
           END-READ.
           IF WS-Empleados-Status NOT = "00" AND WS-Empleados-Status
               NOT = "10"
               PERFORM Verificar-Estado-Archivo
           END-IF.

      * Vale de la quincena prorrateado por los dias no trabajados;
      * el activo sin tarjeta se lista aparte para que se le
      * tramite una.
           Procesar-Empleado-Actual.
               IF NOT empleados-activo
                   ADD 1 TO WS-Total-Inactivos
               ELSE
                   PERFORM Buscar-Tarjeta
                   IF WS-Tarjeta-Hallada = "N"
                       ADD 1 TO WS-Total-Sin-Tarjeta
                       MOVE SPACE TO sin-tarjeta-linea
                       STRING empleados-id " " empleados-nombre " "
                           empleados-apellidos
                           DELIMITED BY SIZE INTO sin-tarjeta-linea
                       WRITE sin-tarjeta-linea
                   ELSE
                       PERFORM Calcular-Vale
                       IF WS-Monto-Vale = ZERO
                           ADD 1 TO WS-Total-Sin-Importe
                       ELSE
                           PERFORM Escribir-Detalle-Vale
                       END-IF
                   END-IF
               END-IF.

           Buscar-Tarjeta.
               MOVE "N" TO WS-Tarjeta-Hallada.
               PERFORM VARYING WS-Indice-Tar FROM 1 BY 1
                   UNTIL WS-Indice-Tar > WS-Total-Tarjetas
                   OR WS-Tarjeta-Hallada = "S"
                   IF WS-Tar-Id(WS-Indice-Tar) = empleados-id
                       AND WS-Tar-Numero(WS-Indice-Tar) NOT = SPACE
                       MOVE "S" TO WS-Tarjeta-Hallada
                       MOVE WS-Tar-Numero(WS-Indice-Tar)
                           TO WS-Tarjeta-Actual
                   END-IF
               END-PERFORM.

           Calcular-Vale.
               IF WS-Vales-Tipo = "P"
                   COMPUTE WS-Monto-Base ROUNDED =
                       empleados-salario / 2 * WS-Vales-Valor / 100
               ELSE
                   MOVE WS-Vales-Valor TO WS-Monto-Base
               END-IF.
               MOVE ZERO TO WS-Dias-Descontar.
               PERFORM VARYING WS-Indice-Fal FROM 1 BY 1
                   UNTIL WS-Indice-Fal > WS-Total-Faltas
                   IF WS-Fal-Id(WS-Indice-Fal) = empleados-id
                       PERFORM Contar-Dias-En-Periodo
                   END-IF
               END-PERFORM.
               IF WS-Dias-Descontar > WS-Dias-Periodo
                   MOVE WS-Dias-Periodo TO WS-Dias-Descontar
               END-IF.
               COMPUTE WS-Dias-Pagables =
                   WS-Dias-Periodo - WS-Dias-Descontar.
               COMPUTE WS-Monto-Vale ROUNDED =
                   WS-Monto-Base * WS-Dias-Pagables / WS-Dias-Periodo.

      * Solo cuentan los dias de la falta que caen dentro de la
      * quincena.
           Contar-Dias-En-Periodo.
               IF WS-Fal-Dias(WS-Indice-Fal) > ZERO
                   MOVE WS-Fal-Inicio(WS-Indice-Fal) TO WS-Fecha-Num
                   COMPUTE WS-Entero-Falta-Ini =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Num)
                   COMPUTE WS-Entero-Falta-Fin =
                       WS-Entero-Falta-Ini
                       + WS-Fal-Dias(WS-Indice-Fal) - 1
                   MOVE WS-Entero-Falta-Ini TO WS-Entero-Desde
                   IF WS-Entero-Inicio > WS-Entero-Desde
                       MOVE WS-Entero-Inicio TO WS-Entero-Desde
                   END-IF
                   MOVE WS-Entero-Falta-Fin TO WS-Entero-Hasta
                   IF WS-Entero-Fin < WS-Entero-Hasta
                       MOVE WS-Entero-Fin TO WS-Entero-Hasta
                   END-IF
                   IF WS-Entero-Hasta NOT < WS-Entero-Desde
                       COMPUTE WS-Dias-Descontar =
                           WS-Dias-Descontar
                           + WS-Entero-Hasta - WS-Entero-Desde + 1
                   END-IF
               END-IF.

           Escribir-Detalle-Vale.
               MOVE WS-Tarjeta-Actual TO WS-DV-Tarjeta.
               MOVE empleados-id TO WS-DV-Id.
               MOVE SPACE TO WS-DV-Nombre.
               STRING FUNCTION TRIM(empleados-nombre) " "
                   FUNCTION TRIM(empleados-apellidos)
                   DELIMITED BY SIZE INTO WS-DV-Nombre.
               MOVE WS-Monto-Vale TO WS-DV-Monto.
               MOVE WS-Linea-Detalle-Vales TO vales-salida-linea.
               WRITE vales-salida-linea.
               ADD 1 TO WS-Total-Cargados.
               ADD WS-Monto-Vale TO WS-Suma-Vales.
               MOVE WS-Periodo-Actual-Id TO vhist-periodo.
               MOVE empleados-id TO vhist-id.
               MOVE WS-Tarjeta-Actual TO vhist-tarjeta.
               MOVE WS-Monto-Vale TO vhist-monto.
               MOVE WS-Dias-Descontar TO vhist-dias-descontados.
               MOVE WS-Fecha-Proceso TO vhist-fecha.
               MOVE WS-Secuencia-Corrida TO vhist-secuencia.
               WRITE vales-historial-registro.

           Escribir-Cola-Vales.
               MOVE WS-Total-Cargados TO WS-TV-Registros.
               MOVE WS-Suma-Vales TO WS-TV-Suma.
               MOVE WS-Linea-Cola-Vales TO vales-salida-linea.
               WRITE vales-salida-linea.

           Mostrar-Resumen.
               DISPLAY "Dispersion de vales del periodo "
                   WS-Periodo-Actual-Id " (" WS-Dias-Periodo
                   " dias) en vales-dispersion.txt".
               DISPLAY "Tarjetas cargadas: " WS-Total-Cargados
                   " por " WS-Suma-Vales.
               DISPLAY "Activos sin tarjeta (vales-sin-tarjeta.txt): "
                   WS-Total-Sin-Tarjeta.
               DISPLAY "Activos sin importe por faltas: "
                   WS-Total-Sin-Importe.
               DISPLAY "Corrida numero " WS-Secuencia-Corrida ".".

       END PROGRAM Dispersa-vales.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Muestra-auditoria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "pendientes-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT Reporte-archivo
       ASSIGN TO "muestra-auditoria.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "pendientes-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.
           05  recibo-anual-periodo PIC X(7).

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Cambios-Status PIC XX.
           01 WS-Pendientes-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Modo-Lote PIC X.
           01 WS-Parametro-Lote PIC X(20).

           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Maestro PIC X.
           01 WS-Contados PIC 9(5).
           01 WS-Datos-Validos PIC X.
           01 WS-Monto-Edit PIC Z,ZZZ,ZZ9.99.
           01 WS-Monto-Edit-2 PIC Z,ZZZ,ZZ9.99.
           01 WS-Monto-Edit-3 PIC Z,ZZZ,ZZ9.99.

      * Parametros de la muestra: semilla, estratificacion (N sin
      * estratos, D por departamento, S por nivel de salario) y
      * tamano, que con estratos es por estrato.
           01 WS-Semilla-Entrada PIC X(9).
           01 WS-Estrato-Entrada PIC X.
               88 WS-Sin-Estratos VALUE "N".
               88 WS-Por-Departamento VALUE "D".
               88 WS-Por-Salario VALUE "S".
           01 WS-Tamano-Entrada PIC X(3).
           01 WS-Tamano PIC 9(3).

      * Generador congruencial de Park y Miller: con la misma
      * semilla la misma muestra, en cualquier maquina.
           01 WS-Semilla PIC 9(10).
           01 WS-Semilla-Inicial PIC 9(10).
           01 WS-Producto PIC 9(18).
           01 WS-Cociente PIC 9(18).
           01 WS-Modulo PIC 9(10) VALUE 2147483647.
           01 WS-Lado-Izquierdo PIC 9(18).
           01 WS-Lado-Derecho PIC 9(18).

      * La poblacion no se guarda: una primera pasada por el
      * maestro cuenta cuantos hay en cada estrato y la segunda,
      * en el mismo orden de ID, elige y escribe los expedientes.
           01 WS-Total-Poblacion PIC 9(6) VALUE ZERO.
           01 WS-Pasada PIC X.
               88 WS-Pasada-Conteo VALUE "C".
               88 WS-Pasada-Eleccion VALUE "E".

           01 WS-Clave-Estrato PIC X(20).
           01 WS-Total-Estratos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Est PIC 9(3).
           01 WS-Estrato-Hallado PIC 9(3).
           01 WS-Estratos-Llena PIC X VALUE "N".
           01 WS-Tabla-Estratos.
               05 WS-Estrato-Item OCCURS 200 TIMES.
                   10 WS-Est-Clave PIC X(20).
                   10 WS-Est-Poblacion PIC 9(6).
                   10 WS-Est-Pedidos PIC 9(6).
                   10 WS-Est-Vistos PIC 9(6).
                   10 WS-Est-Elegidos PIC 9(6).
           01 WS-Faltan-Elegir PIC 9(6).
           01 WS-Faltan-Ver PIC 9(6).
           01 WS-Total-Muestra PIC 9(6) VALUE ZERO.

           01 WS-Acceso-Programa PIC X(20) VALUE "Muestra-auditoria".
           01 WS-Acceso-Tipo PIC X(12) VALUE "MUESTRA-AUD".

           01 WS-Linea-Estrato.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LS-Clave PIC X(20).
               05 FILLER PIC X(12) VALUE " POBLACION: ".
               05 WS-LS-Poblacion PIC ZZZZZ9.
               05 FILLER PIC X(10) VALUE " MUESTRA: ".
               05 WS-LS-Muestra PIC ZZZZZ9.

      * Muestra aleatoria reproducible para auditoria interna:
      * activos y dados de baja, con semilla y opcionalmente por
      * estratos. Por cada empleado elegido junta en un solo
      * listado el maestro, el historial de cambios, las solicitudes
      * con quien las pidio y quien las autorizo, los recibos del
      * acumulado anual y la bitacora de auditoria. El listado trae
      * salarios, por eso se limita a supervisores (o a la cola de
      * informes) y cada expediente queda en la bitacora de
      * lecturas sensibles.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Nivel-Operador < 3
               AND WS-Modo-Lote NOT = "S"
               DISPLAY "Solo un supervisor puede extraer la muestra "
                   "de auditoria."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               PERFORM Pedir-Parametros
               IF WS-Datos-Validos = "S"
                   PERFORM Extraer-Muestra
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

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

      * Pedido desde la cola de informes los parametros llegan en
      * PARAMETRO_INFORME como SSSSSSSSSETTT: semilla de nueve
      * digitos, estrato N/D/S y tamano de tres digitos.
           Pedir-Parametros.
               IF WS-Modo-Lote = "S"
                   MOVE SPACE TO WS-Parametro-Lote
                   ACCEPT WS-Parametro-Lote
                       FROM ENVIRONMENT "PARAMETRO_INFORME"
                   MOVE WS-Parametro-Lote(1:9) TO WS-Semilla-Entrada
                   MOVE WS-Parametro-Lote(10:1) TO WS-Estrato-Entrada
                   MOVE WS-Parametro-Lote(11:3) TO WS-Tamano-Entrada
               ELSE
                   DISPLAY "Semilla (hasta 9 digitos; anotela para "
                       "repetir la muestra): "
                   MOVE SPACE TO WS-Semilla-Entrada
                   ACCEPT WS-Semilla-Entrada
                   DISPLAY "Estratos: N = ninguno, D = departamento, "
                       "S = nivel de salario: "
                   MOVE SPACE TO WS-Estrato-Entrada
                   ACCEPT WS-Estrato-Entrada
                   DISPLAY "Tamano de la muestra (por estrato si hay "
                       "estratos): "
                   MOVE SPACE TO WS-Tamano-Entrada
                   ACCEPT WS-Tamano-Entrada
               END-IF.
               MOVE "S" TO WS-Datos-Validos.
               IF WS-Estrato-Entrada = SPACE
                   MOVE "N" TO WS-Estrato-Entrada
               END-IF.
               IF WS-Estrato-Entrada = "d" OR WS-Estrato-Entrada = "s"
                   OR WS-Estrato-Entrada = "n"
                   MOVE FUNCTION UPPER-CASE(WS-Estrato-Entrada)
                       TO WS-Estrato-Entrada
               END-IF.
               IF FUNCTION TRIM(WS-Semilla-Entrada) IS NOT NUMERIC
                   DISPLAY "La semilla debe ser numerica."
                   MOVE "N" TO WS-Datos-Validos
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Semilla-Entrada)
                       TO WS-Semilla
                   IF WS-Semilla = ZERO
                       MOVE 1 TO WS-Semilla
                   END-IF
                   MOVE WS-Semilla TO WS-Semilla-Inicial
               END-IF.
               IF NOT WS-Sin-Estratos AND NOT WS-Por-Departamento
                   AND NOT WS-Por-Salario
                   DISPLAY "Estrato no valido."
                   MOVE "N" TO WS-Datos-Validos
               END-IF.
               IF FUNCTION TRIM(WS-Tamano-Entrada) IS NOT NUMERIC
                   DISPLAY "El tamano debe ser numerico."
                   MOVE "N" TO WS-Datos-Validos
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Tamano-Entrada)
                       TO WS-Tamano
                   IF WS-Tamano = ZERO
                       DISPLAY "El tamano debe ser mayor que cero."
                       MOVE "N" TO WS-Datos-Validos
                   END-IF
               END-IF.

      * Con mas estratos de los que caben la muestra no se extrae:
      * los que quedaran fuera nunca podrian salir elegidos.
           Extraer-Muestra.
               OPEN INPUT Empleados-archivo.
               SET WS-Pasada-Conteo TO TRUE.
               PERFORM Recorrer-Maestro.
               IF WS-Estratos-Llena = "S"
                   CLOSE Empleados-archivo
                   DISPLAY "El maestro da mas de 200 estratos; no se "
                       "extrajo la muestra."
                   PERFORM Registrar-Aviso-Capacidad
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Fijar-Pedidos
                   OPEN OUTPUT Reporte-archivo
                   PERFORM Escribir-Resumen
                   SET WS-Pasada-Eleccion TO TRUE
                   PERFORM Recorrer-Maestro
                   CLOSE Reporte-archivo
                   CLOSE Empleados-archivo
                   DISPLAY "Muestra de auditoria en "
                       "muestra-auditoria.txt"
                   DISPLAY "Semilla " WS-Semilla-Inicial
                       "  Poblacion " WS-Total-Poblacion
                       "  Muestra " WS-Total-Muestra
               END-IF.

      * Activos, bajas y transferidos: todo el maestro salvo el
      * registro de datos de la empresa.
           Recorrer-Maestro.
               MOVE "1" TO WS-Fin-Maestro.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO WS-Fin-Maestro
               END-START.
               PERFORM UNTIL WS-Fin-Maestro = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO WS-Fin-Maestro
                       NOT AT END
                           IF empleados-id NOT = "000000"
                               PERFORM Clasificar-Estrato
                               IF WS-Pasada-Conteo
                                   PERFORM Contar-Poblacion
                               ELSE
                                   PERFORM Elegir-Empleado
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           Contar-Poblacion.
               IF WS-Estrato-Hallado = ZERO
                   MOVE "S" TO WS-Estratos-Llena
                   MOVE "0" TO WS-Fin-Maestro
               ELSE
                   ADD 1 TO WS-Total-Poblacion
                   ADD 1 TO WS-Est-Poblacion(WS-Estrato-Hallado)
               END-IF.

           Clasificar-Estrato.
               EVALUATE TRUE
                   WHEN WS-Por-Departamento
                       MOVE empleados-departamento
                           TO WS-Clave-Estrato
                   WHEN WS-Por-Salario
                       EVALUATE TRUE
                           WHEN empleados-salario < 10000
                               MOVE "1 MENOS DE 10,000"
                                   TO WS-Clave-Estrato
                           WHEN empleados-salario < 25000
                               MOVE "2 10,000 A 24,999"
                                   TO WS-Clave-Estrato
                           WHEN empleados-salario < 50000
                               MOVE "3 25,000 A 49,999"
                                   TO WS-Clave-Estrato
                           WHEN OTHER
                               MOVE "4 50,000 O MAS"
                                   TO WS-Clave-Estrato
                       END-EVALUATE
                   WHEN OTHER
                       MOVE "TODA LA PLANTILLA" TO WS-Clave-Estrato
               END-EVALUATE.
               MOVE ZERO TO WS-Estrato-Hallado.
               PERFORM VARYING WS-Indice-Est FROM 1 BY 1
                   UNTIL WS-Indice-Est > WS-Total-Estratos
                   OR WS-Estrato-Hallado NOT = ZERO
                   IF WS-Est-Clave(WS-Indice-Est) = WS-Clave-Estrato
                       MOVE WS-Indice-Est TO WS-Estrato-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Estrato-Hallado = ZERO
                   AND WS-Total-Estratos < 200
                   ADD 1 TO WS-Total-Estratos
                   MOVE WS-Total-Estratos TO WS-Estrato-Hallado
                   MOVE WS-Clave-Estrato
                       TO WS-Est-Clave(WS-Estrato-Hallado)
                   MOVE ZERO TO WS-Est-Poblacion(WS-Estrato-Hallado)
                       WS-Est-Vistos(WS-Estrato-Hallado)
                       WS-Est-Elegidos(WS-Estrato-Hallado)
               END-IF.

      * Un estrato menor que el tamano pedido entra completo. La
      * seleccion da exactamente lo pedido, asi que el resumen se
      * escribe antes de elegir.
           Fijar-Pedidos.
               MOVE ZERO TO WS-Total-Muestra.
               PERFORM VARYING WS-Indice-Est FROM 1 BY 1
                   UNTIL WS-Indice-Est > WS-Total-Estratos
                   IF WS-Est-Poblacion(WS-Indice-Est) < WS-Tamano
                       MOVE WS-Est-Poblacion(WS-Indice-Est)
                           TO WS-Est-Pedidos(WS-Indice-Est)
                   ELSE
                       MOVE WS-Tamano TO WS-Est-Pedidos(WS-Indice-Est)
                   END-IF
                   ADD WS-Est-Pedidos(WS-Indice-Est) TO WS-Total-Muestra
               END-PERFORM.

      * Seleccion secuencial: recorriendo cada estrato en orden de
      * ID, el empleado entra con probabilidad faltan por elegir
      * entre faltan por ver, lo que da exactamente el tamano
      * pedido con todos los empleados igual de probables. El
      * elegido es el registro en curso del maestro.
           Elegir-Empleado.
               MOVE WS-Estrato-Hallado TO WS-Indice-Est.
               PERFORM Siguiente-Aleatorio.
               COMPUTE WS-Faltan-Elegir =
                   WS-Est-Pedidos(WS-Indice-Est)
                   - WS-Est-Elegidos(WS-Indice-Est).
               COMPUTE WS-Faltan-Ver =
                   WS-Est-Poblacion(WS-Indice-Est)
                   - WS-Est-Vistos(WS-Indice-Est).
               COMPUTE WS-Lado-Izquierdo =
                   (WS-Semilla - 1) * WS-Faltan-Ver.
               COMPUTE WS-Lado-Derecho =
                   WS-Faltan-Elegir * (WS-Modulo - 1).
               ADD 1 TO WS-Est-Vistos(WS-Indice-Est).
               IF WS-Lado-Izquierdo < WS-Lado-Derecho
                   ADD 1 TO WS-Est-Elegidos(WS-Indice-Est)
                   PERFORM Escribir-Expediente
               END-IF.

           Siguiente-Aleatorio.
               COMPUTE WS-Producto = WS-Semilla * 16807.
               DIVIDE WS-Producto BY WS-Modulo GIVING WS-Cociente
                   REMAINDER WS-Semilla.

           Escribir-Resumen.
               MOVE SPACE TO reporte-linea.
               STRING "MUESTRA DE AUDITORIA INTERNA  SEMILLA "
                   WS-Semilla-Inicial "  ESTRATOS " WS-Estrato-Entrada
                   "  TAMANO " WS-Tamano
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "EXTRAIDA POR " WS-Operador-Actual
                   "  POBLACION " WS-Total-Poblacion
                   "  MUESTRA " WS-Total-Muestra
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Est FROM 1 BY 1
                   UNTIL WS-Indice-Est > WS-Total-Estratos
                   MOVE WS-Est-Clave(WS-Indice-Est) TO WS-LS-Clave
                   MOVE WS-Est-Poblacion(WS-Indice-Est)
                       TO WS-LS-Poblacion
                   MOVE WS-Est-Pedidos(WS-Indice-Est)
                       TO WS-LS-Muestra
                   MOVE WS-Linea-Estrato TO reporte-linea
                   WRITE reporte-linea
               END-PERFORM.

           Escribir-Expediente.
               CALL "Rutinas-acceso" USING WS-Acceso-Programa
                   empleados-id WS-Acceso-Tipo.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE ALL "=" TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "EXPEDIENTE " empleados-id " "
                   empleados-nombre DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   empleados-apellidos DELIMITED BY "  "
                   INTO reporte-linea.
               WRITE reporte-linea.
               PERFORM Escribir-Maestro.
               PERFORM Escribir-Cambios.
               PERFORM Escribir-Solicitudes.
               PERFORM Escribir-Recibos.
               PERFORM Escribir-Bitacora.

           Escribir-Maestro.
               MOVE "--- MAESTRO (empleados.dat) ---" TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "DEPARTAMENTO " empleados-departamento
                   " PUESTO " empleados-puesto
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE empleados-salario TO WS-Monto-Edit.
               MOVE SPACE TO reporte-linea.
               STRING "SALARIO " WS-Monto-Edit
                   "  ALTA " empleados-fecha-alta
                   "  ESTADO " empleados-estado
                   "  TIPO " empleados-tipo
                   "  FIN CONTRATO " empleados-fecha-fin-contrato
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "JEFE " empleados-jefe-id
                   "  NACIMIENTO " empleados-fecha-nacimiento
                   "  GENERO " empleados-genero
                   "  CLABE " empleados-clabe
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Escribir-Cambios.
               MOVE "--- CAMBIOS (empleados-cambios.dat) ---"
                   TO reporte-linea.
               WRITE reporte-linea.
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Cambios-archivo.
               IF WS-Cambios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Cambios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cambio-id = empleados-id
                               ADD 1 TO WS-Contados
                               MOVE SPACE TO reporte-linea
                               STRING "EFECTIVO " cambio-fecha-efectiva
                                   " " cambio-campo " "
                                   cambio-valor-anterior " -> "
                                   cambio-valor-nuevo " CAPTURA "
                                   cambio-fecha " " cambio-hora
                                   DELIMITED BY SIZE INTO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cambios-archivo.
               PERFORM Escribir-Sin-Registros.

           Escribir-Solicitudes.
               MOVE SPACE TO reporte-linea.
               STRING "--- SOLICITUDES Y AUTORIZACIONES "
                   "(pendientes.dat) ---"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Pendientes-archivo.
               IF WS-Pendientes-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Pendientes-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF pendiente-id = empleados-id
                               ADD 1 TO WS-Contados
                               MOVE SPACE TO reporte-linea
                               STRING pendiente-fecha " "
                                   pendiente-tipo " "
                                   pendiente-valor-nuevo " EFECTIVA "
                                   pendiente-fecha-efectiva " PIDIO "
                                   pendiente-solicitante " ESTADO "
                                   pendiente-estado " REVISO "
                                   pendiente-revisor
                                   DELIMITED BY SIZE INTO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Pendientes-archivo.
               PERFORM Escribir-Sin-Registros.

           Escribir-Recibos.
               MOVE SPACE TO reporte-linea.
               STRING "--- RECIBOS DEL ANIO "
                   "(nomina-recibos-anual.dat) ---"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Recibos-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF recibo-anual-id = empleados-id
                               ADD 1 TO WS-Contados
                               MOVE recibo-anual-bruto
                                   TO WS-Monto-Edit
                               MOVE recibo-anual-deducciones
                                   TO WS-Monto-Edit-2
                               MOVE recibo-anual-neto
                                   TO WS-Monto-Edit-3
                               MOVE SPACE TO reporte-linea
                               STRING recibo-anual-fecha " "
                                   recibo-anual-periodo " BRUTO "
                                   WS-Monto-Edit " DEDUC. "
                                   WS-Monto-Edit-2 " NETO "
                                   WS-Monto-Edit-3
                                   DELIMITED BY SIZE INTO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.
               PERFORM Escribir-Sin-Registros.

           Escribir-Bitacora.
               MOVE "--- BITACORA (empleados-auditoria.dat) ---"
                   TO reporte-linea.
               WRITE reporte-linea.
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Auditoria-archivo.
               IF WS-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF auditoria-id = empleados-id
                               ADD 1 TO WS-Contados
                               MOVE SPACE TO reporte-linea
                               STRING auditoria-fecha " "
                                   auditoria-hora " "
                                   auditoria-operacion " OPERADOR "
                                   auditoria-operador
                                   DELIMITED BY SIZE INTO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Auditoria-archivo.
               PERFORM Escribir-Sin-Registros.

           Escribir-Sin-Registros.
               IF WS-Contados = ZERO
                   MOVE "   Sin registros." TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Registrar-Aviso-Capacidad.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Muestra-auditoria" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de ESTRATOS llena; muestra de auditoria "
                   "detenida"
                   DELIMITED BY SIZE INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Muestra-auditoria.

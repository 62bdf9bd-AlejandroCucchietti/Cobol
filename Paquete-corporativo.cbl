      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Paquete-corporativo.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "estadisticas-fisico.cbl".
       COPY "bajas-motivos-fisico.cbl".
       COPY "tipos-cambio-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT OPTIONAL Historia-archivo
       ASSIGN TO "estadisticas-historia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Historia-Status.

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT OPTIONAL Poliza-archivo
       ASSIGN TO "nomina-poliza.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Poliza-Status.

       SELECT Paquete-archivo
       ASSIGN TO "paquete-corporativo.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Paquete-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "estadisticas-logico.cbl".
       COPY "bajas-motivos-logico.cbl".
       COPY "tipos-cambio-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

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

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.

       FD  Poliza-archivo.

       01  poliza-registro.
           05  poliza-tipo PIC X.
           05  poliza-cuenta PIC X(10).
           05  poliza-descripcion PIC X(20).
           05  poliza-monto PIC 9(11)V99.
           05  poliza-grupo PIC X.
           05  poliza-patron PIC X(3).

       FD  Paquete-archivo.

       01  paquete-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Estadisticas-Status PIC XX.
           01 WS-Bajas-Motivos-Status PIC XX.
           01 WS-Tipos-Cambio-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Historia-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Poliza-Status PIC XX.
           01 WS-Paquete-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Hallado PIC X.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Mes-Entrada PIC X(6).
           01 WS-Modo-Lote PIC X.
           01 WS-Mes-Paquete PIC X(6).
           01 WS-Fecha-Tope PIC X(8).
           01 WS-Empresa PIC X(30).

      * Tipo de cambio aplicable: el ultimo publicado en o antes
      * del fin del mes del paquete.
           01 WS-Tipo-Cambio PIC 9(3)V9(6) VALUE ZERO.
           01 WS-Fecha-Cambio PIC X(8) VALUE SPACE.

      * Plantilla: la ultima fotografia del mes; si no la hay se
      * toman las estadisticas vigentes y se avisa en el paquete.
           01 WS-Fecha-Foto PIC X(8) VALUE SPACE.
           01 WS-Foto-Del-Mes PIC X VALUE "N".
           01 WS-Foto-Guardada.
               05 WS-FG-Depto OCCURS 20 TIMES.
                   10 WS-FG-Nombre PIC X(20).
                   10 WS-FG-Cuenta PIC 9(6).

      * Carga patronal tomada de la poliza contable: las cuotas
      * IMSS patronales contra los cargos al gasto de sueldos. La
      * poliza trae la ultima corrida de nomina, de modo que la
      * proporcion se aplica a lo pagado en todo el mes.
           01 WS-Poliza-Sueldos PIC 9(13)V99 VALUE ZERO.
           01 WS-Poliza-Imss PIC 9(13)V99 VALUE ZERO.
           01 WS-Factor-Carga PIC 9V9(6) VALUE ZERO.
           01 WS-Carga-Depto PIC 9(13)V99.

           01 WS-Depto-Buscado PIC X(20).
           01 WS-Total-Deptos PIC 99 VALUE ZERO.
           01 WS-Indice-Depto PIC 99.
           01 WS-Indice-Foto PIC 99.
           01 WS-Deptos-Omitidos PIC 9(4) VALUE ZERO.
           01 WS-Tabla-Deptos.
               05 WS-Dep-Item OCCURS 50 TIMES.
                   10 WS-Dep-Nombre PIC X(20).
                   10 WS-Dep-Plantilla PIC 9(6).
                   10 WS-Dep-Bajas PIC 9(6).
                   10 WS-Dep-Bruto PIC 9(13)V99.
                   10 WS-Dep-Costo PIC 9(13)V99.
                   10 WS-Dep-Costo-Usd PIC 9(13)V99.

           01 WS-Totales.
               05 WS-Tot-Plantilla PIC 9(7) VALUE ZERO.
               05 WS-Tot-Bajas PIC 9(7) VALUE ZERO.
               05 WS-Tot-Costo PIC 9(13)V99 VALUE ZERO.
               05 WS-Tot-Costo-Usd PIC 9(13)V99 VALUE ZERO.
           01 WS-Rotacion PIC 9(3)V99.
           01 WS-Recibos-Mes PIC 9(6) VALUE ZERO.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(36)
                   VALUE "CORPORATE PAYROLL REPORTING PACKAGE ".
               05 FILLER PIC X(11) VALUE "- MONTH OF ".
               05 WS-LT-Mes PIC X(6).

           01 WS-Linea-Empresa.
               05 FILLER PIC X(9) VALUE "COMPANY: ".
               05 WS-LE-Empresa PIC X(30).

           01 WS-Linea-Cambio.
               05 FILLER PIC X(23) VALUE "EXCHANGE RATE MXN/USD: ".
               05 WS-LC-Valor PIC ZZ9.999999.
               05 FILLER PIC X(13) VALUE "  PUBLISHED: ".
               05 WS-LC-Fecha PIC X(8).

           01 WS-Linea-Foto.
               05 FILLER PIC X(25) VALUE "HEADCOUNT SNAPSHOT DATE: ".
               05 WS-LF-Fecha PIC X(8).

           01 WS-Linea-Sin-Foto.
               05 FILLER PIC X(35)
                   VALUE "HEADCOUNT: NO SNAPSHOT THIS MONTH, ".
               05 FILLER PIC X(23) VALUE "CURRENT STATISTICS USED".

           01 WS-Linea-Carga.
               05 FILLER PIC X(30)
                   VALUE "EMPLOYER ON-COST RATE (GL):  ".
               05 WS-LCG-Factor PIC ZZ9.99.
               05 FILLER PIC X(2) VALUE " %".

           01 WS-Linea-Columnas.
               05 FILLER PIC X(21) VALUE "DEPARTMENT".
               05 FILLER PIC X(11) VALUE "  HEADCOUNT".
               05 FILLER PIC X(9) VALUE "    TERMS".
               05 FILLER PIC X(12) VALUE "  TURNOVER %".
               05 FILLER PIC X(23)
                   VALUE "       PAYROLL COST MXN".
               05 FILLER PIC X(23)
                   VALUE "       PAYROLL COST USD".

           01 WS-Linea-Depto.
               05 WS-LD-Nombre PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Plantilla PIC ZZZ,ZZZ,ZZ9.
               05 WS-LD-Bajas PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(6) VALUE SPACE.
               05 WS-LD-Rotacion PIC ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Costo PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Costo-Usd PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Obtener-Fecha-Proceso.
           MOVE SPACE TO WS-Mes-Entrada.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Modo-Lote = "S"
               ACCEPT WS-Mes-Entrada
                   FROM ENVIRONMENT "PARAMETRO_INFORME"
           ELSE
               DISPLAY "Mes del paquete (AAAAMM, ENTER = mes de "
                   "proceso): "
               ACCEPT WS-Mes-Entrada
           END-IF.
           IF WS-Mes-Entrada = SPACE
               MOVE WS-Fecha-Proceso(1:6) TO WS-Mes-Paquete
           ELSE
               MOVE WS-Mes-Entrada TO WS-Mes-Paquete
           END-IF.
           IF WS-Mes-Paquete NOT NUMERIC
               DISPLAY "Mes no valido: " WS-Mes-Paquete
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-Mes-Paquete TO WS-Fecha-Tope(1:6).
           MOVE "31" TO WS-Fecha-Tope(7:2).
           PERFORM Buscar-Tipo-Cambio.
           IF WS-Tipo-Cambio = ZERO
               DISPLAY "No hay tipo de cambio USD capturado en o antes "
                   "de " WS-Fecha-Tope "; el paquete no se emite."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Leer-Datos-Empresa.
           PERFORM Cargar-Plantilla.
           PERFORM Calcular-Factor-Carga.
           PERFORM Acumular-Recibos.
           PERFORM Acumular-Bajas.
           CLOSE Empleados-archivo.
           PERFORM Calcular-Importes.
           PERFORM Escribir-Paquete.
           DISPLAY "Paquete corporativo " WS-Mes-Paquete
               " en paquete-corporativo.txt".
           DISPLAY "  Tipo de cambio " WS-LC-Valor " del "
               WS-Fecha-Cambio.
           IF WS-Foto-Del-Mes = "N"
               DISPLAY "  Sin fotografia del mes: plantilla tomada "
                   "de las estadisticas vigentes."
           END-IF.
           IF WS-Deptos-Omitidos > ZERO
               DISPLAY "  Aviso: tabla de departamentos llena; "
                   WS-Deptos-Omitidos " movimientos sin departamento "
                   "en el paquete."
           END-IF.
           Program-Done.
            GOBACK.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Obtener-Fecha-Proceso.
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

      * El archivo de tipos de cambio esta en orden de fecha: se
      * queda el ultimo USD que no pase del fin de mes.
           Buscar-Tipo-Cambio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tipos-cambio-archivo.
               IF WS-Tipos-Cambio-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tipos-cambio-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF tcambio-moneda = "USD"
                               AND tcambio-fecha NOT > WS-Fecha-Tope
                               AND tcambio-valor > ZERO
                               MOVE tcambio-valor TO WS-Tipo-Cambio
                               MOVE tcambio-fecha TO WS-Fecha-Cambio
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tipos-cambio-archivo.

           Leer-Datos-Empresa.
               MOVE SPACE TO WS-Empresa.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa
               END-READ.

      * Se recorre la historia de fotografias y se guarda la ultima
      * tomada dentro del mes del paquete.
           Cargar-Plantilla.
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
                           IF hist-fecha(1:6) = WS-Mes-Paquete
                               AND hist-fecha NOT < WS-Fecha-Foto
                               MOVE "S" TO WS-Foto-Del-Mes
                               MOVE hist-fecha TO WS-Fecha-Foto
                               PERFORM Guardar-Foto
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Historia-archivo.
               IF WS-Foto-Del-Mes = "N"
                   PERFORM Tomar-Estadisticas-Vigentes
               END-IF.
               PERFORM VARYING WS-Indice-Foto FROM 1 BY 1
                   UNTIL WS-Indice-Foto > 20
                   IF WS-FG-Nombre(WS-Indice-Foto) NOT = SPACE
                       MOVE WS-FG-Nombre(WS-Indice-Foto)
                           TO WS-Depto-Buscado
                       PERFORM Buscar-Depto
                       IF WS-Hallado = "S"
                           ADD WS-FG-Cuenta(WS-Indice-Foto)
                               TO WS-Dep-Plantilla(WS-Indice-Depto)
                       END-IF
                   END-IF
               END-PERFORM.

           Guardar-Foto.
               PERFORM VARYING WS-Indice-Foto FROM 1 BY 1
                   UNTIL WS-Indice-Foto > 20
                   MOVE hist-depto-nombre(WS-Indice-Foto)
                       TO WS-FG-Nombre(WS-Indice-Foto)
                   MOVE hist-depto-cuenta(WS-Indice-Foto)
                       TO WS-FG-Cuenta(WS-Indice-Foto)
               END-PERFORM.

           Tomar-Estadisticas-Vigentes.
               INITIALIZE WS-Foto-Guardada.
               OPEN INPUT Estadisticas-archivo.
               IF WS-Estadisticas-Status = "00"
                   READ Estadisticas-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM VARYING WS-Indice-Foto FROM 1 BY 1
                               UNTIL WS-Indice-Foto > 20
                               MOVE est-depto-nombre(WS-Indice-Foto)
                                   TO WS-FG-Nombre(WS-Indice-Foto)
                               MOVE est-depto-cuenta(WS-Indice-Foto)
                                   TO WS-FG-Cuenta(WS-Indice-Foto)
                           END-PERFORM
                   END-READ
               END-IF.
               CLOSE Estadisticas-archivo.

      * Localiza el departamento en la tabla del paquete y lo da de
      * alta si es nuevo; WS-Hallado queda en "N" solo si la tabla
      * ya esta llena.
           Buscar-Depto.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   OR WS-Hallado = "S"
                   IF WS-Dep-Nombre(WS-Indice-Depto)
                       = WS-Depto-Buscado
                       MOVE "S" TO WS-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Hallado = "S"
                   SUBTRACT 1 FROM WS-Indice-Depto
               ELSE
                   IF WS-Total-Deptos < 50
                       ADD 1 TO WS-Total-Deptos
                       MOVE WS-Total-Deptos TO WS-Indice-Depto
                       INITIALIZE WS-Dep-Item(WS-Indice-Depto)
                       MOVE WS-Depto-Buscado
                           TO WS-Dep-Nombre(WS-Indice-Depto)
                       MOVE "S" TO WS-Hallado
                   ELSE
                       ADD 1 TO WS-Deptos-Omitidos
                   END-IF
               END-IF.

           Calcular-Factor-Carga.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Poliza-archivo.
               IF WS-Poliza-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Poliza-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF poliza-tipo = "D"
                               IF poliza-descripcion
                                   = "CUOTAS IMSS PATRON"
                                   ADD poliza-monto TO WS-Poliza-Imss
                               ELSE
                                   ADD poliza-monto
                                       TO WS-Poliza-Sueldos
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Poliza-archivo.
               IF WS-Poliza-Sueldos > ZERO
                   COMPUTE WS-Factor-Carga ROUNDED =
                       WS-Poliza-Imss / WS-Poliza-Sueldos
               END-IF.

      * Lo pagado en el mes sale de los recibos acumulados del anio;
      * el departamento se toma del maestro.
           Acumular-Recibos.
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
                           IF recibo-anual-fecha(1:6) = WS-Mes-Paquete
                               PERFORM Acumular-Recibo-Actual
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.

           Acumular-Recibo-Actual.
               ADD 1 TO WS-Recibos-Mes.
               MOVE recibo-anual-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S"
                   MOVE empleados-departamento TO WS-Depto-Buscado
               ELSE
                   MOVE "SIN DEPARTAMENTO" TO WS-Depto-Buscado
               END-IF.
               PERFORM Buscar-Depto.
               IF WS-Hallado = "S"
                   ADD recibo-anual-bruto
                       TO WS-Dep-Bruto(WS-Indice-Depto)
               END-IF.

      * Solo cuentan las bajas del mes efectivamente aplicadas: el
      * empleado debe estar inactivo en el maestro.
           Acumular-Bajas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Bajas-motivos-archivo.
               IF WS-Bajas-Motivos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Bajas-motivos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF bajamot-fecha(1:6) = WS-Mes-Paquete
                               PERFORM Evaluar-Baja-Actual
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Bajas-motivos-archivo.

           Evaluar-Baja-Actual.
               MOVE bajamot-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S"
                   AND empleados-inactivo
                   MOVE empleados-departamento TO WS-Depto-Buscado
                   PERFORM Buscar-Depto
                   IF WS-Hallado = "S"
                       ADD 1 TO WS-Dep-Bajas(WS-Indice-Depto)
                   END-IF
               END-IF.

           Calcular-Importes.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   COMPUTE WS-Carga-Depto ROUNDED =
                       WS-Dep-Bruto(WS-Indice-Depto) * WS-Factor-Carga
                   COMPUTE WS-Dep-Costo(WS-Indice-Depto) =
                       WS-Dep-Bruto(WS-Indice-Depto) + WS-Carga-Depto
                   COMPUTE WS-Dep-Costo-Usd(WS-Indice-Depto) ROUNDED =
                       WS-Dep-Costo(WS-Indice-Depto) / WS-Tipo-Cambio
                   ADD WS-Dep-Plantilla(WS-Indice-Depto)
                       TO WS-Tot-Plantilla
                   ADD WS-Dep-Bajas(WS-Indice-Depto) TO WS-Tot-Bajas
                   ADD WS-Dep-Costo(WS-Indice-Depto) TO WS-Tot-Costo
                   ADD WS-Dep-Costo-Usd(WS-Indice-Depto)
                       TO WS-Tot-Costo-Usd
               END-PERFORM.

      * Paquete en ingles con formato fijo para el corporativo.
           Escribir-Paquete.
               OPEN OUTPUT Paquete-archivo.
               MOVE WS-Mes-Paquete TO WS-LT-Mes.
               MOVE WS-Linea-Titulo TO paquete-linea.
               WRITE paquete-linea.
               MOVE WS-Empresa TO WS-LE-Empresa.
               MOVE WS-Linea-Empresa TO paquete-linea.
               WRITE paquete-linea.
               MOVE WS-Tipo-Cambio TO WS-LC-Valor.
               MOVE WS-Fecha-Cambio TO WS-LC-Fecha.
               MOVE WS-Linea-Cambio TO paquete-linea.
               WRITE paquete-linea.
               IF WS-Foto-Del-Mes = "S"
                   MOVE WS-Fecha-Foto TO WS-LF-Fecha
                   MOVE WS-Linea-Foto TO paquete-linea
               ELSE
                   MOVE WS-Linea-Sin-Foto TO paquete-linea
               END-IF.
               WRITE paquete-linea.
               COMPUTE WS-LCG-Factor ROUNDED = WS-Factor-Carga * 100.
               MOVE WS-Linea-Carga TO paquete-linea.
               WRITE paquete-linea.
               MOVE SPACE TO paquete-linea.
               WRITE paquete-linea.
               MOVE WS-Linea-Columnas TO paquete-linea.
               WRITE paquete-linea.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   MOVE WS-Dep-Nombre(WS-Indice-Depto) TO WS-LD-Nombre
                   MOVE WS-Dep-Plantilla(WS-Indice-Depto)
                       TO WS-LD-Plantilla
                   MOVE WS-Dep-Bajas(WS-Indice-Depto) TO WS-LD-Bajas
                   MOVE ZERO TO WS-Rotacion
                   IF WS-Dep-Plantilla(WS-Indice-Depto) > ZERO
                       COMPUTE WS-Rotacion ROUNDED =
                           WS-Dep-Bajas(WS-Indice-Depto) * 100
                           / WS-Dep-Plantilla(WS-Indice-Depto)
                   END-IF
                   MOVE WS-Rotacion TO WS-LD-Rotacion
                   MOVE WS-Dep-Costo(WS-Indice-Depto) TO WS-LD-Costo
                   MOVE WS-Dep-Costo-Usd(WS-Indice-Depto)
                       TO WS-LD-Costo-Usd
                   MOVE WS-Linea-Depto TO paquete-linea
                   WRITE paquete-linea
               END-PERFORM.
               MOVE "TOTAL" TO WS-LD-Nombre.
               MOVE WS-Tot-Plantilla TO WS-LD-Plantilla.
               MOVE WS-Tot-Bajas TO WS-LD-Bajas.
               MOVE ZERO TO WS-Rotacion.
               IF WS-Tot-Plantilla > ZERO
                   COMPUTE WS-Rotacion ROUNDED =
                       WS-Tot-Bajas * 100 / WS-Tot-Plantilla
               END-IF.
               MOVE WS-Rotacion TO WS-LD-Rotacion.
               MOVE WS-Tot-Costo TO WS-LD-Costo.
               MOVE WS-Tot-Costo-Usd TO WS-LD-Costo-Usd.
               MOVE WS-Linea-Depto TO paquete-linea.
               WRITE paquete-linea.
               CLOSE Paquete-archivo.

       END PROGRAM Paquete-corporativo.

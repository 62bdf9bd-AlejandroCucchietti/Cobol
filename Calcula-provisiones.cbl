      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-provisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "provisiones-fisico.cbl".
       COPY "provisiones-poliza-fisico.cbl".

       SELECT OPTIONAL Saldos-archivo
       ASSIGN TO "vacaciones-saldo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Saldos-Status.

       SELECT Reporte-provisiones-archivo
       ASSIGN TO "provisiones-reporte.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "provisiones-logico.cbl".
       COPY "provisiones-poliza-logico.cbl".

       FD  Saldos-archivo.

       01  saldo-registro.
           05  saldo-id PIC X(6).
           05  saldo-anio PIC 9(4).
           05  saldo-dias-derecho PIC 99.
           05  saldo-dias-tomados PIC 99.

       FD  Reporte-provisiones-archivo.

       01  reporte-provisiones-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Provisiones-Status PIC XX.
           01 WS-Provisiones-Poliza-Status PIC XX.
           01 WS-Saldos-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Mes-Cierre PIC X(6).
           01 WS-Anio-Cierre PIC 9(4).
           01 WS-Inicio-Anio PIC X(8).
           01 WS-Fin-Mes PIC X(8).
           01 WS-Mes-Ya-Calculado PIC X VALUE "N".
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Grupo-Quincenal PIC X VALUE "Q".
           01 WS-Fecha-Quincena PIC X(8).
           01 WS-Periodo-Id PIC X(7).
           01 WS-Per-Inicio PIC X(8).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Porcentaje-Prima PIC 9(3)V99 VALUE 25.
           01 WS-Ptu-Anual PIC 9(11)V99 VALUE ZERO.
           01 WS-Ptu-Mensual PIC 9(9)V99 VALUE ZERO.

      * Personal activo al cierre; los directores no participan de
      * la PTU.
           01 WS-Total-Personal PIC 9(4) VALUE ZERO.
           01 WS-Indice-Per PIC 9(4).
           01 WS-Tabla-Personal.
               05 WS-Personal-Item OCCURS 1000 TIMES.
                   10 WS-Per-Id PIC X(6).
                   10 WS-Per-Salario PIC 9(7)V99.
                   10 WS-Per-Alta PIC X(8).
                   10 WS-Per-Ptu PIC X.
           01 WS-Puesto-Mayusculas PIC X(20).
           01 WS-Contador-Director PIC 99.
           01 WS-Suma-Salarios-Ptu PIC 9(11)V99 VALUE ZERO.

           01 WS-Total-Saldos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Sal PIC 9(4).
           01 WS-Tabla-Saldos.
               05 WS-Saldo-Item OCCURS 1000 TIMES.
                   10 WS-Sal-Id PIC X(6).
                   10 WS-Sal-Derecho PIC 99.
                   10 WS-Sal-Tomados PIC 99.

           01 WS-Total-Prov PIC 9(4) VALUE ZERO.
           01 WS-Indice-Prov PIC 9(4).
           01 WS-Prov-Hallada PIC X.
           01 WS-Tabla-Provisiones.
               05 WS-Provision-Item OCCURS 4000 TIMES.
                   10 WS-Prv-Id PIC X(6).
                   10 WS-Prv-Concepto PIC X(4).
                   10 WS-Prv-Saldo PIC 9(9)V99.
                   10 WS-Prv-Mes PIC X(6).
                   10 WS-Prv-Anio-Pagado PIC 9(4).

           01 WS-Conceptos-Valores PIC X(16) VALUE "AGUIVACAPVACPTU ".
           01 WS-Conceptos-Tabla REDEFINES WS-Conceptos-Valores.
               05 WS-Con-Clave PIC X(4) OCCURS 4 TIMES.
           01 WS-Movimientos.
               05 WS-Mov-Monto PIC S9(11)V99 OCCURS 4 TIMES.
           01 WS-Indice-Con PIC 9.

           01 WS-Id-Actual PIC X(6).
           01 WS-Salario-Diario PIC 9(5)V99.
           01 WS-Dias-Anio PIC 9(3).
           01 WS-Dias-Devengados PIC S9(3)V99.
           01 WS-Provision-Objetivo PIC 9(9)V99.
           01 WS-Objetivo-Vacaciones PIC 9(9)V99.
           01 WS-Movimiento PIC S9(9)V99.
           01 WS-Movimiento-Emp PIC S9(9)V99.
           01 WS-Monto-Asiento PIC 9(11)V99.

           01 WS-Total-Provisionados PIC 9(4) VALUE ZERO.
           01 WS-Total-Liberados PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Saldo-Vac PIC 9(4) VALUE ZERO.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(40)
                   VALUE "PROVISIONES DE PASIVO LABORAL - MES:   ".
               05 WS-Tit-Mes PIC X(6).

           01 WS-Linea-Detalle.
               05 WS-Det-Id PIC X(6).
               05 FILLER PIC X(6) VALUE " AGUI ".
               05 WS-Det-Aguinaldo PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(6) VALUE " VACA ".
               05 WS-Det-Vacaciones PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(6) VALUE " PVAC ".
               05 WS-Det-Prima PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(12) VALUE " MOVIMIENTO ".
               05 WS-Det-Movimiento PIC -ZZZ,ZZ9.99.

           01 WS-Linea-Concepto.
               05 FILLER PIC X(9) VALUE "CONCEPTO ".
               05 WS-LC-Clave PIC X(4).
               05 FILLER PIC X(20) VALUE "  MOVIMIENTO DEL MES".
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Monto PIC -ZZZ,ZZZ,ZZ9.99.

      * Cierre de mes del pasivo laboral: aguinaldo, vacaciones no
      * gozadas y su prima se llevan al devengado a fin de mes y la
      * PTU estimada se provisiona por doceavos; el movimiento del
      * mes va a provisiones-poliza.dat junto a la poliza de nomina.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           MOVE WS-Fecha-Proceso(1:6) TO WS-Mes-Cierre.
           MOVE WS-Fecha-Proceso(1:4) TO WS-Anio-Cierre.
           STRING WS-Fecha-Proceso(1:4) "0101"
               DELIMITED BY SIZE INTO WS-Inicio-Anio.
           PERFORM Determinar-Fin-Mes.
           DISPLAY "===== Provisiones de Fin de Mes "
               WS-Mes-Cierre " =====".
           PERFORM Leer-Parametros-Provision.
           PERFORM Cargar-Provisiones.
           IF WS-Mes-Ya-Calculado = "S"
               DISPLAY "Las provisiones de " WS-Mes-Cierre
                   " ya se calcularon; no se repite el cierre."
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-Tabla-Llena = "S"
               DISPLAY "provisiones.dat excede la capacidad de "
                   "trabajo; no se calculo nada."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Cargar-Saldos-Vacaciones
               PERFORM Cargar-Personal
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El personal activo excede la capacidad de "
                       "trabajo; no se calculo nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Calcular-Provisiones-Mes
               END-IF
           END-IF
           END-IF.
           Program-Done.
            GOBACK.

      * Si una provision nueva no cupo en la tabla no se graba nada:
      * Grabar-Provisiones reescribe el archivo completo.
           Calcular-Provisiones-Mes.
               OPEN OUTPUT Reporte-provisiones-archivo.
               MOVE WS-Mes-Cierre TO WS-Tit-Mes.
               MOVE WS-Linea-Titulo TO reporte-provisiones-linea.
               WRITE reporte-provisiones-linea.
               PERFORM Provisionar-Personal.
               PERFORM Liberar-Provisiones-Bajas.
               PERFORM Provisionar-Ptu.
               PERFORM Escribir-Totales-Concepto.
               CLOSE Reporte-provisiones-archivo.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "provisiones.dat excede la capacidad de "
                       "trabajo; no se grabo nada del cierre."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Grabar-Provisiones
                   PERFORM Asentar-Movimientos
                   PERFORM Mostrar-Resumen
               END-IF.

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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

      * La segunda quincena del mes termina el ultimo dia del mes.
           Determinar-Fin-Mes.
               MOVE SPACE TO WS-Fecha-Quincena.
               STRING WS-Mes-Cierre "16" DELIMITED BY SIZE
                   INTO WS-Fecha-Quincena.
               CALL "Rutinas-periodo" USING WS-Grupo-Quincenal
                   WS-Fecha-Quincena WS-Periodo-Id
                   WS-Per-Inicio WS-Fin-Mes.

           Leer-Parametros-Provision.
               MOVE "PRIMA-VACACIONAL" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Porcentaje-Prima
               END-IF.
               MOVE "PTU-ESTIMADA-ANUAL" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Ptu-Anual
               END-IF.
               COMPUTE WS-Ptu-Mensual ROUNDED = WS-Ptu-Anual / 12.

           Cargar-Provisiones.
               MOVE ZERO TO WS-Total-Prov.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Provisiones-archivo.
               IF WS-Provisiones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Provisiones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF provision-mes = WS-Mes-Cierre
                               MOVE "S" TO WS-Mes-Ya-Calculado
                           END-IF
                           IF WS-Total-Prov = 4000
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           ELSE
                               ADD 1 TO WS-Total-Prov
                               MOVE provision-id
                                   TO WS-Prv-Id(WS-Total-Prov)
                               MOVE provision-concepto
                                   TO WS-Prv-Concepto(WS-Total-Prov)
                               MOVE provision-saldo
                                   TO WS-Prv-Saldo(WS-Total-Prov)
                               MOVE provision-mes
                                   TO WS-Prv-Mes(WS-Total-Prov)
                               MOVE provision-anio-pagado TO
                                   WS-Prv-Anio-Pagado(WS-Total-Prov)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Provisiones-archivo.

           Cargar-Saldos-Vacaciones.
               MOVE ZERO TO WS-Total-Saldos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Saldos-archivo.
               IF WS-Saldos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Saldos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF saldo-anio = WS-Anio-Cierre
                               AND WS-Total-Saldos < 1000
                               ADD 1 TO WS-Total-Saldos
                               MOVE saldo-id
                                   TO WS-Sal-Id(WS-Total-Saldos)
                               MOVE saldo-dias-derecho
                                   TO WS-Sal-Derecho(WS-Total-Saldos)
                               MOVE saldo-dias-tomados
                                   TO WS-Sal-Tomados(WS-Total-Saldos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Saldos-archivo.

           Cargar-Personal.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE "1" TO Fin-del-Archivo.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO Fin-del-Archivo
               END-START.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF empleados-id NOT = "000000"
                               AND empleados-activo
                               AND empleados-fecha-alta NUMERIC
                               IF WS-Total-Personal < 1000
                                   PERFORM Registrar-Personal
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                                   MOVE "0" TO Fin-del-Archivo
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.

           Registrar-Personal.
               ADD 1 TO WS-Total-Personal.
               MOVE empleados-id TO WS-Per-Id(WS-Total-Personal).
               MOVE empleados-salario
                   TO WS-Per-Salario(WS-Total-Personal).
               MOVE empleados-fecha-alta
                   TO WS-Per-Alta(WS-Total-Personal).
               MOVE FUNCTION UPPER-CASE(empleados-puesto)
                   TO WS-Puesto-Mayusculas.
               MOVE ZERO TO WS-Contador-Director.
               INSPECT WS-Puesto-Mayusculas
                   TALLYING WS-Contador-Director
                   FOR ALL "DIRECTOR".
               IF WS-Contador-Director > ZERO
                   MOVE "N" TO WS-Per-Ptu(WS-Total-Personal)
               ELSE
                   MOVE "S" TO WS-Per-Ptu(WS-Total-Personal)
                   ADD empleados-salario TO WS-Suma-Salarios-Ptu
               END-IF.

           Provisionar-Personal.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Personal
                   PERFORM Provisionar-Empleado
               END-PERFORM.

      * Devengado al ultimo dia del mes sobre los dias del anio
      * desde el alta: quince dias de aguinaldo al anio, los dias
      * de vacaciones del saldo por antiguedad menos los ya
      * tomados, y la prima vacacional sobre esas vacaciones. Lo
      * ya pagado en el anio no se vuelve a provisionar.
           Provisionar-Empleado.
               MOVE WS-Per-Id(WS-Indice-Per) TO WS-Id-Actual.
               MOVE ZERO TO WS-Movimiento-Emp.
               COMPUTE WS-Salario-Diario ROUNDED =
                   WS-Per-Salario(WS-Indice-Per) / 30.
               MOVE "D" TO WS-Fec-Funcion.
               IF WS-Per-Alta(WS-Indice-Per) > WS-Inicio-Anio
                   MOVE WS-Per-Alta(WS-Indice-Per) TO WS-Fec-Fecha-1
               ELSE
                   MOVE WS-Inicio-Anio TO WS-Fec-Fecha-1
               END-IF.
               MOVE WS-Fin-Mes TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S" AND WS-Fec-Resultado >= ZERO
                   COMPUTE WS-Dias-Anio = WS-Fec-Resultado + 1
               ELSE
                   MOVE ZERO TO WS-Dias-Anio
               END-IF.
               IF WS-Dias-Anio > 365
                   MOVE 365 TO WS-Dias-Anio
               END-IF.
               MOVE SPACE TO WS-Linea-Detalle.
               MOVE WS-Id-Actual TO WS-Det-Id.
               MOVE 1 TO WS-Indice-Con.
               PERFORM Buscar-O-Agregar-Provision.
               COMPUTE WS-Provision-Objetivo ROUNDED =
                   WS-Salario-Diario * 15 * WS-Dias-Anio / 365.
               PERFORM Ajustar-Provision.
               MOVE WS-Provision-Objetivo TO WS-Det-Aguinaldo.
               PERFORM Calcular-Vacaciones-Pendientes.
               MOVE 2 TO WS-Indice-Con.
               PERFORM Buscar-O-Agregar-Provision.
               MOVE WS-Objetivo-Vacaciones TO WS-Provision-Objetivo.
               PERFORM Ajustar-Provision.
               MOVE WS-Provision-Objetivo TO WS-Det-Vacaciones.
               MOVE 3 TO WS-Indice-Con.
               PERFORM Buscar-O-Agregar-Provision.
               COMPUTE WS-Provision-Objetivo ROUNDED =
                   WS-Objetivo-Vacaciones * WS-Porcentaje-Prima / 100.
               PERFORM Ajustar-Provision.
               MOVE WS-Provision-Objetivo TO WS-Det-Prima.
               MOVE WS-Movimiento-Emp TO WS-Det-Movimiento.
               MOVE WS-Linea-Detalle TO reporte-provisiones-linea.
               WRITE reporte-provisiones-linea.
               ADD 1 TO WS-Total-Provisionados.

           Calcular-Vacaciones-Pendientes.
               MOVE ZERO TO WS-Objetivo-Vacaciones.
               MOVE ZERO TO WS-Dias-Devengados.
               PERFORM VARYING WS-Indice-Sal FROM 1 BY 1
                   UNTIL WS-Indice-Sal > WS-Total-Saldos
                   OR WS-Sal-Id(WS-Indice-Sal) = WS-Id-Actual
                   CONTINUE
               END-PERFORM.
               IF WS-Indice-Sal > WS-Total-Saldos
                   ADD 1 TO WS-Total-Sin-Saldo-Vac
               ELSE
                   COMPUTE WS-Dias-Devengados ROUNDED =
                       WS-Sal-Derecho(WS-Indice-Sal) * WS-Dias-Anio
                       / 365 - WS-Sal-Tomados(WS-Indice-Sal)
                   IF WS-Dias-Devengados > ZERO
                       COMPUTE WS-Objetivo-Vacaciones ROUNDED =
                           WS-Salario-Diario * WS-Dias-Devengados
                   END-IF
               END-IF.

           Buscar-O-Agregar-Provision.
               MOVE "N" TO WS-Prov-Hallada.
               PERFORM VARYING WS-Indice-Prov FROM 1 BY 1
                   UNTIL WS-Indice-Prov > WS-Total-Prov
                   OR WS-Prov-Hallada = "S"
                   IF WS-Prv-Id(WS-Indice-Prov) = WS-Id-Actual
                       AND WS-Prv-Concepto(WS-Indice-Prov)
                           = WS-Con-Clave(WS-Indice-Con)
                       MOVE "S" TO WS-Prov-Hallada
                       SUBTRACT 1 FROM WS-Indice-Prov
                   END-IF
               END-PERFORM.
               IF WS-Prov-Hallada = "N"
                   IF WS-Total-Prov < 4000
                       ADD 1 TO WS-Total-Prov
                       MOVE WS-Total-Prov TO WS-Indice-Prov
                       MOVE WS-Id-Actual TO WS-Prv-Id(WS-Indice-Prov)
                       MOVE WS-Con-Clave(WS-Indice-Con)
                           TO WS-Prv-Concepto(WS-Indice-Prov)
                       MOVE ZERO TO WS-Prv-Saldo(WS-Indice-Prov)
                       MOVE SPACE TO WS-Prv-Mes(WS-Indice-Prov)
                       MOVE ZERO
                           TO WS-Prv-Anio-Pagado(WS-Indice-Prov)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                       MOVE ZERO TO WS-Indice-Prov
                   END-IF
               END-IF.

      * El saldo se lleva al objetivo del mes; la diferencia es el
      * movimiento (negativo cuando el pasivo baja, por ejemplo al
      * gozar vacaciones).
           Ajustar-Provision.
               IF WS-Indice-Prov = ZERO
                   MOVE ZERO TO WS-Provision-Objetivo
               ELSE
                   IF WS-Prv-Anio-Pagado(WS-Indice-Prov)
                       = WS-Anio-Cierre
                       MOVE ZERO TO WS-Provision-Objetivo
                   END-IF
                   COMPUTE WS-Movimiento = WS-Provision-Objetivo
                       - WS-Prv-Saldo(WS-Indice-Prov)
                   MOVE WS-Provision-Objetivo
                       TO WS-Prv-Saldo(WS-Indice-Prov)
                   MOVE WS-Mes-Cierre TO WS-Prv-Mes(WS-Indice-Prov)
                   ADD WS-Movimiento TO WS-Mov-Monto(WS-Indice-Con)
                   ADD WS-Movimiento TO WS-Movimiento-Emp
               END-IF.

      * Quien ya no esta activo deja de devengar; lo que quede sin
      * pagar por finiquito se libera contra el gasto.
           Liberar-Provisiones-Bajas.
               PERFORM VARYING WS-Indice-Prov FROM 1 BY 1
                   UNTIL WS-Indice-Prov > WS-Total-Prov
                   IF WS-Prv-Mes(WS-Indice-Prov) NOT = WS-Mes-Cierre
                       AND WS-Prv-Concepto(WS-Indice-Prov)
                           NOT = "PTU "
                       AND WS-Prv-Saldo(WS-Indice-Prov) > ZERO
                       PERFORM Liberar-Provision-Actual
                   END-IF
               END-PERFORM.

           Liberar-Provision-Actual.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > 3
                   IF WS-Con-Clave(WS-Indice-Con)
                       = WS-Prv-Concepto(WS-Indice-Prov)
                       SUBTRACT WS-Prv-Saldo(WS-Indice-Prov)
                           FROM WS-Mov-Monto(WS-Indice-Con)
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-Prv-Saldo(WS-Indice-Prov).
               MOVE WS-Mes-Cierre TO WS-Prv-Mes(WS-Indice-Prov).
               ADD 1 TO WS-Total-Liberados.

      * La PTU estimada del ejercicio se provisiona por doceavos y
      * se reparte en proporcion al salario de los participantes;
      * se acumula hasta que Calcula-ptu la paga.
           Provisionar-Ptu.
               IF WS-Ptu-Mensual > ZERO
                   AND WS-Suma-Salarios-Ptu > ZERO
                   MOVE 4 TO WS-Indice-Con
                   PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                       UNTIL WS-Indice-Per > WS-Total-Personal
                       IF WS-Per-Ptu(WS-Indice-Per) = "S"
                           PERFORM Provisionar-Ptu-Empleado
                       END-IF
                   END-PERFORM
               END-IF.

           Provisionar-Ptu-Empleado.
               MOVE WS-Per-Id(WS-Indice-Per) TO WS-Id-Actual.
               PERFORM Buscar-O-Agregar-Provision.
               IF WS-Indice-Prov > ZERO
                   COMPUTE WS-Movimiento ROUNDED =
                       WS-Ptu-Mensual * WS-Per-Salario(WS-Indice-Per)
                       / WS-Suma-Salarios-Ptu
                   ADD WS-Movimiento TO WS-Prv-Saldo(WS-Indice-Prov)
                   MOVE WS-Mes-Cierre TO WS-Prv-Mes(WS-Indice-Prov)
                   ADD WS-Movimiento TO WS-Mov-Monto(WS-Indice-Con)
               END-IF.

           Escribir-Totales-Concepto.
               MOVE SPACE TO reporte-provisiones-linea.
               WRITE reporte-provisiones-linea.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > 4
                   MOVE WS-Con-Clave(WS-Indice-Con) TO WS-LC-Clave
                   MOVE WS-Mov-Monto(WS-Indice-Con) TO WS-LC-Monto
                   MOVE WS-Linea-Concepto
                       TO reporte-provisiones-linea
                   WRITE reporte-provisiones-linea
               END-PERFORM.

           Grabar-Provisiones.
               OPEN OUTPUT Provisiones-archivo.
               PERFORM VARYING WS-Indice-Prov FROM 1 BY 1
                   UNTIL WS-Indice-Prov > WS-Total-Prov
                   MOVE WS-Prv-Id(WS-Indice-Prov) TO provision-id
                   MOVE WS-Prv-Concepto(WS-Indice-Prov)
                       TO provision-concepto
                   MOVE WS-Prv-Saldo(WS-Indice-Prov)
                       TO provision-saldo
                   MOVE WS-Prv-Mes(WS-Indice-Prov) TO provision-mes
                   MOVE WS-Prv-Anio-Pagado(WS-Indice-Prov)
                       TO provision-anio-pagado
                   WRITE provision-registro
               END-PERFORM.
               CLOSE Provisiones-archivo.

      * Un aumento del pasivo se carga al gasto 6160 contra el
      * pasivo 2150 del concepto; una disminucion va al reves.
           Asentar-Movimientos.
               OPEN EXTEND Provisiones-poliza-archivo.
               IF WS-Provisiones-Poliza-Status = "35"
                   OPEN OUTPUT Provisiones-poliza-archivo
               END-IF.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > 4
                   IF WS-Mov-Monto(WS-Indice-Con) NOT = ZERO
                       PERFORM Asentar-Concepto
                   END-IF
               END-PERFORM.
               CLOSE Provisiones-poliza-archivo.

           Asentar-Concepto.
               MOVE SPACE TO provpol-registro.
               STRING "PROV " WS-Con-Clave(WS-Indice-Con) " "
                   WS-Mes-Cierre
                   DELIMITED BY SIZE INTO provpol-descripcion.
               IF WS-Mov-Monto(WS-Indice-Con) > ZERO
                   MOVE WS-Mov-Monto(WS-Indice-Con)
                       TO WS-Monto-Asiento
                   MOVE "D" TO provpol-tipo
                   STRING "6160-" WS-Con-Clave(WS-Indice-Con)
                       DELIMITED BY SIZE INTO provpol-cuenta
               ELSE
                   COMPUTE WS-Monto-Asiento =
                       ZERO - WS-Mov-Monto(WS-Indice-Con)
                   MOVE "D" TO provpol-tipo
                   STRING "2150-" WS-Con-Clave(WS-Indice-Con)
                       DELIMITED BY SIZE INTO provpol-cuenta
               END-IF.
               MOVE WS-Monto-Asiento TO provpol-monto.
               WRITE provpol-registro.
               MOVE "C" TO provpol-tipo.
               MOVE SPACE TO provpol-cuenta.
               IF WS-Mov-Monto(WS-Indice-Con) > ZERO
                   STRING "2150-" WS-Con-Clave(WS-Indice-Con)
                       DELIMITED BY SIZE INTO provpol-cuenta
               ELSE
                   STRING "6160-" WS-Con-Clave(WS-Indice-Con)
                       DELIMITED BY SIZE INTO provpol-cuenta
               END-IF.
               WRITE provpol-registro.

           Mostrar-Resumen.
               DISPLAY "Empleados provisionados: "
                   WS-Total-Provisionados.
               DISPLAY "Sin saldo de vacaciones del anio: "
                   WS-Total-Sin-Saldo-Vac.
               DISPLAY "Provisiones liberadas por bajas: "
                   WS-Total-Liberados.
               DISPLAY "Movimiento AGUI: " WS-Mov-Monto(1)
                   "  VACA: " WS-Mov-Monto(2).
               DISPLAY "Movimiento PVAC: " WS-Mov-Monto(3)
                   "  PTU: " WS-Mov-Monto(4).
               DISPLAY "Detalle en provisiones-reporte.txt; asientos "
                   "en provisiones-poliza.dat".

       END PROGRAM Calcula-provisiones.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-extraordinaria.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "periodos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "conceptos-fisico.cbl".
       COPY "centros-costo-fisico.cbl".
       COPY "distribucion-costos-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Extra-archivo
       ASSIGN TO "nomina-extraordinaria.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Extra-Status.

       SELECT OPTIONAL Isr-archivo
       ASSIGN TO "nomina-isr.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Isr-Status.

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT OPTIONAL Recibos-extra-archivo
       ASSIGN TO "nomina-recibos-extra.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Extra-Status.

       SELECT OPTIONAL Folio-archivo
       ASSIGN TO "recibos-extra-folio.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Folio-Status.

       SELECT Dispersion-archivo
       ASSIGN TO "nomina-dispersion-extra.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Dispersion-Status.

       SELECT Poliza-extra-archivo
       ASSIGN TO "nomina-poliza-extra.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Poliza-Extra-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "periodos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "conceptos-logico.cbl".
       COPY "centros-costo-logico.cbl".
       COPY "distribucion-costos-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "avisos-logico.cbl".

      * Lista de pagos extraordinarios por aplicar: un renglon por
      * empleado y concepto del catalogo (percepcion o deduccion).
      * Al emitir se vacia; solo quedan los renglones rechazados
      * para que se corrijan.
       FD  Extra-archivo.

       01  extra-registro.
           05  extra-id PIC X(6).
           05  extra-concepto PIC X(4).
           05  extra-monto PIC 9(7)V99.

       FD  Isr-archivo.

       01  isr-registro.
           05  isr-limite-inferior PIC 9(7)V99.
           05  isr-cuota-fija PIC 9(7)V99.
           05  isr-tasa PIC 99V99.
           05  isr-subsidio PIC 9(5)V99.

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

      * Recibos de las nominas extraordinarias, con folio propio
      * consecutivo; se acumulan corrida tras corrida.
       FD  Recibos-extra-archivo.

       01  recibo-extra-registro.
           05  recibo-extra-folio PIC 9(6).
           05  recibo-extra-periodo PIC X(7).
           05  recibo-extra-id PIC X(6).
           05  recibo-extra-fecha PIC X(8).
           05  recibo-extra-nombre PIC X(25).
           05  recibo-extra-apellidos PIC X(35).
           05  recibo-extra-bruto PIC 9(7)V99.
           05  recibo-extra-deducciones PIC 9(7)V99.
           05  recibo-extra-neto PIC 9(7)V99.

       FD  Folio-archivo.

       01  folio-registro.
           05  folio-ultimo PIC 9(6).

       FD  Dispersion-archivo.

       01  dispersion-linea PIC X(80).

       FD  Poliza-extra-archivo.

      * Poliza de la corrida extraordinaria, con el mismo trazado
      * que la poliza de nomina mas el periodo especial; cada
      * renglon lleva el patron al que se asienta.
       01  poliza-extra-registro.
           05  poliza-extra-periodo PIC X(7).
           05  poliza-extra-tipo PIC X.
           05  poliza-extra-cuenta PIC X(10).
           05  poliza-extra-descripcion PIC X(20).
           05  poliza-extra-monto PIC 9(11)V99.
           05  poliza-extra-patron PIC X(3).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Periodos-Status PIC XX.
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Conceptos-Status PIC XX.
           01 WS-Centros-Status PIC XX.
           01 WS-Distribucion-Status PIC XX.
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Extra-Status PIC XX.
           01 WS-Isr-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Recibos-Extra-Status PIC XX.
           01 WS-Folio-Status PIC XX.
           01 WS-Dispersion-Status PIC XX.
           01 WS-Poliza-Extra-Status PIC XX.
           01 WS-Avisos-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Extraordinaria PIC X VALUE "N".
           01 Opcion-Extra PIC 9.
           01 WS-Confirma PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Concepto-Entrada PIC X(4).
           01 WS-Monto-Entrada PIC X(10).
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

      * Una tabla de trabajo que no alcanza detiene la emision con
      * un aviso critico, antes de escribir nada.
           01 WS-Capacidad-Excedida PIC X VALUE "N".
           01 WS-Tabla-Excedida PIC X(30).
           01 WS-Ultima-Excedida PIC X(30) VALUE SPACE.

      * La corrida se recorre dos veces: V arma y verifica la
      * poliza sin escribir nada; E emite recibos y archivos.
           01 WS-Modo-Extra PIC X.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Periodo-Especial PIC X(7).
           01 WS-Digitos-Especiales PIC X(7) VALUE "3456789".
           01 WS-Indice-Digito PIC 9.
           01 WS-Digito-Libre PIC X.
           01 WS-Digito-Usado PIC X.

           01 WS-Fin-Periodos PIC X.
           01 WS-Total-Periodos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Per PIC 9(3).
           01 WS-Tabla-Periodos.
               05 WS-Periodo-Item OCCURS 100 TIMES.
                   10 WS-Per-Id PIC X(7).
                   10 WS-Per-Inicio PIC X(8).
                   10 WS-Per-Fin PIC X(8).
                   10 WS-Per-Estado PIC X.

      * Renglones capturados; el estado marca los ya pagados (P),
      * los rechazados (R) y los pendientes (espacio).
           01 WS-Fin-Extra PIC X.
           01 WS-Total-Extra PIC 9(3) VALUE ZERO.
           01 WS-Indice-Ext PIC 9(3).
           01 WS-Indice-Ext-2 PIC 9(3).
           01 WS-Tabla-Extra.
               05 WS-Extra-Item OCCURS 500 TIMES.
                   10 WS-Ext-Id PIC X(6).
                   10 WS-Ext-Concepto PIC X(4).
                   10 WS-Ext-Monto PIC 9(7)V99.
                   10 WS-Ext-Estado PIC X.

           01 WS-Fin-Conceptos PIC X.
           01 WS-Con-Dummy-Clave PIC X(4).
           01 WS-Con-Dummy-Registro PIC X(44).
           01 WS-Con-Dummy-Hallado PIC X.
           01 WS-Total-Conceptos PIC 99 VALUE ZERO.
           01 WS-Indice-Con PIC 99.
           01 WS-Concepto-Hallado PIC X.
           01 WS-Concepto-Codigo PIC X(4).
           01 WS-Tabla-Conceptos.
               05 WS-Concepto-Item OCCURS 50 TIMES.
                   10 WS-Con-Clave PIC X(4).
                   10 WS-Con-Descripcion PIC X(20).
                   10 WS-Con-Clase PIC X.
                   10 WS-Con-Sat-Tipo PIC X(3).
                   10 WS-Con-Tratamiento PIC X.
                   10 WS-Con-Exento-Pct PIC 9(3)V99.
                   10 WS-Con-Cuenta PIC X(10).

           01 WS-Fin-Centros PIC X.
           01 WS-Total-Centros PIC 99 VALUE ZERO.
           01 WS-Indice-CC PIC 99.
           01 WS-Cuenta-Gasto PIC X(10).
           01 WS-Tabla-Centros.
               05 WS-Centro-Item OCCURS 20 TIMES.
                   10 WS-CC-Depto PIC X(20).
                   10 WS-CC-Cuenta PIC X(10).

           01 WS-Fin-Isr PIC X.
           01 WS-Total-Isr-Tabla PIC 99 VALUE ZERO.
           01 WS-Indice-Isr PIC 99.
           01 WS-Renglon-Isr PIC 99.
           01 WS-Excedente-Isr PIC S9(7)V99.
           01 WS-Tabla-Isr.
               05 WS-Isr-Item OCCURS 15 TIMES.
                   10 WS-Isr-Limite PIC 9(7)V99.
                   10 WS-Isr-Cuota PIC 9(7)V99.
                   10 WS-Isr-Tasa PIC 99V99.

      * Conceptos del empleado en proceso, ya con su clase y su
      * parte gravada.
           01 WS-Total-Conc-Emp PIC 99 VALUE ZERO.
           01 WS-Indice-CE PIC 99.
           01 WS-Conc-Emp-Hallado PIC X.
           01 WS-Tabla-Conc-Emp.
               05 WS-Conc-Emp-Item OCCURS 30 TIMES.
                   10 WS-CE-Clave PIC X(4).
                   10 WS-CE-Clase PIC X.
                   10 WS-CE-Monto PIC 9(7)V99.
                   10 WS-CE-Gravado PIC 9(7)V99.

           01 WS-Concepto-Clase PIC X.
           01 WS-Concepto-Monto PIC 9(7)V99.
           01 WS-Concepto-Gravado PIC 9(7)V99.
           01 WS-Percepciones-Emp PIC 9(7)V99.
           01 WS-Gravado-Emp PIC 9(7)V99.
           01 WS-Deducciones-Emp PIC 9(7)V99.
           01 WS-Isr-Emp PIC S9(7)V99.
           01 WS-Neto-Emp PIC S9(7)V99.
           01 WS-Empleado-Valido PIC X.

           01 WS-Folio-Actual PIC 9(6) VALUE ZERO.
           01 WS-Folio-Inicial PIC 9(6) VALUE ZERO.

           01 WS-Total-Pagados PIC 9(5) VALUE ZERO.
           01 WS-Total-Rechazados PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Cuenta PIC 9(5) VALUE ZERO.
           01 WS-Total-Dispersados PIC 9(5) VALUE ZERO.
           01 WS-Suma-Dispersion PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Bruto PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Neto PIC 9(11)V99 VALUE ZERO.

      * Poliza: cargo al gasto de sueldos del departamento por las
      * percepciones; abono a cada retencion y al neto por pagar.
      * Todo se asienta por patron y cada patron debe cuadrar.
           01 WS-Total-Cargos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Cargo PIC 9(3).
           01 WS-Cargo-Hallado PIC X.
           01 WS-Tabla-Cargos.
               05 WS-Cargo-Item OCCURS 100 TIMES.
                   10 WS-Car-Patron PIC X(3).
                   10 WS-Car-Depto PIC X(20).
                   10 WS-Car-Cuenta PIC X(10).
                   10 WS-Car-Monto PIC 9(11)V99.
           01 WS-Fin-Distribucion PIC X.
           01 WS-Total-Dist PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dist PIC 9(4).
           01 WS-Ultimo-Reparto PIC 9(4).
           01 WS-Suma-Reparto PIC 9(5)V99.
           01 WS-Monto-Repartido PIC 9(7)V99.
           01 WS-Depto-Cargo PIC X(20).
           01 WS-Monto-Cargo PIC 9(7)V99.
           01 WS-Tabla-Distribucion.
               05 WS-Distribucion-Item OCCURS 1000 TIMES.
                   10 WS-Dis-Id PIC X(6).
                   10 WS-Dis-Depto PIC X(20).
                   10 WS-Dis-Porcentaje PIC 9(3)V99.
           01 WS-Total-Abonos PIC 99 VALUE ZERO.
           01 WS-Indice-Abono PIC 99.
           01 WS-Abono-Hallado PIC X.
           01 WS-Tabla-Abonos.
               05 WS-Abono-Item OCCURS 60 TIMES.
                   10 WS-Abo-Patron PIC X(3).
                   10 WS-Abo-Codigo PIC X(4).
                   10 WS-Abo-Monto PIC 9(11)V99.
           01 WS-Suma-Cargos PIC 9(11)V99.
           01 WS-Suma-Abonos PIC 9(11)V99.
           01 WS-Poliza-Cuadrada PIC X.

      * Patron (razon social) del empleado en curso.
           01 WS-Pat-Funcion PIC X.
           01 WS-Pat-Empleado PIC X(6).
           01 WS-Patron.
               05 WS-Pat-Clave PIC X(3).
               05 WS-Pat-Razon-Social PIC X(30).
               05 WS-Pat-Rfc PIC X(13).
               05 WS-Pat-Registro-Patronal PIC X(11).
               05 WS-Pat-Regimen-Fiscal PIC X(3).
               05 WS-Pat-Calle PIC X(30).
               05 WS-Pat-Numero PIC X(10).
               05 WS-Pat-Colonia PIC X(20).
               05 WS-Pat-Ciudad PIC X(20).
               05 WS-Pat-Estado PIC X(3).
               05 WS-Pat-Cp PIC X(5).
               05 WS-Pat-Principal PIC X.
           01 WS-Total-Pol-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-PP PIC 99.
           01 WS-PP-Hallado PIC X.
           01 WS-Tabla-Pol-Patrones.
               05 WS-Pol-Patron-Item OCCURS 50 TIMES.
                   10 WS-PP-Clave PIC X(3).
                   10 WS-PP-Cargos PIC 9(11)V99.
                   10 WS-PP-Abonos PIC 9(11)V99.

           01 WS-Linea-Encab-Disp.
               05 FILLER PIC X VALUE "H".
               05 WS-HD-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-HD-Periodo PIC X(7).
               05 FILLER PIC X(28)
                   VALUE " NOMINA EXTRAORDINARIA".
           01 WS-Linea-Detalle-Disp.
               05 FILLER PIC X VALUE "D".
               05 WS-DD-Folio PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DD-Clabe PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 WS-DD-Neto PIC 9(9)V99.
           01 WS-Linea-Cola-Disp.
               05 FILLER PIC X VALUE "T".
               05 WS-TD-Detalles PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-TD-Suma PIC 9(11)V99.

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "La nomina extraordinaria esta restringida a "
                   "supervisores."
           ELSE
               MOVE "N" TO WS-Capacidad-Excedida
               PERFORM Cargar-Conceptos
               PERFORM Mantener-Extraordinaria
               UNTIL Salir-Extraordinaria = "S"
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

      * Pago fuera de calendario a empleados omitidos o pagados de
      * menos, sin reabrir el periodo ordinario: se captura la
      * lista de empleados y conceptos y se emite bajo un periodo
      * especial propio (AAAAMM mas 3 a 9) con sus recibos
      * foliados, su archivo de dispersion y su poliza.
           Mantener-Extraordinaria.
               DISPLAY "===== Nomina Extraordinaria =====".
               DISPLAY "1. Capturar pago".
               DISPLAY "2. Listar pagos pendientes".
               DISPLAY "3. Calcular y emitir".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Extra.
               EVALUATE Opcion-Extra
                   WHEN 1
                       PERFORM Capturar-Pago
                   WHEN 2
                       PERFORM Listar-Pagos
                   WHEN 3
                       PERFORM Emitir-Extraordinaria
                   WHEN 4
                       MOVE "S" TO Salir-Extraordinaria
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Capturar-Pago.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.
               IF WS-Registro-Hallado = "N"
                   DISPLAY "No existe ningun empleado con ese ID."
               ELSE
                   DISPLAY "Concepto (clave del catalogo): "
                   MOVE SPACE TO WS-Concepto-Entrada
                   ACCEPT WS-Concepto-Entrada
                   MOVE FUNCTION UPPER-CASE(WS-Concepto-Entrada)
                       TO WS-Concepto-Codigo
                   PERFORM Buscar-Concepto-Catalogo
                   DISPLAY "Monto: "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   IF WS-Concepto-Hallado = "N"
                       DISPLAY "Ese concepto no esta en el catalogo; "
                           "captura cancelada."
                   ELSE
                   IF FUNCTION TEST-NUMVAL(WS-Monto-Entrada)
                       NOT = ZERO
                       OR FUNCTION NUMVAL(WS-Monto-Entrada)
                           NOT > ZERO
                       DISPLAY "Monto no valido; captura cancelada."
                   ELSE
                       PERFORM Registrar-Pago
                   END-IF
                   END-IF
               END-IF.

           Registrar-Pago.
               MOVE WS-Id-Entrada TO extra-id.
               MOVE WS-Concepto-Codigo TO extra-concepto.
               MOVE FUNCTION NUMVAL(WS-Monto-Entrada) TO extra-monto.
               OPEN EXTEND Extra-archivo.
               IF WS-Extra-Status = "35"
                   OPEN OUTPUT Extra-archivo
               END-IF.
               WRITE extra-registro.
               CLOSE Extra-archivo.
               DISPLAY "Pago " extra-concepto " por " extra-monto
                   " registrado para el ID " extra-id ".".

           Listar-Pagos.
               PERFORM Cargar-Extra.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "La lista excede la capacidad de trabajo; "
                       "solo se muestran los primeros 500 renglones."
               END-IF.
               IF WS-Total-Extra = ZERO
                   DISPLAY "No hay pagos extraordinarios pendientes."
               END-IF.
               PERFORM VARYING WS-Indice-Ext FROM 1 BY 1
                   UNTIL WS-Indice-Ext > WS-Total-Extra
                   DISPLAY "ID " WS-Ext-Id(WS-Indice-Ext) "  "
                       WS-Ext-Concepto(WS-Indice-Ext) "  "
                       WS-Ext-Monto(WS-Indice-Ext)
               END-PERFORM.

           Cargar-Extra.
               MOVE ZERO TO WS-Total-Extra.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Extra.
               OPEN INPUT Extra-archivo.
               IF WS-Extra-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Extra
               END-IF.
               PERFORM UNTIL WS-Fin-Extra = "0"
                   READ Extra-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Extra
                       NOT AT END
                           IF WS-Total-Extra < 500
                               ADD 1 TO WS-Total-Extra
                               MOVE extra-id
                                   TO WS-Ext-Id(WS-Total-Extra)
                               MOVE extra-concepto
                                   TO WS-Ext-Concepto(WS-Total-Extra)
                               MOVE extra-monto
                                   TO WS-Ext-Monto(WS-Total-Extra)
                               MOVE SPACE
                                   TO WS-Ext-Estado(WS-Total-Extra)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Extra
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Extra-archivo.

      * La corrida toma un periodo especial libre del mes de la
      * fecha de proceso y lo deja en el catalogo como dispersado:
      * no se puede volver a emitir y Genera-cfdi lo reconoce.
           Emitir-Extraordinaria.
               PERFORM Cargar-Extra.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "nomina-extraordinaria.dat excede la "
                       "capacidad de trabajo (500 renglones); no se "
                       "emitio nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-Total-Extra = ZERO
                   DISPLAY "No hay pagos extraordinarios que emitir."
               ELSE
                   ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
                   PERFORM Obtener-Fecha-Proceso
                   PERFORM Cargar-Tabla-Periodos
                   PERFORM Asignar-Periodo-Especial
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "El catalogo de periodos excede la "
                           "capacidad de trabajo (100 renglones); no "
                           "se emitio nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF WS-Digito-Libre = SPACE
                       DISPLAY "Ya no quedan periodos especiales "
                           "libres en el mes " WS-Fecha-Proceso(1:6)
                           "."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "Se emiten " WS-Total-Extra
                           " renglones bajo el periodo especial "
                           WS-Periodo-Especial ". Confirma (S/N)? "
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Calcular-Extraordinaria
                       ELSE
                           DISPLAY "Emision cancelada."
                       END-IF
                   END-IF
                   END-IF
               END-IF
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

           Cargar-Tabla-Periodos.
               MOVE ZERO TO WS-Total-Periodos.
               MOVE "1" TO WS-Fin-Periodos.
               OPEN INPUT Periodos-archivo.
               IF WS-Periodos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Periodos
               END-IF.
               PERFORM UNTIL WS-Fin-Periodos = "0"
                   READ Periodos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Periodos
                       NOT AT END
                           IF WS-Total-Periodos < 100
                               ADD 1 TO WS-Total-Periodos
                               MOVE periodo-registro TO
                                   WS-Periodo-Item(WS-Total-Periodos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Periodos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.
      * El periodo especial se agrega al catalogo: debe caber.
               IF WS-Total-Periodos NOT < 100
                   MOVE "S" TO WS-Tabla-Llena
               END-IF.

      * Las quincenas usan 1 y 2 y las semanas las letras A-E; las
      * corridas extraordinarias del mes toman el primer digito
      * libre del 3 al 9.
           Asignar-Periodo-Especial.
               MOVE SPACE TO WS-Digito-Libre.
               PERFORM VARYING WS-Indice-Digito FROM 1 BY 1
                   UNTIL WS-Indice-Digito > 7
                   OR WS-Digito-Libre NOT = SPACE
                   MOVE "N" TO WS-Digito-Usado
                   PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                       UNTIL WS-Indice-Per > WS-Total-Periodos
                       IF WS-Per-Id(WS-Indice-Per)(1:6)
                           = WS-Fecha-Proceso(1:6)
                           AND WS-Per-Id(WS-Indice-Per)(7:1)
                           = WS-Digitos-Especiales
                               (WS-Indice-Digito:1)
                           MOVE "S" TO WS-Digito-Usado
                       END-IF
                   END-PERFORM
                   IF WS-Digito-Usado = "N"
                       MOVE WS-Digitos-Especiales(WS-Indice-Digito:1)
                           TO WS-Digito-Libre
                   END-IF
               END-PERFORM.
               MOVE SPACE TO WS-Periodo-Especial.
               IF WS-Digito-Libre NOT = SPACE
                   STRING WS-Fecha-Proceso(1:6) WS-Digito-Libre
                       DELIMITED BY SIZE INTO WS-Periodo-Especial
               END-IF.

      * Primero se arma la poliza por patron sin escribir nada;
      * solo si las tablas alcanzan y cada patron cuadra se emiten
      * recibos, dispersion, poliza, folio y periodo.
           Calcular-Extraordinaria.
               PERFORM Cargar-Tabla-Isr.
               PERFORM Cargar-Centros-Costo.
               PERFORM Cargar-Distribucion-Costos.
               MOVE ZERO TO WS-Total-Cargos.
               MOVE ZERO TO WS-Total-Abonos.
               MOVE ZERO TO WS-Total-Pol-Patrones.
               MOVE "V" TO WS-Modo-Extra.
               OPEN INPUT Empleados-archivo.
               PERFORM VARYING WS-Indice-Ext FROM 1 BY 1
                   UNTIL WS-Indice-Ext > WS-Total-Extra
                   OR WS-Capacidad-Excedida = "S"
                   IF WS-Ext-Estado(WS-Indice-Ext) = SPACE
                       PERFORM Procesar-Empleado-Extra
                   END-IF
               END-PERFORM.
               CLOSE Empleados-archivo.
               PERFORM VARYING WS-Indice-Ext FROM 1 BY 1
                   UNTIL WS-Indice-Ext > WS-Total-Extra
                   MOVE SPACE TO WS-Ext-Estado(WS-Indice-Ext)
               END-PERFORM.
               PERFORM Verificar-Poliza-Extra.
               IF WS-Capacidad-Excedida = "S"
                   OR WS-Poliza-Cuadrada = "N"
                   DISPLAY "No se emitio nada; la lista de pagos "
                       "extraordinarios queda como estaba."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "E" TO WS-Modo-Extra
                   PERFORM Leer-Folio
                   MOVE WS-Folio-Actual TO WS-Folio-Inicial
                   PERFORM Apertura-archivos
                   PERFORM VARYING WS-Indice-Ext FROM 1 BY 1
                       UNTIL WS-Indice-Ext > WS-Total-Extra
                       IF WS-Ext-Estado(WS-Indice-Ext) = SPACE
                           PERFORM Procesar-Empleado-Extra
                       END-IF
                   END-PERFORM
                   PERFORM Escribir-Cola-Dispersion
                   PERFORM Cierre-archivos
                   IF WS-Total-Pagados > ZERO
                       PERFORM Escribir-Poliza-Extra
                       PERFORM Guardar-Folio
                       PERFORM Registrar-Periodo-Especial
                   END-IF
                   PERFORM Reescribir-Rechazados
                   PERFORM Mostrar-Resumen
               END-IF.

           Apertura-archivos.
               OPEN INPUT Empleados-archivo.
               OPEN EXTEND Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status = "35"
                   OPEN OUTPUT Recibos-anual-archivo
               END-IF.
               OPEN EXTEND Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status = "35"
                   OPEN OUTPUT Detalle-anual-archivo
               END-IF.
               OPEN EXTEND Recibos-extra-archivo.
               IF WS-Recibos-Extra-Status = "35"
                   OPEN OUTPUT Recibos-extra-archivo
               END-IF.
               OPEN OUTPUT Dispersion-archivo.
               MOVE WS-Fecha-Proceso TO WS-HD-Fecha.
               MOVE WS-Periodo-Especial TO WS-HD-Periodo.
               MOVE WS-Linea-Encab-Disp TO dispersion-linea.
               WRITE dispersion-linea.

           Cierre-archivos.
               CLOSE Empleados-archivo.
               CLOSE Recibos-anual-archivo.
               CLOSE Detalle-anual-archivo.
               CLOSE Recibos-extra-archivo.
               CLOSE Dispersion-archivo.

      * Se juntan todos los renglones del mismo empleado en un solo
      * recibo. El ISR se retiene con la tarifa del periodo sobre
      * la parte gravada del pago, sin subsidio al empleo (ya se
      * aplico en el periodo ordinario). Un empleado inexistente,
      * dado de baja, o cuyas deducciones superan al pago, se
      * rechaza completo.
           Procesar-Empleado-Extra.
               MOVE WS-Ext-Id(WS-Indice-Ext) TO empleados-id.
               MOVE "S" TO WS-Empleado-Valido.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Empleado-Valido
               END-READ.
               IF WS-Empleado-Valido = "S"
                   AND NOT empleados-activo
                   MOVE "N" TO WS-Empleado-Valido
               END-IF.
               MOVE ZERO TO WS-Total-Conc-Emp.
               MOVE ZERO TO WS-Percepciones-Emp.
               MOVE ZERO TO WS-Gravado-Emp.
               MOVE ZERO TO WS-Deducciones-Emp.
               PERFORM VARYING WS-Indice-Ext-2 FROM WS-Indice-Ext BY 1
                   UNTIL WS-Indice-Ext-2 > WS-Total-Extra
                   IF WS-Ext-Id(WS-Indice-Ext-2)
                       = WS-Ext-Id(WS-Indice-Ext)
                       AND WS-Ext-Estado(WS-Indice-Ext-2) = SPACE
                       PERFORM Acumular-Renglon-Extra
                   END-IF
               END-PERFORM.
               PERFORM Calcular-Isr-Extra.
               COMPUTE WS-Neto-Emp =
                   WS-Percepciones-Emp - WS-Deducciones-Emp.
               IF WS-Empleado-Valido = "S"
                   AND (WS-Percepciones-Emp = ZERO
                   OR WS-Neto-Emp < ZERO)
                   MOVE "N" TO WS-Empleado-Valido
               END-IF.
               IF WS-Empleado-Valido = "N"
                   IF WS-Modo-Extra = "E"
                       ADD 1 TO WS-Total-Rechazados
                       DISPLAY "Pago al ID " WS-Ext-Id(WS-Indice-Ext)
                           " RECHAZADO: empleado inexistente o "
                           "inactivo, o deducciones mayores al pago."
                   END-IF
                   MOVE "R" TO WS-Concepto-Clase
               ELSE
                   IF WS-Modo-Extra = "V"
                       PERFORM Acumular-Poliza-Extra
                   ELSE
                       PERFORM Pagar-Empleado-Extra
                   END-IF
                   MOVE "P" TO WS-Concepto-Clase
               END-IF.
               PERFORM VARYING WS-Indice-Ext-2 FROM WS-Indice-Ext BY 1
                   UNTIL WS-Indice-Ext-2 > WS-Total-Extra
                   IF WS-Ext-Id(WS-Indice-Ext-2)
                       = WS-Ext-Id(WS-Indice-Ext)
                       AND WS-Ext-Estado(WS-Indice-Ext-2) = SPACE
                       MOVE WS-Concepto-Clase
                           TO WS-Ext-Estado(WS-Indice-Ext-2)
                   END-IF
               END-PERFORM.

           Acumular-Renglon-Extra.
               MOVE WS-Ext-Concepto(WS-Indice-Ext-2)
                   TO WS-Concepto-Codigo.
               MOVE WS-Ext-Monto(WS-Indice-Ext-2)
                   TO WS-Concepto-Monto.
               PERFORM Buscar-Concepto-Catalogo.
               IF WS-Concepto-Hallado = "N"
                   MOVE "N" TO WS-Empleado-Valido
               ELSE
                   MOVE WS-Con-Clase(WS-Indice-Con)
                       TO WS-Concepto-Clase
                   MOVE ZERO TO WS-Concepto-Gravado
                   IF WS-Concepto-Clase = "P"
                       PERFORM Clasificar-Gravado-Extra
                       ADD WS-Concepto-Monto TO WS-Percepciones-Emp
                       ADD WS-Concepto-Gravado TO WS-Gravado-Emp
                   ELSE
                       ADD WS-Concepto-Monto TO WS-Deducciones-Emp
                   END-IF
                   PERFORM Registrar-Concepto-Emp
               END-IF.

           Clasificar-Gravado-Extra.
               EVALUATE WS-Con-Tratamiento(WS-Indice-Con)
                   WHEN "E"
                       MOVE ZERO TO WS-Concepto-Gravado
                   WHEN "M"
                       COMPUTE WS-Concepto-Gravado ROUNDED =
                           WS-Concepto-Monto
                           - WS-Concepto-Monto
                           * WS-Con-Exento-Pct(WS-Indice-Con) / 100
                   WHEN OTHER
                       MOVE WS-Concepto-Monto TO WS-Concepto-Gravado
               END-EVALUATE.

           Registrar-Concepto-Emp.
               MOVE "N" TO WS-Conc-Emp-Hallado.
               PERFORM VARYING WS-Indice-CE FROM 1 BY 1
                   UNTIL WS-Indice-CE > WS-Total-Conc-Emp
                   OR WS-Conc-Emp-Hallado = "S"
                   IF WS-CE-Clave(WS-Indice-CE) = WS-Concepto-Codigo
                       AND WS-CE-Clase(WS-Indice-CE)
                           = WS-Concepto-Clase
                       MOVE "S" TO WS-Conc-Emp-Hallado
                       ADD WS-Concepto-Monto
                           TO WS-CE-Monto(WS-Indice-CE)
                       ADD WS-Concepto-Gravado
                           TO WS-CE-Gravado(WS-Indice-CE)
                   END-IF
               END-PERFORM.
               IF WS-Conc-Emp-Hallado = "N"
                   AND WS-Total-Conc-Emp NOT < 30
                   MOVE "CONCEPTOS POR EMPLEADO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Conc-Emp-Hallado = "N"
                   AND WS-Total-Conc-Emp < 30
                   ADD 1 TO WS-Total-Conc-Emp
                   MOVE WS-Concepto-Codigo
                       TO WS-CE-Clave(WS-Total-Conc-Emp)
                   MOVE WS-Concepto-Clase
                       TO WS-CE-Clase(WS-Total-Conc-Emp)
                   MOVE WS-Concepto-Monto
                       TO WS-CE-Monto(WS-Total-Conc-Emp)
                   MOVE WS-Concepto-Gravado
                       TO WS-CE-Gravado(WS-Total-Conc-Emp)
               END-IF.

           Calcular-Isr-Extra.
               MOVE ZERO TO WS-Isr-Emp.
               IF WS-Gravado-Emp > ZERO AND WS-Total-Isr-Tabla > ZERO
                   MOVE 1 TO WS-Renglon-Isr
                   PERFORM VARYING WS-Indice-Isr FROM 2 BY 1
                       UNTIL WS-Indice-Isr > WS-Total-Isr-Tabla
                       IF WS-Isr-Limite(WS-Indice-Isr)
                           NOT > WS-Gravado-Emp
                           MOVE WS-Indice-Isr TO WS-Renglon-Isr
                       END-IF
                   END-PERFORM
                   COMPUTE WS-Excedente-Isr =
                       WS-Gravado-Emp - WS-Isr-Limite(WS-Renglon-Isr)
                   COMPUTE WS-Isr-Emp ROUNDED =
                       WS-Isr-Cuota(WS-Renglon-Isr)
                       + WS-Excedente-Isr
                       * WS-Isr-Tasa(WS-Renglon-Isr) / 100
               END-IF.
               IF WS-Isr-Emp > ZERO
                   ADD WS-Isr-Emp TO WS-Deducciones-Emp
                   MOVE "ISR " TO WS-Concepto-Codigo
                   MOVE "D" TO WS-Concepto-Clase
                   MOVE WS-Isr-Emp TO WS-Concepto-Monto
                   MOVE ZERO TO WS-Concepto-Gravado
                   PERFORM Registrar-Concepto-Emp
               END-IF.

           Pagar-Empleado-Extra.
               ADD 1 TO WS-Folio-Actual.
               ADD 1 TO WS-Total-Pagados.
               ADD WS-Percepciones-Emp TO WS-Total-Bruto.
               ADD WS-Neto-Emp TO WS-Total-Neto.
               MOVE WS-Folio-Actual TO recibo-extra-folio.
               MOVE WS-Periodo-Especial TO recibo-extra-periodo.
               MOVE empleados-id TO recibo-extra-id.
               MOVE WS-Fecha-Proceso TO recibo-extra-fecha.
               MOVE empleados-nombre TO recibo-extra-nombre.
               MOVE empleados-apellidos TO recibo-extra-apellidos.
               MOVE WS-Percepciones-Emp TO recibo-extra-bruto.
               MOVE WS-Deducciones-Emp TO recibo-extra-deducciones.
               MOVE WS-Neto-Emp TO recibo-extra-neto.
               WRITE recibo-extra-registro.
               MOVE empleados-id TO recibo-anual-id.
               MOVE WS-Fecha-Proceso TO recibo-anual-fecha.
               MOVE empleados-nombre TO recibo-anual-nombre.
               MOVE empleados-apellidos TO recibo-anual-apellidos.
               MOVE WS-Percepciones-Emp TO recibo-anual-bruto.
               MOVE WS-Deducciones-Emp TO recibo-anual-deducciones.
               MOVE WS-Neto-Emp TO recibo-anual-neto.
               MOVE WS-Periodo-Especial TO recibo-anual-periodo.
               WRITE recibo-anual-registro.
               PERFORM VARYING WS-Indice-CE FROM 1 BY 1
                   UNTIL WS-Indice-CE > WS-Total-Conc-Emp
                   PERFORM Escribir-Renglon-Detalle
               END-PERFORM.
               IF empleados-clabe = SPACE
                   ADD 1 TO WS-Total-Sin-Cuenta
                   DISPLAY "El ID " empleados-id " no tiene CLABE; "
                       "su neto (folio " WS-Folio-Actual
                       ") se paga por otro medio."
               ELSE
                   MOVE WS-Folio-Actual TO WS-DD-Folio
                   MOVE empleados-id TO WS-DD-Id
                   MOVE empleados-clabe TO WS-DD-Clabe
                   MOVE WS-Neto-Emp TO WS-DD-Neto
                   MOVE WS-Linea-Detalle-Disp TO dispersion-linea
                   WRITE dispersion-linea
                   ADD 1 TO WS-Total-Dispersados
                   ADD WS-Neto-Emp TO WS-Suma-Dispersion
               END-IF.
               PERFORM Registrar-Auditoria.

           Escribir-Renglon-Detalle.
               MOVE empleados-id TO detanual-id.
               MOVE WS-Fecha-Proceso TO detanual-fecha.
               MOVE WS-Periodo-Especial TO detanual-periodo.
               MOVE WS-CE-Clave(WS-Indice-CE) TO detanual-concepto.
               MOVE WS-CE-Clase(WS-Indice-CE) TO detanual-clase.
               MOVE WS-CE-Monto(WS-Indice-CE) TO detanual-monto.
               MOVE ZERO TO detanual-gravado.
               MOVE ZERO TO detanual-exento.
               MOVE WS-CE-Clave(WS-Indice-CE) TO WS-Concepto-Codigo.
               PERFORM Buscar-Concepto-Catalogo.
               IF WS-Concepto-Hallado = "S"
                   MOVE WS-Con-Sat-Tipo(WS-Indice-Con)
                       TO detanual-sat-tipo
               ELSE
                   IF detanual-percepcion
                       MOVE "038" TO detanual-sat-tipo
                   ELSE
                       MOVE "004" TO detanual-sat-tipo
                   END-IF
               END-IF.
               IF detanual-percepcion
                   MOVE WS-CE-Gravado(WS-Indice-CE)
                       TO detanual-gravado
                   COMPUTE detanual-exento =
                       detanual-monto - detanual-gravado
               END-IF.
               WRITE detanual-registro.

      * Cada empleado se asienta en la poliza de su patron (razon
      * social); los que no tienen asignacion son del principal.
           Acumular-Poliza-Extra.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE empleados-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE "N" TO WS-PP-Hallado.
               PERFORM VARYING WS-Indice-PP FROM 1 BY 1
                   UNTIL WS-Indice-PP > WS-Total-Pol-Patrones
                   OR WS-PP-Hallado = "S"
                   IF WS-PP-Clave(WS-Indice-PP) = WS-Pat-Clave
                       MOVE "S" TO WS-PP-Hallado
                       SUBTRACT 1 FROM WS-Indice-PP
                   END-IF
               END-PERFORM.
               IF WS-PP-Hallado = "N"
                   AND WS-Total-Pol-Patrones NOT < 50
                   MOVE "PATRONES" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-PP-Hallado = "N"
                   AND WS-Total-Pol-Patrones < 50
                   ADD 1 TO WS-Total-Pol-Patrones
                   MOVE WS-Total-Pol-Patrones TO WS-Indice-PP
                   MOVE WS-Pat-Clave TO WS-PP-Clave(WS-Indice-PP)
                   MOVE ZERO TO WS-PP-Cargos(WS-Indice-PP)
                   MOVE ZERO TO WS-PP-Abonos(WS-Indice-PP)
                   MOVE "S" TO WS-PP-Hallado
               END-IF.
               IF WS-PP-Hallado = "S"
                   PERFORM Acumular-Poliza-Patron
               END-IF.

      * Las percepciones se cargan al departamento del empleado, o
      * a los centros de su reparto de costo cuando suma 100.
           Acumular-Poliza-Patron.
               PERFORM Sumar-Reparto-Empleado.
               IF WS-Suma-Reparto = 100
                   MOVE ZERO TO WS-Monto-Repartido
                   PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                       UNTIL WS-Indice-Dist > WS-Total-Dist
                       IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                           MOVE WS-Dis-Depto(WS-Indice-Dist)
                               TO WS-Depto-Cargo
                           IF WS-Indice-Dist = WS-Ultimo-Reparto
                               COMPUTE WS-Monto-Cargo =
                                   WS-Percepciones-Emp
                                   - WS-Monto-Repartido
                           ELSE
                               COMPUTE WS-Monto-Cargo ROUNDED =
                                   WS-Percepciones-Emp
                                   * WS-Dis-Porcentaje(WS-Indice-Dist)
                                   / 100
                           END-IF
                           ADD WS-Monto-Cargo TO WS-Monto-Repartido
                           PERFORM Sumar-Cargo-Depto
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE empleados-departamento TO WS-Depto-Cargo
                   MOVE WS-Percepciones-Emp TO WS-Monto-Cargo
                   PERFORM Sumar-Cargo-Depto
               END-IF.
               PERFORM VARYING WS-Indice-CE FROM 1 BY 1
                   UNTIL WS-Indice-CE > WS-Total-Conc-Emp
                   IF WS-CE-Clase(WS-Indice-CE) = "D"
                       MOVE WS-CE-Clave(WS-Indice-CE)
                           TO WS-Concepto-Codigo
                       MOVE WS-CE-Monto(WS-Indice-CE)
                           TO WS-Concepto-Monto
                       PERFORM Acumular-Abono-Concepto
                   END-IF
               END-PERFORM.
               MOVE "NETO" TO WS-Concepto-Codigo.
               MOVE WS-Neto-Emp TO WS-Concepto-Monto.
               PERFORM Acumular-Abono-Concepto.

           Sumar-Reparto-Empleado.
               MOVE ZERO TO WS-Suma-Reparto.
               MOVE ZERO TO WS-Ultimo-Reparto.
               PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                   UNTIL WS-Indice-Dist > WS-Total-Dist
                   IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                       ADD WS-Dis-Porcentaje(WS-Indice-Dist)
                           TO WS-Suma-Reparto
                       MOVE WS-Indice-Dist TO WS-Ultimo-Reparto
                   END-IF
               END-PERFORM.

           Sumar-Cargo-Depto.
               ADD WS-Monto-Cargo TO WS-PP-Cargos(WS-Indice-PP).
               MOVE "N" TO WS-Cargo-Hallado.
               PERFORM VARYING WS-Indice-Cargo FROM 1 BY 1
                   UNTIL WS-Indice-Cargo > WS-Total-Cargos
                   OR WS-Cargo-Hallado = "S"
                   IF WS-Car-Patron(WS-Indice-Cargo) = WS-Pat-Clave
                       AND WS-Car-Depto(WS-Indice-Cargo)
                       = WS-Depto-Cargo
                       MOVE "S" TO WS-Cargo-Hallado
                       ADD WS-Monto-Cargo
                           TO WS-Car-Monto(WS-Indice-Cargo)
                   END-IF
               END-PERFORM.
               IF WS-Cargo-Hallado = "N"
                   AND WS-Total-Cargos NOT < 100
                   MOVE "CARGOS POR DEPARTAMENTO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Cargo-Hallado = "N"
                   AND WS-Total-Cargos < 100
                   ADD 1 TO WS-Total-Cargos
                   MOVE WS-Pat-Clave
                       TO WS-Car-Patron(WS-Total-Cargos)
                   MOVE WS-Depto-Cargo
                       TO WS-Car-Depto(WS-Total-Cargos)
                   PERFORM Buscar-Cuenta-Gasto
                   MOVE WS-Cuenta-Gasto
                       TO WS-Car-Cuenta(WS-Total-Cargos)
                   MOVE WS-Monto-Cargo
                       TO WS-Car-Monto(WS-Total-Cargos)
               END-IF.

           Acumular-Abono-Concepto.
               ADD WS-Concepto-Monto TO WS-PP-Abonos(WS-Indice-PP).
               MOVE "N" TO WS-Abono-Hallado.
               PERFORM VARYING WS-Indice-Abono FROM 1 BY 1
                   UNTIL WS-Indice-Abono > WS-Total-Abonos
                   OR WS-Abono-Hallado = "S"
                   IF WS-Abo-Patron(WS-Indice-Abono) = WS-Pat-Clave
                       AND WS-Abo-Codigo(WS-Indice-Abono)
                       = WS-Concepto-Codigo
                       MOVE "S" TO WS-Abono-Hallado
                       ADD WS-Concepto-Monto
                           TO WS-Abo-Monto(WS-Indice-Abono)
                   END-IF
               END-PERFORM.
               IF WS-Abono-Hallado = "N"
                   AND WS-Total-Abonos NOT < 60
                   MOVE "ABONOS POR CONCEPTO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Abono-Hallado = "N"
                   AND WS-Total-Abonos < 60
                   ADD 1 TO WS-Total-Abonos
                   MOVE WS-Pat-Clave
                       TO WS-Abo-Patron(WS-Total-Abonos)
                   MOVE WS-Concepto-Codigo
                       TO WS-Abo-Codigo(WS-Total-Abonos)
                   MOVE WS-Concepto-Monto
                       TO WS-Abo-Monto(WS-Total-Abonos)
               END-IF.

           Buscar-Cuenta-Gasto.
               MOVE "6100-GASTO" TO WS-Cuenta-Gasto.
               PERFORM VARYING WS-Indice-CC FROM 1 BY 1
                   UNTIL WS-Indice-CC > WS-Total-Centros
                   IF WS-CC-Depto(WS-Indice-CC)
                       = WS-Depto-Cargo
                       MOVE WS-CC-Cuenta(WS-Indice-CC)
                           TO WS-Cuenta-Gasto
                   END-IF
               END-PERFORM.

           Escribir-Cola-Dispersion.
               MOVE WS-Total-Dispersados TO WS-TD-Detalles.
               MOVE WS-Suma-Dispersion TO WS-TD-Suma.
               MOVE WS-Linea-Cola-Disp TO dispersion-linea.
               WRITE dispersion-linea.

      * Igual que la poliza ordinaria, cada patron debe cuadrar por
      * separado; se verifica antes de emitir cualquier cosa.
           Verificar-Poliza-Extra.
               MOVE "S" TO WS-Poliza-Cuadrada.
               PERFORM VARYING WS-Indice-PP FROM 1 BY 1
                   UNTIL WS-Indice-PP > WS-Total-Pol-Patrones
                   IF WS-PP-Cargos(WS-Indice-PP)
                       NOT = WS-PP-Abonos(WS-Indice-PP)
                       MOVE "N" TO WS-Poliza-Cuadrada
                       DISPLAY "La poliza extraordinaria del patron "
                           WS-PP-Clave(WS-Indice-PP) " NO cuadra: "
                           "cargos " WS-PP-Cargos(WS-Indice-PP)
                           " contra abonos "
                           WS-PP-Abonos(WS-Indice-PP) "."
                   END-IF
               END-PERFORM.

      * La poliza sale agrupada por patron: sus cargos y luego sus
      * abonos, con la clave del patron en cada renglon.
           Escribir-Poliza-Extra.
               MOVE ZERO TO WS-Suma-Cargos.
               MOVE ZERO TO WS-Suma-Abonos.
               OPEN OUTPUT Poliza-extra-archivo.
               PERFORM VARYING WS-Indice-PP FROM 1 BY 1
                   UNTIL WS-Indice-PP > WS-Total-Pol-Patrones
                   PERFORM Escribir-Poliza-Patron
               END-PERFORM.
               CLOSE Poliza-extra-archivo.
               DISPLAY "Poliza contable emitida en "
                   "nomina-poliza-extra.dat (" WS-Total-Pol-Patrones
                   " patrones, cuadrada).".

           Escribir-Poliza-Patron.
               PERFORM VARYING WS-Indice-Cargo FROM 1 BY 1
                   UNTIL WS-Indice-Cargo > WS-Total-Cargos
                   IF WS-Car-Patron(WS-Indice-Cargo)
                       = WS-PP-Clave(WS-Indice-PP)
                       MOVE WS-Periodo-Especial
                           TO poliza-extra-periodo
                       MOVE "D" TO poliza-extra-tipo
                       MOVE WS-Car-Cuenta(WS-Indice-Cargo)
                           TO poliza-extra-cuenta
                       MOVE WS-Car-Depto(WS-Indice-Cargo)
                           TO poliza-extra-descripcion
                       MOVE WS-Car-Monto(WS-Indice-Cargo)
                           TO poliza-extra-monto
                       MOVE WS-Car-Patron(WS-Indice-Cargo)
                           TO poliza-extra-patron
                       WRITE poliza-extra-registro
                       ADD WS-Car-Monto(WS-Indice-Cargo)
                           TO WS-Suma-Cargos
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Abono FROM 1 BY 1
                   UNTIL WS-Indice-Abono > WS-Total-Abonos
                   IF WS-Abo-Patron(WS-Indice-Abono)
                       = WS-PP-Clave(WS-Indice-PP)
                       PERFORM Escribir-Abono-Extra
                       ADD WS-Abo-Monto(WS-Indice-Abono)
                           TO WS-Suma-Abonos
                   END-IF
               END-PERFORM.

           Escribir-Abono-Extra.
               MOVE WS-Periodo-Especial TO poliza-extra-periodo.
               MOVE "C" TO poliza-extra-tipo.
               MOVE SPACE TO poliza-extra-cuenta.
               STRING "2100-" WS-Abo-Codigo(WS-Indice-Abono)
                   DELIMITED BY SIZE INTO poliza-extra-cuenta.
               MOVE WS-Abo-Codigo(WS-Indice-Abono)
                   TO poliza-extra-descripcion.
               MOVE WS-Abo-Codigo(WS-Indice-Abono)
                   TO WS-Concepto-Codigo.
               PERFORM Buscar-Concepto-Catalogo.
               IF WS-Concepto-Hallado = "S"
                   MOVE WS-Con-Descripcion(WS-Indice-Con)
                       TO poliza-extra-descripcion
                   IF WS-Con-Cuenta(WS-Indice-Con) NOT = SPACE
                       MOVE WS-Con-Cuenta(WS-Indice-Con)
                           TO poliza-extra-cuenta
                   END-IF
               END-IF.
               MOVE WS-Abo-Monto(WS-Indice-Abono)
                   TO poliza-extra-monto.
               MOVE WS-Abo-Patron(WS-Indice-Abono)
                   TO poliza-extra-patron.
               WRITE poliza-extra-registro.

      * El periodo especial queda dispersado en el catalogo de
      * periodos, del dia de proceso al mismo dia.
           Registrar-Periodo-Especial.
               IF WS-Total-Periodos < 100
                   ADD 1 TO WS-Total-Periodos
                   MOVE WS-Periodo-Especial
                       TO WS-Per-Id(WS-Total-Periodos)
                   MOVE WS-Fecha-Proceso
                       TO WS-Per-Inicio(WS-Total-Periodos)
                   MOVE WS-Fecha-Proceso
                       TO WS-Per-Fin(WS-Total-Periodos)
                   MOVE "D" TO WS-Per-Estado(WS-Total-Periodos)
               END-IF.
               OPEN OUTPUT Periodos-archivo.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Periodos
                   MOVE WS-Periodo-Item(WS-Indice-Per)
                       TO periodo-registro
                   WRITE periodo-registro
               END-PERFORM.
               CLOSE Periodos-archivo.

      * La lista queda solo con lo rechazado, para corregirlo y
      * volver a emitir en otra corrida.
           Reescribir-Rechazados.
               OPEN OUTPUT Extra-archivo.
               PERFORM VARYING WS-Indice-Ext FROM 1 BY 1
                   UNTIL WS-Indice-Ext > WS-Total-Extra
                   IF WS-Ext-Estado(WS-Indice-Ext) = "R"
                       MOVE WS-Ext-Id(WS-Indice-Ext) TO extra-id
                       MOVE WS-Ext-Concepto(WS-Indice-Ext)
                           TO extra-concepto
                       MOVE WS-Ext-Monto(WS-Indice-Ext)
                           TO extra-monto
                       WRITE extra-registro
                   END-IF
               END-PERFORM.
               CLOSE Extra-archivo.

           Leer-Folio.
               MOVE ZERO TO WS-Folio-Actual.
               OPEN INPUT Folio-archivo.
               IF WS-Folio-Status = "00"
                   READ Folio-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE folio-ultimo TO WS-Folio-Actual
                   END-READ
               END-IF.
               CLOSE Folio-archivo.

           Guardar-Folio.
               MOVE WS-Folio-Actual TO folio-ultimo.
               OPEN OUTPUT Folio-archivo.
               WRITE folio-registro.
               CLOSE Folio-archivo.

           Registrar-Auditoria.
               MOVE empleados-id TO auditoria-id.
               MOVE "PAGO-EXTRA" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

      * Sin tarifa en archivo no se retiene ISR; Calcula-nomina la
      * siembra en su primera corrida.
           Cargar-Tabla-Isr.
               MOVE ZERO TO WS-Total-Isr-Tabla.
               MOVE "N" TO WS-Fin-Isr.
               OPEN INPUT Isr-archivo.
               IF WS-Isr-Status NOT = "00"
                   MOVE "S" TO WS-Fin-Isr
                   DISPLAY "No hay tarifa de ISR; el pago sale sin "
                       "retencion."
               END-IF.
               PERFORM UNTIL WS-Fin-Isr = "S"
                   OR WS-Total-Isr-Tabla = 15
                   READ Isr-archivo
                       AT END
                           MOVE "S" TO WS-Fin-Isr
                       NOT AT END
                           ADD 1 TO WS-Total-Isr-Tabla
                           MOVE isr-limite-inferior
                               TO WS-Isr-Limite(WS-Total-Isr-Tabla)
                           MOVE isr-cuota-fija
                               TO WS-Isr-Cuota(WS-Total-Isr-Tabla)
                           MOVE isr-tasa
                               TO WS-Isr-Tasa(WS-Total-Isr-Tabla)
                   END-READ
               END-PERFORM.
               CLOSE Isr-archivo.

           Cargar-Centros-Costo.
               MOVE ZERO TO WS-Total-Centros.
               MOVE "1" TO WS-Fin-Centros.
               OPEN INPUT Centros-costo-archivo.
               IF WS-Centros-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Centros
               END-IF.
               PERFORM UNTIL WS-Fin-Centros = "0"
                   READ Centros-costo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Centros
                       NOT AT END
                           IF WS-Total-Centros < 20
                               ADD 1 TO WS-Total-Centros
                               MOVE cc-departamento TO
                                   WS-CC-Depto(WS-Total-Centros)
                               MOVE cc-cuenta TO
                                   WS-CC-Cuenta(WS-Total-Centros)
                           ELSE
                               MOVE "CENTROS DE COSTO"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                               MOVE "0" TO WS-Fin-Centros
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Centros-costo-archivo.

           Cargar-Distribucion-Costos.
               MOVE ZERO TO WS-Total-Dist.
               MOVE "1" TO WS-Fin-Distribucion.
               OPEN INPUT Distribucion-costos-archivo.
               IF WS-Distribucion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Distribucion
               END-IF.
               PERFORM UNTIL WS-Fin-Distribucion = "0"
                   READ Distribucion-costos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Distribucion
                       NOT AT END
                           IF WS-Total-Dist < 1000
                               ADD 1 TO WS-Total-Dist
                               MOVE dist-id TO
                                   WS-Dis-Id(WS-Total-Dist)
                               MOVE dist-departamento TO
                                   WS-Dis-Depto(WS-Total-Dist)
                               MOVE dist-porcentaje TO
                                   WS-Dis-Porcentaje(WS-Total-Dist)
                           ELSE
                               MOVE "DISTRIBUCION DE COSTOS"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                               MOVE "0" TO WS-Fin-Distribucion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Distribucion-costos-archivo.

      * El catalogo de conceptos lo siembra Rutinas-conceptos la
      * primera vez; aqui solo se sube a memoria.
           Cargar-Conceptos.
               MOVE "SUEL" TO WS-Con-Dummy-Clave.
               CALL "Rutinas-conceptos" USING WS-Con-Dummy-Clave
                   WS-Con-Dummy-Registro WS-Con-Dummy-Hallado.
               MOVE ZERO TO WS-Total-Conceptos.
               MOVE "1" TO WS-Fin-Conceptos.
               OPEN INPUT Conceptos-archivo.
               IF WS-Conceptos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Conceptos
               END-IF.
               PERFORM UNTIL WS-Fin-Conceptos = "0"
                   READ Conceptos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Conceptos
                       NOT AT END
                           IF WS-Total-Conceptos < 50
                               ADD 1 TO WS-Total-Conceptos
                               MOVE concepto-registro TO
                                   WS-Concepto-Item
                                       (WS-Total-Conceptos)
                           ELSE
                               MOVE "CONCEPTOS" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                               MOVE "0" TO WS-Fin-Conceptos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Buscar-Concepto-Catalogo.
               MOVE "N" TO WS-Concepto-Hallado.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   OR WS-Concepto-Hallado = "S"
                   IF WS-Con-Clave(WS-Indice-Con)
                       = WS-Concepto-Codigo
                       MOVE "S" TO WS-Concepto-Hallado
                       SUBTRACT 1 FROM WS-Indice-Con
                   END-IF
               END-PERFORM.

           Tabla-Excedida.
               MOVE "S" TO WS-Capacidad-Excedida.
               IF WS-Tabla-Excedida NOT = WS-Ultima-Excedida
                   MOVE WS-Tabla-Excedida TO WS-Ultima-Excedida
                   DISPLAY "La tabla de "
                       FUNCTION TRIM(WS-Tabla-Excedida)
                       " excede la capacidad de trabajo; depure el "
                       "archivo y relance."
                   PERFORM Registrar-Aviso-Capacidad
               END-IF.

           Registrar-Aviso-Capacidad.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Calcula-extraord" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de " DELIMITED BY SIZE
                   WS-Tabla-Excedida DELIMITED BY "  "
                   " llena; extra detenida" DELIMITED BY SIZE
                   INTO aviso-texto
               END-STRING.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Mostrar-Resumen.
               DISPLAY "===== Nomina extraordinaria "
                   WS-Periodo-Especial " =====".
               DISPLAY "Recibos emitidos: " WS-Total-Pagados
                   " (folios " WS-Folio-Inicial " en adelante, en "
                   "nomina-recibos-extra.dat)".
               DISPLAY "Empleados rechazados (quedan en la lista): "
                   WS-Total-Rechazados.
               DISPLAY "Percepciones: " WS-Total-Bruto
                   "  neto: " WS-Total-Neto.
               DISPLAY "Dispersion en nomina-dispersion-extra.txt: "
                   WS-Total-Dispersados " pagos por "
                   WS-Suma-Dispersion.
               DISPLAY "Sin CLABE (pago por otro medio): "
                   WS-Total-Sin-Cuenta.

       END PROGRAM Calcula-extraordinaria.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Concilia-banco.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "cuentas-verificadas-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT OPTIONAL Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       SELECT OPTIONAL Rechazos-banco-archivo
       ASSIGN TO "banco-devoluciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rechazos-Status.

       SELECT OPTIONAL Devoluciones-archivo
       ASSIGN TO "nomina-devoluciones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Devoluciones-Status.

       SELECT Repago-archivo
       ASSIGN TO "nomina-repago.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Repago-Status.

       SELECT OPTIONAL Estado-cuenta-archivo
       ASSIGN TO "banco-estado-cuenta.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Estado-Cuenta-Status.

       SELECT OPTIONAL Fondeo-archivo
       ASSIGN TO WS-Fondeo-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Fondeo-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "cuentas-verificadas-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

      * Recibos del ultimo calculo, con la marca de deposito
      * devuelto al final: en blanco el recibo se considera pagado.
       FD  Recibos-archivo.

       01  recibo-registro.
           05  recibo-id PIC X(6).
           05  recibo-fecha PIC X(8).
           05  recibo-nombre PIC X(25).
           05  recibo-apellidos PIC X(35).
           05  recibo-bruto PIC 9(7)V99.
           05  recibo-deducciones PIC 9(7)V99.
           05  recibo-neto PIC 9(7)V99.
           05  recibo-pagado PIC X.
               88 recibo-no-pagado VALUE "N".

      * El banco regresa una linea por deposito que no pudo abonar:
      * ID y CLABE tal como se enviaron, importe y motivo (CC
      * cuenta cancelada, CI CLABE inexistente, OT otro).
       FD  Rechazos-banco-archivo.

       01  rechazo-banco-registro.
           05  rechazo-banco-id PIC X(6).
           05  rechazo-banco-clabe PIC X(18).
           05  rechazo-banco-monto PIC 9(7)V99.
           05  rechazo-banco-motivo PIC X(2).

      * Registro de depositos devueltos; de aqui sale la lista de
      * repago y aqui se anota cuando ya se repago.
       FD  Devoluciones-archivo.

       01  devolucion-registro.
           05  devolucion-periodo PIC X(7).
           05  devolucion-id PIC X(6).
           05  devolucion-clabe PIC X(18).
           05  devolucion-monto PIC 9(7)V99.
           05  devolucion-motivo PIC X(2).
           05  devolucion-fecha PIC X(8).
           05  devolucion-estado PIC X.
               88 devolucion-pendiente VALUE "P".
               88 devolucion-repagada VALUE "R".

       FD  Repago-archivo.

       01  repago-linea PIC X(100).

      * Estado de cuenta de cada banco pagador: cargos (C) y
      * abonos (A) del dia con su referencia.
       FD  Estado-cuenta-archivo.

       01  estado-cuenta-registro.
           05  edocta-banco PIC X(3).
           05  edocta-fecha PIC X(8).
           05  edocta-tipo PIC X.
               88 edocta-cargo VALUE "C".
           05  edocta-monto PIC 9(11)V99.
           05  edocta-referencia PIC X(20).

      * Resumen de fondeo que deja Extracto-interfaz-nomina: un
      * titulo y una linea por banco con su total dispersado.
       FD  Fondeo-archivo.

       01  fondeo-registro.
           05  fondeo-codigo PIC X(3).
           05  FILLER PIC X.
           05  fondeo-nombre PIC X(20).
           05  FILLER PIC X(11).
           05  fondeo-cuenta PIC ZZZ,ZZ9.
           05  FILLER PIC X(9).
           05  fondeo-suma PIC ZZZ,ZZZ,ZZ9.99.


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Cuentas-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Recibos-Status PIC XX.
           01 WS-Rechazos-Status PIC XX.
           01 WS-Devoluciones-Status PIC XX.
           01 WS-Repago-Status PIC XX.
           01 WS-Estado-Cuenta-Status PIC XX.
           01 WS-Fondeo-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Conciliacion PIC X VALUE "N".
           01 Opcion-Conciliacion PIC 9.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Registro-Hallado PIC X.

      * Cada grupo de pago tiene sus propios recibos y su propio
      * resumen de fondeo.
           01 WS-Grupo-Entrada PIC X.
           01 WS-Grupo-Pago PIC X VALUE "Q".
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".
           01 WS-Fondeo-Filename PIC X(30)
               VALUE "bancos-fondeo.txt".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Periodo-Actual-Id PIC X(7).
           01 WS-Per-Grupo-Inicio PIC X(8).
           01 WS-Per-Grupo-Fin PIC X(8).

           01 WS-Fin-Recibos PIC X.
           01 WS-Total-Recibos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Rec PIC 9(4).
           01 WS-Recibo-Hallado PIC X.
           01 WS-Tabla-Recibos.
               05 WS-Recibo-Item OCCURS 1000 TIMES PIC X(102).

           01 WS-Fin-Cuentas PIC X.
           01 WS-Total-Cuentas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Cta PIC 9(4).
           01 WS-Cuenta-Hallada PIC X.
           01 WS-Tabla-Cuentas.
               05 WS-Cuenta-Item OCCURS 1000 TIMES.
                   10 WS-Cta-Id PIC X(6).
                   10 WS-Cta-Clabe PIC X(18).
                   10 WS-Cta-Estado PIC X.
                   10 WS-Cta-Fecha PIC X(8).

           01 WS-Fin-Devoluciones PIC X.
           01 WS-Total-Devoluciones PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dev PIC 9(4).
           01 WS-Devolucion-Repetida PIC X.
           01 WS-Tabla-Devoluciones.
               05 WS-Devolucion-Item OCCURS 1000 TIMES PIC X(51).

           01 Fin-de-Rechazos PIC X.
           01 WS-Total-Devueltos PIC 9(4) VALUE ZERO.
           01 WS-Total-Repetidos PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Recibo PIC 9(4) VALUE ZERO.
           01 WS-Suma-Devuelta PIC 9(11)V99 VALUE ZERO.

           01 WS-Total-Pendientes PIC 9(4) VALUE ZERO.
           01 WS-Total-Listos PIC 9(4) VALUE ZERO.
           01 WS-Total-Repagados PIC 9(4) VALUE ZERO.
           01 WS-Suma-Pendiente PIC 9(11)V99 VALUE ZERO.
           01 WS-Clabe-Actual PIC X(18).
           01 WS-Situacion-Repago PIC X(20).
           01 WS-Linea-Repago.
               05 WS-LR-Periodo PIC X(7).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Monto PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Motivo PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Clabe-Devuelta PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Clabe-Actual PIC X(18).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Situacion PIC X(20).

      * Totales por banco: lo fondeado segun el resumen del extracto
      * contra los cargos del estado de cuenta.
           01 WS-Fin-Fondeo PIC X.
           01 WS-Fin-Estado-Cuenta PIC X.
           01 WS-Banco-Buscado PIC X(3).
           01 WS-Total-Bancos PIC 99 VALUE ZERO.
           01 WS-Indice-Banco PIC 99.
           01 WS-Banco-Hallado PIC X.
           01 WS-Tabla-Bancos.
               05 WS-Banco-Item OCCURS 30 TIMES.
                   10 WS-Ban-Codigo PIC X(3).
                   10 WS-Ban-Fondeo PIC 9(11)V99.
                   10 WS-Ban-Cargos PIC 9(11)V99.
           01 WS-Diferencia-Banco PIC S9(11)V99.
           01 WS-Diferencia-Edit PIC -ZZZ,ZZZ,ZZ9.99.
           01 WS-Total-Diferencias PIC 99 VALUE ZERO.

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           PERFORM Elegir-Grupo-Pago.
           PERFORM Mantener-Conciliacion
           UNTIL Salir-Conciliacion = "S".
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

           Elegir-Grupo-Pago.
               DISPLAY "Grupo de pago: Quincenal o Semanal (Q/S)? ".
               MOVE SPACE TO WS-Grupo-Entrada.
               ACCEPT WS-Grupo-Entrada.
               IF WS-Grupo-Entrada = "S" OR WS-Grupo-Entrada = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
                   MOVE "bancos-fondeo-semanal.txt"
                       TO WS-Fondeo-Filename
               END-IF.

           Mantener-Conciliacion.
               DISPLAY "===== Devoluciones y Conciliacion Bancaria "
                   "=====".
               DISPLAY "1. Importar devoluciones del banco".
               DISPLAY "2. Lista de repago".
               DISPLAY "3. Registrar repago de un empleado".
               DISPLAY "4. Conciliar estado de cuenta contra fondeo".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Conciliacion.
               EVALUATE Opcion-Conciliacion
                   WHEN 1
                       PERFORM Importar-Devoluciones
                   WHEN 2
                       PERFORM Generar-Lista-Repago
                   WHEN 3
                       PERFORM Registrar-Repago
                   WHEN 4
                       PERFORM Conciliar-Estado-Cuenta
                   WHEN 5
                       MOVE "S" TO Salir-Conciliacion
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Cada deposito devuelto deja el recibo como no pagado,
      * retiene la CLABE en cuentas-verificadas.dat (estado H, no
      * se vuelve a dispersar a ella) y queda pendiente de repago.
      * Una devolucion ya registrada para el mismo periodo y
      * empleado no se duplica.
           Importar-Devoluciones.
               MOVE ZERO TO WS-Total-Devueltos.
               MOVE ZERO TO WS-Total-Repetidos.
               MOVE ZERO TO WS-Total-Sin-Recibo.
               MOVE ZERO TO WS-Suma-Devuelta.
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
               PERFORM Obtener-Fecha-Proceso.
               CALL "Rutinas-periodo" USING WS-Grupo-Pago
                   WS-Fecha-Proceso WS-Periodo-Actual-Id
                   WS-Per-Grupo-Inicio WS-Per-Grupo-Fin.
               PERFORM Cargar-Recibos.
               PERFORM Cargar-Cuentas.
               PERFORM Cargar-Devoluciones.
               MOVE "1" TO Fin-de-Rechazos.
               OPEN INPUT Rechazos-banco-archivo.
               IF WS-Rechazos-Status NOT = "00"
                   DISPLAY "No se encontro banco-devoluciones.txt "
                       "del banco."
                   MOVE "0" TO Fin-de-Rechazos
               END-IF.
               PERFORM UNTIL Fin-de-Rechazos = "0"
                   READ Rechazos-banco-archivo
                       AT END
                           MOVE "0" TO Fin-de-Rechazos
                       NOT AT END
                           IF rechazo-banco-id NUMERIC
                               PERFORM Aplicar-Devolucion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Rechazos-banco-archivo.
               IF WS-Total-Devueltos > ZERO
                   PERFORM Reescribir-Recibos
                   PERFORM Reescribir-Cuentas
                   PERFORM Reescribir-Devoluciones
               END-IF.
               DISPLAY "Depositos devueltos registrados: "
                   WS-Total-Devueltos " por " WS-Suma-Devuelta.
               DISPLAY "Devoluciones ya registradas antes: "
                   WS-Total-Repetidos.
               DISPLAY "Devoluciones sin recibo en "
                   FUNCTION TRIM(WS-Recibos-Filename) ": "
                   WS-Total-Sin-Recibo.

           Aplicar-Devolucion.
               MOVE "N" TO WS-Devolucion-Repetida.
               PERFORM VARYING WS-Indice-Dev FROM 1 BY 1
                   UNTIL WS-Indice-Dev > WS-Total-Devoluciones
                   MOVE WS-Devolucion-Item(WS-Indice-Dev)
                       TO devolucion-registro
                   IF devolucion-periodo = WS-Periodo-Actual-Id
                       AND devolucion-id = rechazo-banco-id
                       MOVE "S" TO WS-Devolucion-Repetida
                   END-IF
               END-PERFORM.
               IF WS-Devolucion-Repetida = "S"
                   ADD 1 TO WS-Total-Repetidos
               ELSE
                   PERFORM Marcar-Recibo-No-Pagado
                   PERFORM Retener-Clabe
                   PERFORM Anotar-Devolucion
                   PERFORM Registrar-Aviso-Devolucion
                   ADD 1 TO WS-Total-Devueltos
                   ADD rechazo-banco-monto TO WS-Suma-Devuelta
               END-IF.

           Marcar-Recibo-No-Pagado.
               MOVE "N" TO WS-Recibo-Hallado.
               PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Total-Recibos
                   OR WS-Recibo-Hallado = "S"
                   MOVE WS-Recibo-Item(WS-Indice-Rec)
                       TO recibo-registro
                   IF recibo-id = rechazo-banco-id
                       MOVE "S" TO WS-Recibo-Hallado
                       MOVE "N" TO recibo-pagado
                       MOVE recibo-registro
                           TO WS-Recibo-Item(WS-Indice-Rec)
                   END-IF
               END-PERFORM.
               IF WS-Recibo-Hallado = "N"
                   ADD 1 TO WS-Total-Sin-Recibo
                   DISPLAY "ID " rechazo-banco-id
                       ": devolucion sin recibo del periodo "
                       WS-Periodo-Actual-Id
               END-IF.

           Retener-Clabe.
               MOVE "N" TO WS-Cuenta-Hallada.
               PERFORM VARYING WS-Indice-Cta FROM 1 BY 1
                   UNTIL WS-Indice-Cta > WS-Total-Cuentas
                   OR WS-Cuenta-Hallada = "S"
                   IF WS-Cta-Id(WS-Indice-Cta) = rechazo-banco-id
                       AND WS-Cta-Clabe(WS-Indice-Cta)
                           = rechazo-banco-clabe
                       MOVE "S" TO WS-Cuenta-Hallada
                       MOVE "H" TO WS-Cta-Estado(WS-Indice-Cta)
                       MOVE WS-Fecha-Proceso
                           TO WS-Cta-Fecha(WS-Indice-Cta)
                   END-IF
               END-PERFORM.
               IF WS-Cuenta-Hallada = "N"
                   IF WS-Total-Cuentas < 1000
                       ADD 1 TO WS-Total-Cuentas
                       MOVE rechazo-banco-id
                           TO WS-Cta-Id(WS-Total-Cuentas)
                       MOVE rechazo-banco-clabe
                           TO WS-Cta-Clabe(WS-Total-Cuentas)
                       MOVE "H" TO WS-Cta-Estado(WS-Total-Cuentas)
                       MOVE WS-Fecha-Proceso
                           TO WS-Cta-Fecha(WS-Total-Cuentas)
                   ELSE
                       DISPLAY "El archivo de cuentas verificadas "
                           "esta lleno; la CLABE del ID "
                           rechazo-banco-id " no quedo retenida."
                   END-IF
               END-IF.

           Anotar-Devolucion.
               MOVE WS-Periodo-Actual-Id TO devolucion-periodo.
               MOVE rechazo-banco-id TO devolucion-id.
               MOVE rechazo-banco-clabe TO devolucion-clabe.
               MOVE rechazo-banco-monto TO devolucion-monto.
               MOVE rechazo-banco-motivo TO devolucion-motivo.
               MOVE WS-Fecha-Proceso TO devolucion-fecha.
               MOVE "P" TO devolucion-estado.
               IF WS-Total-Devoluciones < 1000
                   ADD 1 TO WS-Total-Devoluciones
                   MOVE devolucion-registro
                       TO WS-Devolucion-Item(WS-Total-Devoluciones)
               ELSE
                   DISPLAY "El registro de devoluciones esta lleno; "
                       "depurelo."
               END-IF.

           Registrar-Aviso-Devolucion.
               MOVE "Concilia-banco" TO aviso-programa.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Deposito devuelto por el banco al ID "
                   rechazo-banco-id " motivo " rechazo-banco-motivo
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

      * Lista de repago: cada devolucion pendiente con la CLABE que
      * tiene hoy el empleado. Solo se puede repagar por deposito
      * cuando ya se capturo una cuenta distinta a la devuelta.
           Generar-Lista-Repago.
               PERFORM Cargar-Devoluciones.
               MOVE ZERO TO WS-Total-Pendientes.
               MOVE ZERO TO WS-Total-Listos.
               MOVE ZERO TO WS-Suma-Pendiente.
               OPEN INPUT Empleados-archivo.
               OPEN OUTPUT Repago-archivo.
               MOVE "LISTA DE REPAGO DE DEPOSITOS DEVUELTOS"
                   TO repago-linea.
               WRITE repago-linea.
               MOVE "PERIODO ID     IMPORTE        MO CLABE DEVUELTA"
                   TO repago-linea.
               MOVE "CLABE ACTUAL       SITUACION" TO repago-linea(52:).
               WRITE repago-linea.
               PERFORM VARYING WS-Indice-Dev FROM 1 BY 1
                   UNTIL WS-Indice-Dev > WS-Total-Devoluciones
                   MOVE WS-Devolucion-Item(WS-Indice-Dev)
                       TO devolucion-registro
                   IF devolucion-pendiente
                       PERFORM Escribir-Linea-Repago
                   END-IF
               END-PERFORM.
               MOVE SPACE TO repago-linea.
               STRING "PENDIENTES: " WS-Total-Pendientes
                   "  LISTOS PARA DEPOSITO: " WS-Total-Listos
                   "  IMPORTE: " WS-Suma-Pendiente
                   DELIMITED BY SIZE INTO repago-linea.
               WRITE repago-linea.
               CLOSE Repago-archivo.
               CLOSE Empleados-archivo.
               DISPLAY "Lista de repago en nomina-repago.txt: "
                   WS-Total-Pendientes " pendientes, "
                   WS-Total-Listos " ya con cuenta nueva.".

           Escribir-Linea-Repago.
               ADD 1 TO WS-Total-Pendientes.
               ADD devolucion-monto TO WS-Suma-Pendiente.
               MOVE devolucion-id TO empleados-id.
               MOVE SPACE TO WS-Clabe-Actual.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE SPACE TO WS-Clabe-Actual
                   NOT INVALID KEY
                       MOVE empleados-clabe TO WS-Clabe-Actual
               END-READ.
               IF WS-Clabe-Actual = SPACE
                   OR WS-Clabe-Actual = devolucion-clabe
                   MOVE "FALTA CUENTA NUEVA" TO WS-Situacion-Repago
               ELSE
                   MOVE "CUENTA NUEVA" TO WS-Situacion-Repago
                   ADD 1 TO WS-Total-Listos
               END-IF.
               MOVE devolucion-periodo TO WS-LR-Periodo.
               MOVE devolucion-id TO WS-LR-Id.
               MOVE devolucion-monto TO WS-LR-Monto.
               MOVE devolucion-motivo TO WS-LR-Motivo.
               MOVE devolucion-clabe TO WS-LR-Clabe-Devuelta.
               MOVE WS-Clabe-Actual TO WS-LR-Clabe-Actual.
               MOVE WS-Situacion-Repago TO WS-LR-Situacion.
               MOVE WS-Linea-Repago TO repago-linea.
               WRITE repago-linea.

      * El repago (deposito a la cuenta nueva, cheque o efectivo)
      * lo hace tesoreria; aqui solo se cierra la devolucion.
           Registrar-Repago.
               DISPLAY "ID del empleado repagado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Devoluciones.
               MOVE ZERO TO WS-Total-Repagados.
               PERFORM VARYING WS-Indice-Dev FROM 1 BY 1
                   UNTIL WS-Indice-Dev > WS-Total-Devoluciones
                   MOVE WS-Devolucion-Item(WS-Indice-Dev)
                       TO devolucion-registro
                   IF devolucion-id = WS-Id-Entrada
                       AND devolucion-pendiente
                       MOVE "R" TO devolucion-estado
                       MOVE devolucion-registro
                           TO WS-Devolucion-Item(WS-Indice-Dev)
                       ADD 1 TO WS-Total-Repagados
                   END-IF
               END-PERFORM.
               IF WS-Total-Repagados = ZERO
                   DISPLAY "El ID " WS-Id-Entrada
                       " no tiene devoluciones pendientes."
               ELSE
                   PERFORM Reescribir-Devoluciones
                   PERFORM Registrar-Auditoria
                   DISPLAY "Devoluciones del ID " WS-Id-Entrada
                       " marcadas como repagadas: "
                       WS-Total-Repagados
               END-IF.

      * Cargos del estado de cuenta contra lo fondeado por banco;
      * cualquier diferencia, banco fondeado sin cargo o cargo sin
      * fondeo se levanta como aviso.
           Conciliar-Estado-Cuenta.
               MOVE ZERO TO WS-Total-Bancos.
               MOVE ZERO TO WS-Total-Diferencias.
               PERFORM Cargar-Fondeo.
               PERFORM Cargar-Estado-Cuenta.
               IF WS-Total-Bancos = ZERO
                   DISPLAY "No hay fondeo ni estado de cuenta que "
                       "conciliar."
               END-IF.
               PERFORM VARYING WS-Indice-Banco FROM 1 BY 1
                   UNTIL WS-Indice-Banco > WS-Total-Bancos
                   PERFORM Comparar-Banco
               END-PERFORM.
               DISPLAY "Bancos conciliados: " WS-Total-Bancos
                   "  con diferencia: " WS-Total-Diferencias.

           Cargar-Fondeo.
               MOVE "1" TO WS-Fin-Fondeo.
               OPEN INPUT Fondeo-archivo.
               IF WS-Fondeo-Status NOT = "00"
                   DISPLAY "No se encontro "
                       FUNCTION TRIM(WS-Fondeo-Filename) "."
                   MOVE "0" TO WS-Fin-Fondeo
               END-IF.
               PERFORM UNTIL WS-Fin-Fondeo = "0"
                   READ Fondeo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Fondeo
                       NOT AT END
                           IF fondeo-codigo NUMERIC
                               MOVE fondeo-codigo TO WS-Banco-Buscado
                               PERFORM Ubicar-Banco
                               IF WS-Banco-Hallado = "S"
                                   MOVE fondeo-suma
                                       TO WS-Ban-Fondeo
                                           (WS-Indice-Banco)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Fondeo-archivo.

           Cargar-Estado-Cuenta.
               MOVE "1" TO WS-Fin-Estado-Cuenta.
               OPEN INPUT Estado-cuenta-archivo.
               IF WS-Estado-Cuenta-Status NOT = "00"
                   DISPLAY "No se encontro banco-estado-cuenta.txt."
                   MOVE "0" TO WS-Fin-Estado-Cuenta
               END-IF.
               PERFORM UNTIL WS-Fin-Estado-Cuenta = "0"
                   READ Estado-cuenta-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Estado-Cuenta
                       NOT AT END
                           IF edocta-cargo AND edocta-banco NUMERIC
                               MOVE edocta-banco TO WS-Banco-Buscado
                               PERFORM Ubicar-Banco
                               IF WS-Banco-Hallado = "S"
                                   ADD edocta-monto
                                       TO WS-Ban-Cargos
                                           (WS-Indice-Banco)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Estado-cuenta-archivo.

           Ubicar-Banco.
               MOVE "N" TO WS-Banco-Hallado.
               PERFORM VARYING WS-Indice-Banco FROM 1 BY 1
                   UNTIL WS-Indice-Banco > WS-Total-Bancos
                   OR WS-Banco-Hallado = "S"
                   IF WS-Ban-Codigo(WS-Indice-Banco)
                       = WS-Banco-Buscado
                       MOVE "S" TO WS-Banco-Hallado
                       SUBTRACT 1 FROM WS-Indice-Banco
                   END-IF
               END-PERFORM.
               IF WS-Banco-Hallado = "N" AND WS-Total-Bancos < 30
                   ADD 1 TO WS-Total-Bancos
                   MOVE WS-Total-Bancos TO WS-Indice-Banco
                   MOVE WS-Banco-Buscado
                       TO WS-Ban-Codigo(WS-Indice-Banco)
                   MOVE ZERO TO WS-Ban-Fondeo(WS-Indice-Banco)
                   MOVE ZERO TO WS-Ban-Cargos(WS-Indice-Banco)
                   MOVE "S" TO WS-Banco-Hallado
               END-IF.

           Comparar-Banco.
               COMPUTE WS-Diferencia-Banco =
                   WS-Ban-Cargos(WS-Indice-Banco)
                   - WS-Ban-Fondeo(WS-Indice-Banco).
               IF WS-Diferencia-Banco = ZERO
                   DISPLAY "Banco " WS-Ban-Codigo(WS-Indice-Banco)
                       ": cargos igual al fondeo."
               ELSE
                   ADD 1 TO WS-Total-Diferencias
                   MOVE WS-Diferencia-Banco TO WS-Diferencia-Edit
                   DISPLAY "Banco " WS-Ban-Codigo(WS-Indice-Banco)
                       ": fondeo " WS-Ban-Fondeo(WS-Indice-Banco)
                       " cargos " WS-Ban-Cargos(WS-Indice-Banco)
                       " diferencia " WS-Diferencia-Edit
                   MOVE "Concilia-banco" TO aviso-programa
                   MOVE "C" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Banco " WS-Ban-Codigo(WS-Indice-Banco)
                       ": cargos vs fondeo difieren "
                       WS-Diferencia-Edit
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
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

           Cargar-Recibos.
               MOVE ZERO TO WS-Total-Recibos.
               MOVE "1" TO WS-Fin-Recibos.
               OPEN INPUT Recibos-archivo.
               IF WS-Recibos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Recibos
               END-IF.
               PERFORM UNTIL WS-Fin-Recibos = "0"
                   READ Recibos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Recibos
                       NOT AT END
                           IF WS-Total-Recibos < 1000
                               ADD 1 TO WS-Total-Recibos
                               MOVE recibo-registro TO
                                   WS-Recibo-Item(WS-Total-Recibos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-archivo.

           Reescribir-Recibos.
               OPEN OUTPUT Recibos-archivo.
               PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Total-Recibos
                   MOVE WS-Recibo-Item(WS-Indice-Rec)
                       TO recibo-registro
                   WRITE recibo-registro
               END-PERFORM.
               CLOSE Recibos-archivo.

           Cargar-Cuentas.
               MOVE ZERO TO WS-Total-Cuentas.
               MOVE "1" TO WS-Fin-Cuentas.
               OPEN INPUT Cuentas-verificadas-archivo.
               IF WS-Cuentas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Cuentas
               END-IF.
               PERFORM UNTIL WS-Fin-Cuentas = "0"
                   READ Cuentas-verificadas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Cuentas
                       NOT AT END
                           IF WS-Total-Cuentas < 1000
                               ADD 1 TO WS-Total-Cuentas
                               MOVE cuenta-registro TO
                                   WS-Cuenta-Item(WS-Total-Cuentas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cuentas-verificadas-archivo.

           Reescribir-Cuentas.
               OPEN OUTPUT Cuentas-verificadas-archivo.
               PERFORM VARYING WS-Indice-Cta FROM 1 BY 1
                   UNTIL WS-Indice-Cta > WS-Total-Cuentas
                   MOVE WS-Cuenta-Item(WS-Indice-Cta)
                       TO cuenta-registro
                   WRITE cuenta-registro
               END-PERFORM.
               CLOSE Cuentas-verificadas-archivo.

           Cargar-Devoluciones.
               MOVE ZERO TO WS-Total-Devoluciones.
               MOVE "1" TO WS-Fin-Devoluciones.
               OPEN INPUT Devoluciones-archivo.
               IF WS-Devoluciones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Devoluciones
               END-IF.
               PERFORM UNTIL WS-Fin-Devoluciones = "0"
                   READ Devoluciones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Devoluciones
                       NOT AT END
                           IF WS-Total-Devoluciones < 1000
                               ADD 1 TO WS-Total-Devoluciones
                               MOVE devolucion-registro TO
                                   WS-Devolucion-Item
                                       (WS-Total-Devoluciones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Devoluciones-archivo.

           Reescribir-Devoluciones.
               OPEN OUTPUT Devoluciones-archivo.
               PERFORM VARYING WS-Indice-Dev FROM 1 BY 1
                   UNTIL WS-Indice-Dev > WS-Total-Devoluciones
                   MOVE WS-Devolucion-Item(WS-Indice-Dev)
                       TO devolucion-registro
                   WRITE devolucion-registro
               END-PERFORM.
               CLOSE Devoluciones-archivo.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               MOVE "REPAGO-DEVOL" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Concilia-banco.

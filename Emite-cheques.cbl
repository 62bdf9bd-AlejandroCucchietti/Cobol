      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Emite-cheques.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT OPTIONAL Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       SELECT OPTIONAL Sin-cuenta-archivo
       ASSIGN TO WS-Sin-Cuenta-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sin-Cuenta-Status.

       SELECT OPTIONAL Cheques-archivo
       ASSIGN TO "cheques-registro.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Cheques-Status.

       SELECT OPTIONAL Cheques-folio-archivo
       ASSIGN TO "cheques-folio.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Cheques-Folio-Status.

       SELECT Impresion-archivo
       ASSIGN TO "cheques-impresion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Impresion-Status.

       SELECT Sin-cobrar-archivo
       ASSIGN TO "cheques-sin-cobrar.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sin-Cobrar-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Recibos-archivo.

       01  recibo-registro.
           05  recibo-id PIC X(6).
           05  recibo-fecha PIC X(8).
           05  recibo-nombre PIC X(25).
           05  recibo-apellidos PIC X(35).
           05  recibo-bruto PIC 9(7)V99.
           05  recibo-deducciones PIC 9(7)V99.
           05  recibo-neto PIC 9(7)V99.

      * Activos sin CLABE valida o sin cuenta verificada que deja
      * Extracto-interfaz-nomina: el ID en las primeras seis
      * posiciones y el nombre despues.
       FD  Sin-cuenta-archivo.

       01  sin-cuenta-linea.
           05  sin-cuenta-id PIC X(6).
           05  FILLER PIC X(74).

      * Registro controlado de cheques de nomina: cada folio se
      * usa una sola vez; un cheque cancelado se reexpide con
      * folio nuevo que apunta al que reemplaza.
       FD  Cheques-archivo.

       01  cheque-registro.
           05  cheque-folio PIC 9(7).
           05  cheque-periodo PIC X(7).
           05  cheque-id PIC X(6).
           05  cheque-beneficiario PIC X(61).
           05  cheque-monto PIC 9(7)V99.
           05  cheque-fecha-emision PIC X(8).
           05  cheque-estado PIC X.
               88 cheque-emitido VALUE "E".
               88 cheque-cobrado VALUE "C".
               88 cheque-cancelado VALUE "V".
           05  cheque-fecha-estado PIC X(8).
           05  cheque-reemplaza PIC 9(7).

       FD  Cheques-folio-archivo.

       01  cheques-folio-registro.
           05  cheques-folio-ultimo PIC 9(7).

       FD  Impresion-archivo.

       01  impresion-linea PIC X(100).

       FD  Sin-cobrar-archivo.

       01  sin-cobrar-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Recibos-Status PIC XX.
           01 WS-Sin-Cuenta-Status PIC XX.
           01 WS-Cheques-Status PIC XX.
           01 WS-Cheques-Folio-Status PIC XX.
           01 WS-Impresion-Status PIC XX.
           01 WS-Sin-Cobrar-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Cheques PIC X VALUE "N".
           01 Opcion-Cheques PIC 9.
           01 WS-Folio-Entrada PIC X(7).
           01 WS-Folio-Buscado PIC 9(7).
           01 WS-Confirma PIC X.

      * Cada grupo de pago tiene sus recibos y su lista de
      * empleados sin cuenta.
           01 WS-Grupo-Entrada PIC X.
           01 WS-Grupo-Pago PIC X VALUE "Q".
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".
           01 WS-Sin-Cuenta-Filename PIC X(30)
               VALUE "nomina-sin-cuenta.txt".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Periodo-Actual-Id PIC X(7).
           01 WS-Per-Grupo-Inicio PIC X(8).
           01 WS-Per-Grupo-Fin PIC X(8).

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Dias-Vigencia PIC 9(3) VALUE 30.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Fin-Recibos PIC X.
           01 WS-Total-Recibos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Rec PIC 9(4).
           01 WS-Recibo-Hallado PIC X.
           01 WS-Tabla-Recibos.
               05 WS-Recibo-Item OCCURS 1000 TIMES PIC X(101).

           01 WS-Fin-Cheques PIC X.
           01 WS-Total-Cheques PIC 9(4) VALUE ZERO.
           01 WS-Indice-Che PIC 9(4).
           01 WS-Cheque-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Tabla-Cheques.
               05 WS-Cheque-Item OCCURS 2000 TIMES PIC X(114).

           01 Fin-de-Sin-Cuenta PIC X.
           01 WS-Folio-Actual PIC 9(7) VALUE ZERO.
           01 WS-Folio-Anterior PIC 9(7).
           01 WS-Total-Emitidos PIC 9(4) VALUE ZERO.
           01 WS-Total-Ya-Emitidos PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Recibo PIC 9(4) VALUE ZERO.
           01 WS-Suma-Emitida PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Vencidos PIC 9(4) VALUE ZERO.
           01 WS-Suma-Vencida PIC 9(11)V99 VALUE ZERO.

           01 WS-Monto-Letra PIC 9(7)V99.
           01 WS-Letra-Monto PIC X(120).
           01 WS-Monto-Edit PIC $$$,$$$,$$9.99.
           01 WS-Suma-Edit PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           01 WS-Linea-Sep PIC X(100) VALUE ALL "-".

           01 WS-Linea-Vencido.
               05 WS-LV-Folio PIC 9(7).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Periodo PIC X(7).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Beneficiario PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Monto PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LV-Dias PIC ZZZZ9.

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Elegir-Grupo-Pago.
           PERFORM Leer-Parametros-Cheques.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Mantener-Cheques
           UNTIL Salir-Cheques = "S".
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

           Elegir-Grupo-Pago.
               DISPLAY "Grupo de pago: Quincenal o Semanal (Q/S)? ".
               MOVE SPACE TO WS-Grupo-Entrada.
               ACCEPT WS-Grupo-Entrada.
               IF WS-Grupo-Entrada = "S" OR WS-Grupo-Entrada = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
                   MOVE "nomina-sin-cuenta-semanal.txt"
                       TO WS-Sin-Cuenta-Filename
               END-IF.

      * Dias que puede quedar un cheque sin cobrar antes de salir
      * en el reporte; sin parametro se toman 30.
           Leer-Parametros-Cheques.
               MOVE "CHEQUE-DIAS-VIGENCIA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Dias-Vigencia
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

           Mantener-Cheques.
               DISPLAY "===== Cheques de Nomina =====".
               DISPLAY "1. Emitir cheques del periodo (sin cuenta)".
               DISPLAY "2. Registrar cheque cobrado".
               DISPLAY "3. Cancelar y reexpedir un cheque".
               DISPLAY "4. Reporte de cheques sin cobrar".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Cheques.
               EVALUATE Opcion-Cheques
                   WHEN 1
                       PERFORM Emitir-Cheques
                   WHEN 2
                       PERFORM Registrar-Cobro
                   WHEN 3
                       PERFORM Reexpedir-Cheque
                   WHEN 4
                       PERFORM Reportar-Sin-Cobrar
                   WHEN 5
                       MOVE "S" TO Salir-Cheques
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Un cheque por empleado de la lista sin cuenta, por el neto
      * de su recibo. Si el empleado ya tiene un cheque vigente
      * (emitido o cobrado) del mismo periodo no se emite otro.
           Emitir-Cheques.
               CALL "Rutinas-periodo" USING WS-Grupo-Pago
                   WS-Fecha-Proceso WS-Periodo-Actual-Id
                   WS-Per-Grupo-Inicio WS-Per-Grupo-Fin.
               MOVE ZERO TO WS-Total-Emitidos.
               MOVE ZERO TO WS-Total-Ya-Emitidos.
               MOVE ZERO TO WS-Total-Sin-Recibo.
               MOVE ZERO TO WS-Suma-Emitida.
               PERFORM Cargar-Recibos.
               PERFORM Cargar-Cheques.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "cheques-registro.dat excede la capacidad "
                       "de trabajo; no se emitio nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Emitir-Lote-Cheques
               END-IF.

           Emitir-Lote-Cheques.
               PERFORM Leer-Folio.
               OPEN OUTPUT Impresion-archivo.
               MOVE "1" TO Fin-de-Sin-Cuenta.
               OPEN INPUT Sin-cuenta-archivo.
               IF WS-Sin-Cuenta-Status NOT = "00"
                   DISPLAY "No se encontro "
                       FUNCTION TRIM(WS-Sin-Cuenta-Filename) "."
                   MOVE "0" TO Fin-de-Sin-Cuenta
               END-IF.
               PERFORM UNTIL Fin-de-Sin-Cuenta = "0"
                   READ Sin-cuenta-archivo
                       AT END
                           MOVE "0" TO Fin-de-Sin-Cuenta
                       NOT AT END
                           IF sin-cuenta-id NUMERIC
                               PERFORM Emitir-Cheque-Empleado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sin-cuenta-archivo.
               CLOSE Impresion-archivo.
               IF WS-Total-Emitidos > ZERO
                   PERFORM Reescribir-Cheques
                   PERFORM Guardar-Folio
               END-IF.
               DISPLAY "Cheques emitidos del periodo "
                   WS-Periodo-Actual-Id ": " WS-Total-Emitidos
                   " por " WS-Suma-Emitida.
               DISPLAY "Empleados que ya tenian cheque: "
                   WS-Total-Ya-Emitidos.
               DISPLAY "Empleados sin recibo en "
                   FUNCTION TRIM(WS-Recibos-Filename) ": "
                   WS-Total-Sin-Recibo.
               DISPLAY "Cheques para imprimir en "
                   "cheques-impresion.txt.".

           Emitir-Cheque-Empleado.
               MOVE "N" TO WS-Cheque-Hallado.
               PERFORM VARYING WS-Indice-Che FROM 1 BY 1
                   UNTIL WS-Indice-Che > WS-Total-Cheques
                   MOVE WS-Cheque-Item(WS-Indice-Che)
                       TO cheque-registro
                   IF cheque-periodo = WS-Periodo-Actual-Id
                       AND cheque-id = sin-cuenta-id
                       AND NOT cheque-cancelado
                       MOVE "S" TO WS-Cheque-Hallado
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Recibo-Hallado.
               PERFORM VARYING WS-Indice-Rec FROM 1 BY 1
                   UNTIL WS-Indice-Rec > WS-Total-Recibos
                   OR WS-Recibo-Hallado = "S"
                   MOVE WS-Recibo-Item(WS-Indice-Rec)
                       TO recibo-registro
                   IF recibo-id = sin-cuenta-id
                       MOVE "S" TO WS-Recibo-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Cheque-Hallado = "S"
                   ADD 1 TO WS-Total-Ya-Emitidos
               ELSE
                   IF WS-Recibo-Hallado = "N"
                       OR recibo-neto = ZERO
                       ADD 1 TO WS-Total-Sin-Recibo
                       DISPLAY "ID " sin-cuenta-id
                           ": sin recibo con neto en el periodo; "
                           "no se emite cheque."
                   ELSE
                       ADD 1 TO WS-Folio-Actual
                       MOVE WS-Folio-Actual TO cheque-folio
                       MOVE WS-Periodo-Actual-Id TO cheque-periodo
                       MOVE recibo-id TO cheque-id
                       MOVE SPACE TO cheque-beneficiario
                       STRING FUNCTION TRIM(recibo-nombre) " "
                           FUNCTION TRIM(recibo-apellidos)
                           DELIMITED BY SIZE
                           INTO cheque-beneficiario
                       MOVE recibo-neto TO cheque-monto
                       MOVE ZERO TO cheque-reemplaza
                       PERFORM Alta-Cheque
                   END-IF
               END-IF.

      * Alta en el registro e impresion del cheque armado en
      * cheque-registro.
           Alta-Cheque.
               MOVE WS-Fecha-Proceso TO cheque-fecha-emision.
               MOVE "E" TO cheque-estado.
               MOVE WS-Fecha-Proceso TO cheque-fecha-estado.
               IF WS-Total-Cheques < 2000
                   ADD 1 TO WS-Total-Cheques
                   MOVE cheque-registro
                       TO WS-Cheque-Item(WS-Total-Cheques)
                   ADD 1 TO WS-Total-Emitidos
                   ADD cheque-monto TO WS-Suma-Emitida
                   PERFORM Imprimir-Cheque
               ELSE
                   SUBTRACT 1 FROM WS-Folio-Actual
                   DISPLAY "El registro de cheques esta lleno; "
                       "depurelo antes de emitir."
               END-IF.

           Imprimir-Cheque.
               MOVE cheque-monto TO WS-Monto-Letra.
               CALL "Rutinas-letras" USING WS-Monto-Letra
                   WS-Letra-Monto.
               MOVE cheque-monto TO WS-Monto-Edit.
               MOVE WS-Linea-Sep TO impresion-linea.
               WRITE impresion-linea.
               MOVE SPACE TO impresion-linea.
               STRING "CHEQUE No. " cheque-folio
                   "                    FECHA: " cheque-fecha-emision
                   DELIMITED BY SIZE INTO impresion-linea.
               WRITE impresion-linea.
               MOVE SPACE TO impresion-linea.
               STRING "PAGUESE A LA ORDEN DE: " cheque-beneficiario
                   DELIMITED BY SIZE INTO impresion-linea.
               WRITE impresion-linea.
               MOVE SPACE TO impresion-linea.
               STRING "LA CANTIDAD DE: " WS-Monto-Edit
                   DELIMITED BY SIZE INTO impresion-linea.
               WRITE impresion-linea.
               MOVE WS-Letra-Monto TO impresion-linea.
               WRITE impresion-linea.
               MOVE SPACE TO impresion-linea.
               STRING "CONCEPTO: NOMINA DEL PERIODO " cheque-periodo
                   " ID " cheque-id
                   DELIMITED BY SIZE INTO impresion-linea.
               WRITE impresion-linea.
               IF cheque-reemplaza NOT = ZERO
                   MOVE SPACE TO impresion-linea
                   STRING "REEXPEDICION DEL CHEQUE No. "
                       cheque-reemplaza
                       DELIMITED BY SIZE INTO impresion-linea
                   WRITE impresion-linea
               END-IF.
               MOVE "FIRMA AUTORIZADA: ____________________"
                   TO impresion-linea.
               WRITE impresion-linea.
               MOVE SPACE TO impresion-linea.
               WRITE impresion-linea.

           Registrar-Cobro.
               PERFORM Pedir-Folio.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "cheques-registro.dat excede la capacidad "
                       "de trabajo; no se modifico nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-Cheque-Hallado = "N"
                   DISPLAY "No existe ese folio de cheque."
               ELSE
                   IF NOT cheque-emitido
                       DISPLAY "El cheque " cheque-folio
                           " no esta pendiente de cobro (estado "
                           cheque-estado ")."
                   ELSE
                       MOVE "C" TO cheque-estado
                       MOVE WS-Fecha-Proceso TO cheque-fecha-estado
                       MOVE cheque-registro
                           TO WS-Cheque-Item(WS-Indice-Che)
                       PERFORM Reescribir-Cheques
                       DISPLAY "Cheque " cheque-folio
                           " registrado como cobrado."
                   END-IF
               END-IF
               END-IF.

      * Cancelar un cheque (extravio, error en el nombre) obliga a
      * reexpedirlo con folio nuevo por el mismo importe; por eso
      * es tarea de supervisor y queda en auditoria.
           Reexpedir-Cheque.
               IF WS-Nivel-Operador < 3
                   DISPLAY "La cancelacion de cheques esta restringida "
                       "a supervisores."
               ELSE
                   PERFORM Pedir-Folio
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "cheques-registro.dat excede la "
                           "capacidad de trabajo; no se modifico nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF WS-Cheque-Hallado = "N"
                       DISPLAY "No existe ese folio de cheque."
                   ELSE
                   IF NOT cheque-emitido
                       DISPLAY "Solo se cancela un cheque emitido y "
                           "no cobrado."
                   ELSE
                   IF WS-Total-Cheques NOT < 2000
                       DISPLAY "El registro de cheques esta lleno; "
                           "depurelo antes de reexpedir. El cheque "
                           cheque-folio " sigue vigente."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "Se cancela el cheque " cheque-folio
                           " por " cheque-monto
                           " y se reexpide. Confirma (S/N)? "
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Cancelar-Y-Reexpedir
                       END-IF
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-IF.

           Cancelar-Y-Reexpedir.
               MOVE "V" TO cheque-estado.
               MOVE WS-Fecha-Proceso TO cheque-fecha-estado.
               MOVE cheque-registro TO WS-Cheque-Item(WS-Indice-Che).
               MOVE cheque-folio TO WS-Folio-Anterior.
               PERFORM Leer-Folio.
               MOVE ZERO TO WS-Total-Emitidos.
               MOVE ZERO TO WS-Suma-Emitida.
               ADD 1 TO WS-Folio-Actual.
               MOVE WS-Folio-Actual TO cheque-folio.
               MOVE WS-Folio-Anterior TO cheque-reemplaza.
               OPEN OUTPUT Impresion-archivo.
               PERFORM Alta-Cheque.
               CLOSE Impresion-archivo.
      * Sin el cheque nuevo en el registro no se graba la
      * cancelacion: el anterior sigue vigente.
               IF WS-Total-Emitidos = ZERO
                   DISPLAY "No se reexpidio; el cheque "
                       WS-Folio-Anterior " sigue vigente."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Reescribir-Cheques
                   PERFORM Guardar-Folio
                   PERFORM Registrar-Auditoria
                   DISPLAY "Cheque " WS-Folio-Anterior
                       " cancelado; reexpedido con folio "
                       WS-Folio-Actual " en cheques-impresion.txt."
               END-IF.

           Pedir-Folio.
               DISPLAY "Folio del cheque: ".
               MOVE SPACE TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               MOVE "N" TO WS-Cheque-Hallado.
               PERFORM Cargar-Cheques.
               IF FUNCTION TEST-NUMVAL(WS-Folio-Entrada) = ZERO
                   MOVE FUNCTION NUMVAL(WS-Folio-Entrada)
                       TO WS-Folio-Buscado
                   PERFORM VARYING WS-Indice-Che FROM 1 BY 1
                       UNTIL WS-Indice-Che > WS-Total-Cheques
                       OR WS-Cheque-Hallado = "S"
                       MOVE WS-Cheque-Item(WS-Indice-Che)
                           TO cheque-registro
                       IF cheque-folio = WS-Folio-Buscado
                           MOVE "S" TO WS-Cheque-Hallado
                           SUBTRACT 1 FROM WS-Indice-Che
                       END-IF
                   END-PERFORM
               END-IF.

      * Cheques emitidos que siguen sin cobrarse despues de los
      * dias de vigencia: tesoreria los aclara con el empleado o
      * los cancela.
           Reportar-Sin-Cobrar.
               PERFORM Cargar-Cheques.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "cheques-registro.dat excede la capacidad "
                       "de trabajo; el reporte solo cubre los "
                       "primeros 2000 cheques."
               END-IF.
               MOVE ZERO TO WS-Total-Vencidos.
               MOVE ZERO TO WS-Suma-Vencida.
               OPEN OUTPUT Sin-cobrar-archivo.
               MOVE SPACE TO sin-cobrar-linea.
               STRING "CHEQUES SIN COBRAR CON MAS DE "
                   WS-Dias-Vigencia " DIAS AL " WS-Fecha-Proceso
                   DELIMITED BY SIZE INTO sin-cobrar-linea.
               WRITE sin-cobrar-linea.
               PERFORM VARYING WS-Indice-Che FROM 1 BY 1
                   UNTIL WS-Indice-Che > WS-Total-Cheques
                   MOVE WS-Cheque-Item(WS-Indice-Che)
                       TO cheque-registro
                   IF cheque-emitido
                       PERFORM Evaluar-Vencimiento
                   END-IF
               END-PERFORM.
               MOVE WS-Suma-Vencida TO WS-Suma-Edit.
               MOVE SPACE TO sin-cobrar-linea.
               STRING "TOTAL: " WS-Total-Vencidos " CHEQUES POR "
                   WS-Suma-Edit
                   DELIMITED BY SIZE INTO sin-cobrar-linea.
               WRITE sin-cobrar-linea.
               CLOSE Sin-cobrar-archivo.
               DISPLAY "Cheques sin cobrar vencidos: "
                   WS-Total-Vencidos " (cheques-sin-cobrar.txt)".

           Evaluar-Vencimiento.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE cheque-fecha-emision TO WS-Fec-Fecha-1.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2
                   WS-Fec-Resultado WS-Fec-Formateada
                   WS-Fec-Valida.
               IF WS-Fec-Resultado > WS-Dias-Vigencia
                   ADD 1 TO WS-Total-Vencidos
                   ADD cheque-monto TO WS-Suma-Vencida
                   MOVE cheque-folio TO WS-LV-Folio
                   MOVE cheque-periodo TO WS-LV-Periodo
                   MOVE cheque-id TO WS-LV-Id
                   MOVE cheque-beneficiario TO WS-LV-Beneficiario
                   MOVE cheque-monto TO WS-LV-Monto
                   MOVE cheque-fecha-emision TO WS-LV-Fecha
                   MOVE WS-Fec-Resultado TO WS-LV-Dias
                   MOVE WS-Linea-Vencido TO sin-cobrar-linea
                   WRITE sin-cobrar-linea
               END-IF.

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

           Cargar-Cheques.
               MOVE ZERO TO WS-Total-Cheques.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Cheques.
               OPEN INPUT Cheques-archivo.
               IF WS-Cheques-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Cheques
               END-IF.
               PERFORM UNTIL WS-Fin-Cheques = "0"
                   READ Cheques-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Cheques
                       NOT AT END
                           IF WS-Total-Cheques < 2000
                               ADD 1 TO WS-Total-Cheques
                               MOVE cheque-registro TO
                                   WS-Cheque-Item(WS-Total-Cheques)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Cheques
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cheques-archivo.

           Reescribir-Cheques.
               OPEN OUTPUT Cheques-archivo.
               PERFORM VARYING WS-Indice-Che FROM 1 BY 1
                   UNTIL WS-Indice-Che > WS-Total-Cheques
                   MOVE WS-Cheque-Item(WS-Indice-Che)
                       TO cheque-registro
                   WRITE cheque-registro
               END-PERFORM.
               CLOSE Cheques-archivo.

           Leer-Folio.
               MOVE ZERO TO WS-Folio-Actual.
               OPEN INPUT Cheques-folio-archivo.
               IF WS-Cheques-Folio-Status = "00"
                   READ Cheques-folio-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE cheques-folio-ultimo
                               TO WS-Folio-Actual
                   END-READ
               END-IF.
               CLOSE Cheques-folio-archivo.

           Guardar-Folio.
               MOVE WS-Folio-Actual TO cheques-folio-ultimo.
               OPEN OUTPUT Cheques-folio-archivo.
               WRITE cheques-folio-registro.
               CLOSE Cheques-folio-archivo.

           Registrar-Auditoria.
               MOVE cheque-id TO auditoria-id.
               MOVE "CHEQUE-CANCEL" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Emite-cheques.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-provisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "provisiones-fisico.cbl".
       COPY "provisiones-poliza-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "provisiones-logico.cbl".
       COPY "provisiones-poliza-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Provisiones-Status PIC XX.
       01  WS-Provisiones-Poliza-Status PIC XX.
       01  WS-Fin-Provisiones PIC X.
       01  WS-Tabla-Cargada PIC X VALUE "N".
       01  WS-Tabla-Llena PIC X VALUE "N".
       01  WS-Fecha-Reversion PIC X(8).

       01  WS-Total-Prov PIC 9(4) VALUE ZERO.
       01  WS-Indice-Prov PIC 9(4).
       01  WS-Prov-Hallada PIC X.
       01  WS-Tabla-Provisiones.
           05  WS-Provision-Item OCCURS 4000 TIMES.
               10  WS-Prv-Id PIC X(6).
               10  WS-Prv-Concepto PIC X(4).
               10  WS-Prv-Saldo PIC 9(9)V99.
               10  WS-Prv-Mes PIC X(6).
               10  WS-Prv-Anio-Pagado PIC 9(4).

      * Reversiones acumuladas por concepto hasta que se graban.
       01  WS-Conceptos-Valores PIC X(16) VALUE "AGUIVACAPVACPTU ".
       01  WS-Conceptos-Tabla REDEFINES WS-Conceptos-Valores.
           05  WS-Con-Clave PIC X(4) OCCURS 4 TIMES.
       01  WS-Reversiones.
           05  WS-Rev-Monto PIC 9(11)V99 OCCURS 4 TIMES.
       01  WS-Indice-Con PIC 9.

       LINKAGE SECTION.

      * Reversion de la provision de pasivo laboral cuando el
      * concepto se paga de verdad (aguinaldo, PTU, finiquito):
      *   R = revierte del saldo de LK-Id/LK-Concepto hasta
      *       LK-Importe y regresa lo revertido en LK-Revertido
      *   G = graba los saldos y asienta en provisiones-poliza.dat
      *       el cargo al pasivo contra el gasto por concepto
      *   V = solo sube los saldos y verifica que quepan
      * El que llama hace una V antes de escribir nada, todas sus R
      * y al final una sola G. LK-Resultado regresa "N" si el
      * archivo no cabe en la tabla: no se revierte ni se graba.
       01  LK-Funcion PIC X.
       01  LK-Id PIC X(6).
       01  LK-Concepto PIC X(4).
       01  LK-Importe PIC 9(7)V99.
       01  LK-Fecha PIC X(8).
       01  LK-Revertido PIC 9(7)V99.
       01  LK-Resultado PIC X.

       PROCEDURE DIVISION USING LK-Funcion LK-Id LK-Concepto
           LK-Importe LK-Fecha LK-Revertido LK-Resultado.

       Empieza-Programa.
           MOVE ZERO TO LK-Revertido.
           MOVE "S" TO LK-Resultado.
           IF LK-Funcion = "G"
               IF WS-Tabla-Cargada = "S"
                   IF WS-Tabla-Llena = "S"
                       MOVE "N" TO LK-Resultado
                   ELSE
                       PERFORM Grabar-Provisiones
                       PERFORM Asentar-Reversiones
                   END-IF
                   MOVE "N" TO WS-Tabla-Cargada
               END-IF
           ELSE
               IF WS-Tabla-Cargada = "N"
                   PERFORM Cargar-Provisiones
               END-IF
               IF WS-Tabla-Llena = "S"
                   MOVE "N" TO LK-Resultado
               ELSE
                   IF LK-Funcion = "R"
                       MOVE LK-Fecha TO WS-Fecha-Reversion
                       PERFORM Revertir-Provision
                   END-IF
               END-IF
           END-IF.
           GOBACK.

           Cargar-Provisiones.
               MOVE ZERO TO WS-Total-Prov.
               MOVE "N" TO WS-Tabla-Llena.
               INITIALIZE WS-Reversiones.
               MOVE "1" TO WS-Fin-Provisiones.
               OPEN INPUT Provisiones-archivo.
               IF WS-Provisiones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Provisiones
               END-IF.
               PERFORM UNTIL WS-Fin-Provisiones = "0"
                   READ Provisiones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Provisiones
                       NOT AT END
                           IF WS-Total-Prov < 4000
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
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Provisiones
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Provisiones-archivo.
               MOVE "S" TO WS-Tabla-Cargada.

      * Se revierte lo pagado hasta donde alcance el saldo; lo que
      * se pague de mas nunca se provisiono y queda como gasto del
      * pago. El aguinaldo y las vacaciones quedan marcados con el
      * anio pagado para que el cierre de mes no los reconstruya.
           Revertir-Provision.
               MOVE "N" TO WS-Prov-Hallada.
               PERFORM VARYING WS-Indice-Prov FROM 1 BY 1
                   UNTIL WS-Indice-Prov > WS-Total-Prov
                   OR WS-Prov-Hallada = "S"
                   IF WS-Prv-Id(WS-Indice-Prov) = LK-Id
                       AND WS-Prv-Concepto(WS-Indice-Prov)
                           = LK-Concepto
                       MOVE "S" TO WS-Prov-Hallada
                       SUBTRACT 1 FROM WS-Indice-Prov
                   END-IF
               END-PERFORM.
               IF WS-Prov-Hallada = "S"
                   IF WS-Prv-Saldo(WS-Indice-Prov) < LK-Importe
                       MOVE WS-Prv-Saldo(WS-Indice-Prov)
                           TO LK-Revertido
                   ELSE
                       MOVE LK-Importe TO LK-Revertido
                   END-IF
                   SUBTRACT LK-Revertido
                       FROM WS-Prv-Saldo(WS-Indice-Prov)
                   IF LK-Concepto NOT = "PTU "
                       MOVE WS-Fecha-Reversion(1:4)
                           TO WS-Prv-Anio-Pagado(WS-Indice-Prov)
                   END-IF
                   PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                       UNTIL WS-Indice-Con > 4
                       IF WS-Con-Clave(WS-Indice-Con) = LK-Concepto
                           ADD LK-Revertido
                               TO WS-Rev-Monto(WS-Indice-Con)
                       END-IF
                   END-PERFORM
               END-IF.

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

           Asentar-Reversiones.
               OPEN EXTEND Provisiones-poliza-archivo.
               IF WS-Provisiones-Poliza-Status = "35"
                   OPEN OUTPUT Provisiones-poliza-archivo
               END-IF.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > 4
                   IF WS-Rev-Monto(WS-Indice-Con) > ZERO
                       MOVE SPACE TO provpol-registro
                       MOVE "D" TO provpol-tipo
                       STRING "2150-" WS-Con-Clave(WS-Indice-Con)
                           DELIMITED BY SIZE INTO provpol-cuenta
                       STRING "REV " WS-Con-Clave(WS-Indice-Con)
                           " " WS-Fecha-Reversion
                           DELIMITED BY SIZE INTO provpol-descripcion
                       MOVE WS-Rev-Monto(WS-Indice-Con)
                           TO provpol-monto
                       WRITE provpol-registro
                       MOVE "C" TO provpol-tipo
                       MOVE SPACE TO provpol-cuenta
                       STRING "6160-" WS-Con-Clave(WS-Indice-Con)
                           DELIMITED BY SIZE INTO provpol-cuenta
                       WRITE provpol-registro
                   END-IF
               END-PERFORM.
               CLOSE Provisiones-poliza-archivo.

       END PROGRAM Rutinas-provisiones.

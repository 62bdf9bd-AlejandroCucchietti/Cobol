      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Concilia-imss.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "costo-patronal-fisico.cbl".
       COPY "emision-imss-fisico.cbl".

       SELECT Emision-csv-archivo
       ASSIGN TO "imss-emision.csv"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Emision-Csv-Status.

       SELECT Emision-tmp-archivo
       ASSIGN TO "imss-emision.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Emision-Tmp-Status.

       SELECT Reporte-archivo
       ASSIGN TO "conciliacion-imss.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "costo-patronal-logico.cbl".
       COPY "emision-imss-logico.cbl".

      * Archivo del instituto (EMA o EBA) separado por comas: NSS,
      * nombre, dias cotizados, SBC e importe total de cuotas.
       FD  Emision-csv-archivo.

       01  emision-csv-linea PIC X(120).

       FD  Emision-tmp-archivo.

       01  emision-tmp-registro PIC X(46).

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Avisos-Status PIC XX.
           01 WS-Costo-Patronal-Status PIC XX.
           01 WS-Emision-Imss-Status PIC XX.
           01 WS-Emision-Csv-Status PIC XX.
           01 WS-Emision-Tmp-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 Fin-del-Archivo PIC X.
           01 WS-Fin-Costo PIC X.
           01 WS-Fin-Emision PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Nuestro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Tipo-Entrada PIC X.
           01 WS-Periodo-Entrada PIC X(6).
           01 WS-Periodo-Num REDEFINES WS-Periodo-Entrada PIC 9(6).
           01 WS-Mes-Desde PIC X(6).
           01 WS-Mes-Desde-Num REDEFINES WS-Mes-Desde PIC 9(6).
           01 WS-Nombre-Emision PIC X(4).
           01 WS-Ramo-Testigo PIC X(4).
           01 WS-Ramo-Del-Tipo PIC X.

      * La emision del IMSS es por registro patronal: se concilia
      * un patron a la vez. Los renglones de costo y de emision
      * con la clave en blanco son del patron principal.
           01 WS-Patron-Entrada PIC X(3).
           01 WS-Patron-Conciliado PIC X(3).
           01 WS-Patron-Principal PIC X(3).
           01 WS-Registro-Conciliado PIC X(11).
           01 WS-Clave-Renglon PIC X(3).
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

           01 WS-Campo-Nss PIC X(11).
           01 WS-Campo-Nombre PIC X(40).
           01 WS-Campo-Dias PIC X(10).
           01 WS-Campo-Sbc PIC X(12).
           01 WS-Campo-Importe PIC X(14).

      * Lo que calculo la nomina por empleado para el mismo
      * periodo, tomado del costo patronal.
           01 WS-Total-Nuestros PIC 9(4) VALUE ZERO.
           01 WS-Indice-N PIC 9(4).
           01 WS-Tabla-Nuestros.
               05 WS-Nuestro-Item OCCURS 3000 TIMES.
                   10 WS-N-Id PIC X(6).
                   10 WS-N-Dias PIC 9(3).
                   10 WS-N-Sbc PIC 9(5)V99.
                   10 WS-N-Importe PIC 9(7)V99.
                   10 WS-N-En-Imss PIC X.

           01 WS-Total-Imss PIC 9(4) VALUE ZERO.
           01 WS-Indice-I PIC 9(4).
           01 WS-Imss-Hallado PIC X.
           01 WS-Tabla-Imss.
               05 WS-Imss-Item OCCURS 3000 TIMES.
                   10 WS-I-Id PIC X(6).

           01 WS-Dif-Sbc PIC S9(5)V99.
           01 WS-Dif-Importe PIC S9(7)V99.
           01 WS-Hay-Diferencia PIC X.

           01 WS-Filas-Leidas PIC 9(5) VALUE ZERO.
           01 WS-Filas-Malformadas PIC 9(5) VALUE ZERO.
           01 WS-Total-Solo-Imss PIC 9(5) VALUE ZERO.
           01 WS-Total-Solo-Nuestros PIC 9(5) VALUE ZERO.
           01 WS-Total-Diferencias PIC 9(5) VALUE ZERO.
           01 WS-Total-Coinciden PIC 9(5) VALUE ZERO.
           01 WS-Total-Avisos PIC 9(5) VALUE ZERO.

           01 WS-Linea-Diferencia.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Motivo PIC X(18).
               05 FILLER PIC X(6) VALUE " IMSS ".
               05 WS-LD-Dias-Imss PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Sbc-Imss PIC ZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Importe-Imss PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(7) VALUE " NOMINA".
               05 WS-LD-Dias-Nuestro PIC ZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Sbc-Nuestro PIC ZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Importe-Nuestro PIC Z,ZZZ,ZZ9.99.

      * Conciliacion de la emision del IMSS (EMA mensual o EBA
      * bimestral) contra las cuotas que calculo la nomina y contra
      * los activos del maestro. Cada diferencia abierta queda como
      * aviso para trabajarla antes del pago de cuotas.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           DISPLAY "===== Conciliacion de Emision IMSS =====".
           DISPLAY "Tipo de emision (M = EMA mensual, "
               "B = EBA bimestral): ".
           MOVE SPACE TO WS-Tipo-Entrada.
           ACCEPT WS-Tipo-Entrada.
           DISPLAY "Mes de la emision (AAAAMM; en EBA el ultimo mes "
               "del bimestre): ".
           MOVE SPACE TO WS-Periodo-Entrada.
           ACCEPT WS-Periodo-Entrada.
           IF (WS-Tipo-Entrada NOT = "M" AND WS-Tipo-Entrada NOT = "B")
               OR WS-Periodo-Entrada NOT NUMERIC
               DISPLAY "Tipo o mes no validos."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "Clave del patron (ENTER = patron principal): ".
           MOVE SPACE TO WS-Patron-Entrada.
           ACCEPT WS-Patron-Entrada.
           PERFORM Identificar-Patron.
           IF WS-Patron-Entrada NOT = SPACE
               AND WS-Patron-Entrada NOT = WS-Patron-Conciliado
               DISPLAY "No existe ese patron en el catalogo."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Preparar-Periodo.
           OPEN INPUT Emision-csv-archivo.
           IF WS-Emision-Csv-Status NOT = "00"
               DISPLAY "No se encontro imss-emision.csv."
               CLOSE Emision-csv-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Cargar-Cuotas-Nomina.
           IF WS-Tabla-Llena = "S"
               DISPLAY "El costo patronal del periodo excede la "
                   "capacidad de trabajo; no se concilio."
               CLOSE Emision-csv-archivo
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Apartar-Emision-Anterior.
           OPEN EXTEND Emision-imss-archivo.
           IF WS-Emision-Imss-Status = "35"
               OPEN OUTPUT Emision-imss-archivo
           END-IF.
           OPEN INPUT Empleados-archivo.
           OPEN OUTPUT Reporte-archivo.
           MOVE SPACE TO reporte-linea.
           STRING "CONCILIACION " WS-Nombre-Emision " "
               WS-Periodo-Entrada
               " CONTRA CUOTAS DE NOMINA Y ACTIVOS DEL MAESTRO"
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           STRING "PATRON " WS-Patron-Conciliado " "
               WS-Pat-Razon-Social " REGISTRO PATRONAL "
               WS-Registro-Conciliado
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           PERFORM Procesar-Emision.
           CLOSE Emision-csv-archivo.
           CLOSE Emision-imss-archivo.
           PERFORM Revisar-Solo-Nuestros.
           PERFORM Revisar-Activos-Sin-Emision.
           PERFORM Escribir-Totales.
           CLOSE Reporte-archivo.
           CLOSE Empleados-archivo.
           DISPLAY "Patron " WS-Patron-Conciliado
               " registro patronal " WS-Registro-Conciliado.
           DISPLAY "Renglones de la emision: " WS-Filas-Leidas
               "  mal formados: " WS-Filas-Malformadas.
           DISPLAY "Coinciden: " WS-Total-Coinciden
               "  con diferencia: " WS-Total-Diferencias.
           DISPLAY "Solo en IMSS: " WS-Total-Solo-Imss
               "  solo en nomina/maestro: " WS-Total-Solo-Nuestros.
           DISPLAY "Avisos generados: " WS-Total-Avisos.
           DISPLAY "Detalle en conciliacion-imss.txt".
           IF WS-Total-Avisos > ZERO
               MOVE 4 TO RETURN-CODE
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

      * Los datos fiscales del registro de control son los del
      * patron principal; la clave capturada se busca en el
      * catalogo y en blanco se toma el principal.
           Identificar-Patron.
               MOVE SPACE TO WS-Patron.
               OPEN INPUT Empleados-archivo.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Pat-Razon-Social
                       MOVE info-rfc-patron TO WS-Pat-Rfc
                       MOVE info-registro-patronal
                           TO WS-Pat-Registro-Patronal
                       MOVE info-regimen-fiscal TO WS-Pat-Regimen-Fiscal
                       MOVE info-cp-expedicion TO WS-Pat-Cp
               END-READ.
               CLOSE Empleados-archivo.
               MOVE "I" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE SPACE TO WS-Pat-Clave.
               MOVE "C" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE WS-Pat-Clave TO WS-Patron-Principal.
               MOVE WS-Patron-Entrada TO WS-Pat-Clave.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE WS-Pat-Clave TO WS-Patron-Conciliado.
               MOVE WS-Pat-Registro-Patronal TO WS-Registro-Conciliado.

      * La EMA cubre un mes; la EBA cubre el bimestre que termina
      * en el mes capturado. El ramo testigo da los dias cotizados
      * porque se calcula para todos los empleados.
           Preparar-Periodo.
               MOVE WS-Periodo-Entrada TO WS-Mes-Desde.
               IF WS-Tipo-Entrada = "M"
                   MOVE "EMA" TO WS-Nombre-Emision
                   MOVE "EMPD" TO WS-Ramo-Testigo
               ELSE
                   MOVE "EBA" TO WS-Nombre-Emision
                   MOVE "RETI" TO WS-Ramo-Testigo
                   IF WS-Periodo-Entrada(5:2) = "01"
                       COMPUTE WS-Mes-Desde-Num =
                           WS-Periodo-Num - 89
                   ELSE
                       COMPUTE WS-Mes-Desde-Num =
                           WS-Periodo-Num - 1
                   END-IF
               END-IF.

      * Retiro y cesantia van en la EBA; los demas ramos en la EMA.
           Clasificar-Ramo.
               IF costo-concepto = "RETI" OR costo-concepto = "CEAV"
                   MOVE "B" TO WS-Ramo-Del-Tipo
               ELSE
                   MOVE "M" TO WS-Ramo-Del-Tipo
               END-IF.

           Cargar-Cuotas-Nomina.
               MOVE ZERO TO WS-Total-Nuestros.
               MOVE "1" TO WS-Fin-Costo.
               OPEN INPUT Costo-patronal-archivo.
               IF WS-Costo-Patronal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Costo
               END-IF.
               PERFORM UNTIL WS-Fin-Costo = "0"
                   READ Costo-patronal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Costo
                       NOT AT END
                           PERFORM Clasificar-Ramo
                           MOVE costo-clave-patron TO WS-Clave-Renglon
                           IF WS-Clave-Renglon = SPACE
                               MOVE WS-Patron-Principal
                                   TO WS-Clave-Renglon
                           END-IF
                           IF costo-periodo(1:6) NOT < WS-Mes-Desde
                               AND costo-periodo(1:6)
                                   NOT > WS-Periodo-Entrada
                               AND WS-Ramo-Del-Tipo = WS-Tipo-Entrada
                               AND WS-Clave-Renglon
                                   = WS-Patron-Conciliado
                               PERFORM Acumular-Cuota-Nomina
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Costo-patronal-archivo.

           Acumular-Cuota-Nomina.
               PERFORM Buscar-Nuestro.
               IF WS-Nuestro-Hallado = "N"
                   IF WS-Total-Nuestros < 3000
                       ADD 1 TO WS-Total-Nuestros
                       MOVE WS-Total-Nuestros TO WS-Indice-N
                       MOVE costo-id TO WS-N-Id(WS-Indice-N)
                       MOVE ZERO TO WS-N-Dias(WS-Indice-N)
                       MOVE ZERO TO WS-N-Importe(WS-Indice-N)
                       MOVE "N" TO WS-N-En-Imss(WS-Indice-N)
                       MOVE "S" TO WS-Nuestro-Hallado
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Nuestro-Hallado = "S"
                   MOVE costo-sbc TO WS-N-Sbc(WS-Indice-N)
                   ADD costo-patron TO WS-N-Importe(WS-Indice-N)
                   ADD costo-obrero TO WS-N-Importe(WS-Indice-N)
                   IF costo-concepto = WS-Ramo-Testigo
                       ADD costo-dias TO WS-N-Dias(WS-Indice-N)
                   END-IF
               END-IF.

           Buscar-Nuestro.
               MOVE "N" TO WS-Nuestro-Hallado.
               PERFORM VARYING WS-Indice-N FROM 1 BY 1
                   UNTIL WS-Indice-N > WS-Total-Nuestros
                   OR WS-Nuestro-Hallado = "S"
                   IF WS-N-Id(WS-Indice-N) = costo-id
                       MOVE "S" TO WS-Nuestro-Hallado
                       SUBTRACT 1 FROM WS-Indice-N
                   END-IF
               END-PERFORM.

      * La emision del mismo tipo, mes y patron que ya se hubiera
      * importado se retira antes de anexar la nueva.
           Apartar-Emision-Anterior.
               OPEN INPUT Emision-imss-archivo.
               IF WS-Emision-Imss-Status NOT = "00"
                   CLOSE Emision-imss-archivo
               ELSE
                   OPEN OUTPUT Emision-tmp-archivo
                   MOVE "1" TO WS-Fin-Emision
                   PERFORM UNTIL WS-Fin-Emision = "0"
                       READ Emision-imss-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Emision
                           NOT AT END
                               MOVE emision-patron TO WS-Clave-Renglon
                               IF WS-Clave-Renglon = SPACE
                                   MOVE WS-Patron-Principal
                                       TO WS-Clave-Renglon
                               END-IF
                               IF emision-tipo NOT = WS-Tipo-Entrada
                                   OR emision-periodo
                                       NOT = WS-Periodo-Entrada
                                   OR WS-Clave-Renglon
                                       NOT = WS-Patron-Conciliado
                                   MOVE emision-registro
                                       TO emision-tmp-registro
                                   WRITE emision-tmp-registro
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Emision-tmp-archivo
                   CLOSE Emision-imss-archivo
                   PERFORM Recargar-Emision-Depurada
               END-IF.

           Recargar-Emision-Depurada.
               OPEN INPUT Emision-tmp-archivo.
               OPEN OUTPUT Emision-imss-archivo.
               MOVE "1" TO WS-Fin-Emision.
               PERFORM UNTIL WS-Fin-Emision = "0"
                   READ Emision-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Emision
                       NOT AT END
                           MOVE emision-tmp-registro
                               TO emision-registro
                           WRITE emision-registro
                   END-READ
               END-PERFORM.
               CLOSE Emision-tmp-archivo.
               CLOSE Emision-imss-archivo.

           Procesar-Emision.
               MOVE "1" TO WS-Fin-Emision.
               PERFORM UNTIL WS-Fin-Emision = "0"
                   READ Emision-csv-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Emision
                       NOT AT END
                           IF emision-csv-linea NOT = SPACE
                               ADD 1 TO WS-Filas-Leidas
                               PERFORM Conciliar-Renglon-Imss
                           END-IF
                   END-READ
               END-PERFORM.

           Conciliar-Renglon-Imss.
               MOVE SPACE TO WS-Campo-Nss WS-Campo-Nombre
                   WS-Campo-Dias WS-Campo-Sbc WS-Campo-Importe.
               UNSTRING emision-csv-linea DELIMITED BY ","
                   INTO WS-Campo-Nss WS-Campo-Nombre WS-Campo-Dias
                       WS-Campo-Sbc WS-Campo-Importe
               END-UNSTRING.
               IF WS-Campo-Nss(1:5) NOT = "00000"
                   OR WS-Campo-Nss(6:6) NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(WS-Campo-Dias) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-Campo-Sbc) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL(WS-Campo-Importe) NOT = ZERO
                   ADD 1 TO WS-Filas-Malformadas
                   MOVE SPACE TO reporte-linea
                   STRING "RENGLON NO RECONOCIDO: " emision-csv-linea
                       DELIMITED BY SIZE INTO reporte-linea
                   WRITE reporte-linea
               ELSE
                   MOVE WS-Tipo-Entrada TO emision-tipo
                   MOVE WS-Periodo-Entrada TO emision-periodo
                   MOVE WS-Patron-Conciliado TO emision-patron
                   MOVE WS-Campo-Nss TO emision-nss
                   MOVE WS-Campo-Nss(6:6) TO emision-id
                   MOVE FUNCTION NUMVAL(WS-Campo-Dias) TO emision-dias
                   MOVE FUNCTION NUMVAL(WS-Campo-Sbc) TO emision-sbc
                   MOVE FUNCTION NUMVAL(WS-Campo-Importe)
                       TO emision-importe
                   WRITE emision-registro
                   IF WS-Total-Imss < 3000
                       ADD 1 TO WS-Total-Imss
                       MOVE emision-id TO WS-I-Id(WS-Total-Imss)
                   END-IF
                   PERFORM Comparar-Contra-Nomina
               END-IF.

           Comparar-Contra-Nomina.
               MOVE emision-id TO costo-id.
               PERFORM Buscar-Nuestro.
               MOVE SPACE TO WS-Linea-Diferencia.
               MOVE emision-id TO WS-LD-Id.
               MOVE emision-dias TO WS-LD-Dias-Imss.
               MOVE emision-sbc TO WS-LD-Sbc-Imss.
               MOVE emision-importe TO WS-LD-Importe-Imss.
               IF WS-Nuestro-Hallado = "N"
                   ADD 1 TO WS-Total-Solo-Imss
                   PERFORM Leer-Empleado
                   IF WS-Registro-Hallado = "S" AND empleados-activo
                       MOVE "SIN CUOTA NOMINA" TO WS-LD-Motivo
                   ELSE
                       MOVE "NO ACTIVO MAESTRO" TO WS-LD-Motivo
                   END-IF
                   PERFORM Escribir-Diferencia
               ELSE
                   MOVE "S" TO WS-N-En-Imss(WS-Indice-N)
                   MOVE WS-N-Dias(WS-Indice-N) TO WS-LD-Dias-Nuestro
                   MOVE WS-N-Sbc(WS-Indice-N) TO WS-LD-Sbc-Nuestro
                   MOVE WS-N-Importe(WS-Indice-N)
                       TO WS-LD-Importe-Nuestro
                   COMPUTE WS-Dif-Sbc =
                       emision-sbc - WS-N-Sbc(WS-Indice-N)
                   COMPUTE WS-Dif-Importe =
                       emision-importe - WS-N-Importe(WS-Indice-N)
                   MOVE "N" TO WS-Hay-Diferencia
                   EVALUATE TRUE
                       WHEN emision-dias NOT = WS-N-Dias(WS-Indice-N)
                           MOVE "DIAS DIFERENTES" TO WS-LD-Motivo
                           MOVE "S" TO WS-Hay-Diferencia
                       WHEN WS-Dif-Sbc > 0.01 OR WS-Dif-Sbc < -0.01
                           MOVE "SBC DIFERENTE" TO WS-LD-Motivo
                           MOVE "S" TO WS-Hay-Diferencia
                       WHEN WS-Dif-Importe > 1 OR WS-Dif-Importe < -1
                           MOVE "IMPORTE DIFERENTE" TO WS-LD-Motivo
                           MOVE "S" TO WS-Hay-Diferencia
                   END-EVALUATE
                   IF WS-Hay-Diferencia = "S"
                       ADD 1 TO WS-Total-Diferencias
                       PERFORM Escribir-Diferencia
                   ELSE
                       ADD 1 TO WS-Total-Coinciden
                   END-IF
               END-IF.

           Leer-Empleado.
               MOVE emision-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.

      * Empleados con cuota calculada que el IMSS no emitio.
           Revisar-Solo-Nuestros.
               PERFORM VARYING WS-Indice-N FROM 1 BY 1
                   UNTIL WS-Indice-N > WS-Total-Nuestros
                   IF WS-N-En-Imss(WS-Indice-N) = "N"
                       ADD 1 TO WS-Total-Solo-Nuestros
                       MOVE SPACE TO WS-Linea-Diferencia
                       MOVE WS-N-Id(WS-Indice-N) TO WS-LD-Id
                       MOVE "FALTA EN EMISION" TO WS-LD-Motivo
                       MOVE ZERO TO WS-LD-Dias-Imss WS-LD-Sbc-Imss
                           WS-LD-Importe-Imss
                       MOVE WS-N-Dias(WS-Indice-N)
                           TO WS-LD-Dias-Nuestro
                       MOVE WS-N-Sbc(WS-Indice-N) TO WS-LD-Sbc-Nuestro
                       MOVE WS-N-Importe(WS-Indice-N)
                           TO WS-LD-Importe-Nuestro
                       PERFORM Escribir-Diferencia
                   END-IF
               END-PERFORM.

      * Activos del maestro que no aparecen ni en la emision ni en
      * las cuotas de nomina (por ejemplo eventuales sin alta).
           Revisar-Activos-Sin-Emision.
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
                               MOVE "E" TO WS-Pat-Funcion
                               MOVE empleados-id TO WS-Pat-Empleado
                               CALL "Rutinas-patron" USING
                                   WS-Pat-Funcion WS-Pat-Empleado
                                   WS-Patron
                               IF WS-Pat-Clave = WS-Patron-Conciliado
                                   PERFORM Verificar-Activo-En-Emision
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

           Verificar-Activo-En-Emision.
               MOVE "N" TO WS-Imss-Hallado.
               PERFORM VARYING WS-Indice-I FROM 1 BY 1
                   UNTIL WS-Indice-I > WS-Total-Imss
                   OR WS-Imss-Hallado = "S"
                   IF WS-I-Id(WS-Indice-I) = empleados-id
                       MOVE "S" TO WS-Imss-Hallado
                   END-IF
               END-PERFORM.
               MOVE empleados-id TO costo-id.
               PERFORM Buscar-Nuestro.
               IF WS-Imss-Hallado = "N" AND WS-Nuestro-Hallado = "N"
                   ADD 1 TO WS-Total-Solo-Nuestros
                   MOVE SPACE TO WS-Linea-Diferencia
                   MOVE empleados-id TO WS-LD-Id
                   MOVE "ACTIVO SIN EMISION" TO WS-LD-Motivo
                   MOVE ZERO TO WS-LD-Dias-Imss WS-LD-Sbc-Imss
                       WS-LD-Importe-Imss WS-LD-Dias-Nuestro
                       WS-LD-Sbc-Nuestro WS-LD-Importe-Nuestro
                   PERFORM Escribir-Diferencia
               END-IF.

           Escribir-Diferencia.
               MOVE WS-Linea-Diferencia TO reporte-linea.
               WRITE reporte-linea.
               PERFORM Registrar-Aviso.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Concilia-imss" TO aviso-programa.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING WS-Nombre-Emision DELIMITED BY SPACE
                   " " WS-Periodo-Entrada " ID " WS-LD-Id " "
                   WS-LD-Motivo "; ver conciliacion-imss.txt"
                   DELIMITED BY SIZE INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.
               ADD 1 TO WS-Total-Avisos.

           Escribir-Totales.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "COINCIDEN " WS-Total-Coinciden
                   "  DIFERENCIAS " WS-Total-Diferencias
                   "  SOLO IMSS " WS-Total-Solo-Imss
                   "  SOLO NOMINA/MAESTRO " WS-Total-Solo-Nuestros
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

       END PROGRAM Concilia-imss.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-isn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "ciudades-fisico.cbl".
       COPY "isn-tasas-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT Declaracion-archivo
       ASSIGN TO "isn-declaracion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Declaracion-Status.

       SELECT Poliza-isn-archivo
       ASSIGN TO "isn-poliza.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Poliza-Isn-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "ciudades-logico.cbl".
       COPY "isn-tasas-logico.cbl".

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.

       FD  Declaracion-archivo.

       01  declaracion-linea PIC X(100).

      * Asiento del impuesto para la interfaz contable, con el
      * mismo formato que la poliza de la nomina: un cargo al gasto
      * por patron y estado y el abono al impuesto por pagar de
      * cada patron.
       FD  Poliza-isn-archivo.

       01  poliza-isn-registro.
           05  poliza-isn-tipo PIC X.
           05  poliza-isn-cuenta PIC X(10).
           05  poliza-isn-descripcion PIC X(20).
           05  poliza-isn-monto PIC 9(11)V99.
           05  poliza-isn-patron PIC X(3).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Ciudades-Status PIC XX.
           01 WS-Isn-Tasas-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Declaracion-Status PIC XX.
           01 WS-Poliza-Isn-Status PIC XX.

           01 WS-Fin-Recibos PIC X.
           01 WS-Fin-Tasas PIC X.
           01 WS-Fin-Ciudades PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Mes-Entrada PIC X(6).
           01 WS-Estado-Empleado PIC X(3).

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

      * Cada patron (razon social) declara por separado el
      * impuesto de su personal en cada estado.
           01 WS-Total-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-Pat PIC 99.
           01 WS-Tabla-Patrones.
               05 WS-Patron-Item OCCURS 50 TIMES.
                   10 WS-Pat-Tab-Clave PIC X(3).
                   10 WS-Pat-Tab-Nombre PIC X(30).
                   10 WS-Pat-Tab-Rfc PIC X(13).
                   10 WS-Pat-Tab-Impuesto PIC 9(11)V99.

           01 WS-Total-Tasas PIC 99 VALUE ZERO.
           01 WS-Indice-Tasa PIC 99.
           01 WS-Tabla-Tasas.
               05 WS-Tasa-Item OCCURS 40 TIMES.
                   10 WS-Tas-Estado PIC X(3).
                   10 WS-Tas-Nombre PIC X(20).
                   10 WS-Tas-Tasa PIC 99V9999.
                   10 WS-Tas-Cuenta PIC X(10).

           01 WS-Total-Ciudades PIC 9(4) VALUE ZERO.
           01 WS-Indice-Ciudad PIC 9(4).
           01 WS-Tabla-Ciudades.
               05 WS-Ciudad-Item OCCURS 2000 TIMES.
                   10 WS-Ciu-Nombre PIC X(10).
                   10 WS-Ciu-Estado PIC X(3).

      * Remuneraciones del mes por empleado, con el estado donde
      * trabaja segun la ciudad del maestro.
           01 WS-Total-Empleados PIC 9(4) VALUE ZERO.
           01 WS-Indice-Emp PIC 9(4).
           01 WS-Tabla-Empleados.
               05 WS-Empleado-Item OCCURS 3000 TIMES.
                   10 WS-Emp-Id PIC X(6).
                   10 WS-Emp-Nombre PIC X(30).
                   10 WS-Emp-Estado PIC X(3).
                   10 WS-Emp-Patron PIC X(3).
                   10 WS-Emp-Base PIC 9(9)V99.

           01 WS-Total-Estados PIC 9(3) VALUE ZERO.
           01 WS-Indice-Edo PIC 9(3).
           01 WS-Tabla-Estados.
               05 WS-Estado-Item OCCURS 200 TIMES.
                   10 WS-Edo-Patron PIC X(3).
                   10 WS-Edo-Clave PIC X(3).
                   10 WS-Edo-Empleados PIC 9(5).
                   10 WS-Edo-Base PIC 9(11)V99.
                   10 WS-Edo-Impuesto PIC 9(11)V99.
                   10 WS-Edo-Tasa-Indice PIC 99.

           01 WS-Total-Impuesto PIC 9(11)V99 VALUE ZERO.
           01 WS-Total-Base PIC 9(11)V99 VALUE ZERO.
           01 WS-Estados-Sin-Tasa PIC 99 VALUE ZERO.
           01 WS-Empleados-Sin-Estado PIC 9(5) VALUE ZERO.

           01 WS-Linea-Encabezado-Pat.
               05 FILLER PIC X(8) VALUE "PATRON: ".
               05 WS-LP-Clave PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-Nombre PIC X(30).
               05 FILLER PIC X(7) VALUE "  RFC: ".
               05 WS-LP-Rfc PIC X(13).

           01 WS-Linea-Total-Pat.
               05 FILLER PIC X(20) VALUE "TOTAL DEL PATRON".
               05 FILLER PIC X(22) VALUE SPACE.
               05 FILLER PIC X(13) VALUE "   IMPUESTO: ".
               05 WS-LTP-Impuesto PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Encabezado-Edo.
               05 FILLER PIC X(8) VALUE "ESTADO: ".
               05 WS-LE-Clave PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Nombre PIC X(20).
               05 FILLER PIC X(8) VALUE "  MES:  ".
               05 WS-LE-Mes PIC X(6).
               05 FILLER PIC X(9) VALUE "  TASA:  ".
               05 WS-LE-Tasa PIC Z9.9999.
               05 FILLER PIC X VALUE "%".

           01 WS-Linea-Detalle.
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LD-Base PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Total-Edo.
               05 FILLER PIC X(4) VALUE SPACE.
               05 FILLER PIC X(11) VALUE "EMPLEADOS: ".
               05 WS-LT-Empleados PIC ZZZZ9.
               05 FILLER PIC X(9) VALUE "   BASE: ".
               05 WS-LT-Base PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(13) VALUE "   IMPUESTO: ".
               05 WS-LT-Impuesto PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Total-General.
               05 FILLER PIC X(20) VALUE "TOTAL CON TASA".
               05 FILLER PIC X(9) VALUE "   BASE: ".
               05 WS-LG-Base PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(13) VALUE "   IMPUESTO: ".
               05 WS-LG-Impuesto PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * Impuesto sobre nomina del mes: las remuneraciones del
      * acumulado anual se agrupan por el patron de cada empleado
      * y el estado de su ciudad y se les aplica la tasa de ese
      * estado. Sale una hoja de declaracion por patron y estado y
      * el asiento contable.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           DISPLAY "===== Impuesto Sobre Nomina Mensual =====".
           DISPLAY "Mes a declarar (AAAAMM): ".
           MOVE SPACE TO WS-Mes-Entrada.
           ACCEPT WS-Mes-Entrada.
           IF WS-Mes-Entrada NOT NUMERIC
               OR WS-Mes-Entrada(5:2) < "01"
               OR WS-Mes-Entrada(5:2) > "12"
               DISPLAY "Mes no valido."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Inicializar-Tasas-Isn.
           PERFORM Cargar-Tasas.
           PERFORM Cargar-Ciudades.
           OPEN INPUT Empleados-archivo.
           PERFORM Inicializar-Patrones.
           PERFORM Acumular-Remuneraciones.
           CLOSE Empleados-archivo.
           IF WS-Tabla-Llena = "S"
               DISPLAY "Las remuneraciones del mes exceden la "
                   "capacidad de trabajo; no se calculo."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Calcular-Impuesto-Estados.
           PERFORM Escribir-Declaracion.
           PERFORM Escribir-Poliza-Isn.
           DISPLAY "Hojas por patron y estado: " WS-Total-Estados
               "  impuesto total: " WS-Total-Impuesto.
           DISPLAY "Hoja de declaracion en isn-declaracion.txt; "
               "asiento en isn-poliza.dat".
           IF WS-Estados-Sin-Tasa > ZERO
               OR WS-Empleados-Sin-Estado > ZERO
               DISPLAY "ATENCION: hay empleados sin estado o estados "
                   "sin tasa; no entran al asiento."
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

      * Tasas de arranque de los estados donde hay personal; de
      * ahi en adelante se mantienen desde el catalogo.
           Inicializar-Tasas-Isn.
               OPEN INPUT Isn-tasas-archivo.
               IF WS-Isn-Tasas-Status NOT = "00"
                   CLOSE Isn-tasas-archivo
                   OPEN OUTPUT Isn-tasas-archivo
                   MOVE "6160-ISN" TO isn-cuenta
                   MOVE "CMX" TO isn-estado
                   MOVE "CIUDAD DE MEXICO" TO isn-nombre
                   MOVE 03.0000 TO isn-tasa
                   WRITE isn-registro
                   MOVE "MEX" TO isn-estado
                   MOVE "ESTADO DE MEXICO" TO isn-nombre
                   MOVE 03.0000 TO isn-tasa
                   WRITE isn-registro
                   MOVE "JAL" TO isn-estado
                   MOVE "JALISCO" TO isn-nombre
                   MOVE 02.0000 TO isn-tasa
                   WRITE isn-registro
                   MOVE "NLE" TO isn-estado
                   MOVE "NUEVO LEON" TO isn-nombre
                   MOVE 03.0000 TO isn-tasa
                   WRITE isn-registro
               END-IF.
               CLOSE Isn-tasas-archivo.

           Cargar-Tasas.
               MOVE ZERO TO WS-Total-Tasas.
               MOVE "1" TO WS-Fin-Tasas.
               OPEN INPUT Isn-tasas-archivo.
               IF WS-Isn-Tasas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Tasas
               END-IF.
               PERFORM UNTIL WS-Fin-Tasas = "0"
                   READ Isn-tasas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Tasas
                       NOT AT END
                           IF WS-Total-Tasas < 40
                               ADD 1 TO WS-Total-Tasas
                               MOVE isn-estado
                                   TO WS-Tas-Estado(WS-Total-Tasas)
                               MOVE isn-nombre
                                   TO WS-Tas-Nombre(WS-Total-Tasas)
                               MOVE isn-tasa
                                   TO WS-Tas-Tasa(WS-Total-Tasas)
                               MOVE isn-cuenta
                                   TO WS-Tas-Cuenta(WS-Total-Tasas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Isn-tasas-archivo.

           Inicializar-Patrones.
               MOVE SPACE TO WS-Patron.
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
               MOVE "I" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.

           Cargar-Ciudades.
               MOVE ZERO TO WS-Total-Ciudades.
               MOVE "1" TO WS-Fin-Ciudades.
               OPEN INPUT Ciudades-archivo.
               IF WS-Ciudades-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Ciudades
               END-IF.
               PERFORM UNTIL WS-Fin-Ciudades = "0"
                   READ Ciudades-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Ciudades
                       NOT AT END
                           IF WS-Total-Ciudades < 2000
                               AND ciudad-estado NOT = SPACE
                               ADD 1 TO WS-Total-Ciudades
                               MOVE ciudad-nombre TO
                                   WS-Ciu-Nombre(WS-Total-Ciudades)
                               MOVE ciudad-estado TO
                                   WS-Ciu-Estado(WS-Total-Ciudades)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ciudades-archivo.

           Acumular-Remuneraciones.
               MOVE "1" TO WS-Fin-Recibos.
               OPEN INPUT Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Recibos
               END-IF.
               PERFORM UNTIL WS-Fin-Recibos = "0"
                   READ Recibos-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Recibos
                       NOT AT END
                           IF recibo-anual-fecha(1:6) = WS-Mes-Entrada
                               PERFORM Acumular-Recibo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.

           Acumular-Recibo.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   OR WS-Hallado = "S"
                   IF WS-Emp-Id(WS-Indice-Emp) = recibo-anual-id
                       MOVE "S" TO WS-Hallado
                       SUBTRACT 1 FROM WS-Indice-Emp
                   END-IF
               END-PERFORM.
               IF WS-Hallado = "N"
                   IF WS-Total-Empleados < 3000
                       ADD 1 TO WS-Total-Empleados
                       MOVE WS-Total-Empleados TO WS-Indice-Emp
                       MOVE recibo-anual-id TO WS-Emp-Id(WS-Indice-Emp)
                       MOVE SPACE TO WS-Emp-Nombre(WS-Indice-Emp)
                       STRING recibo-anual-apellidos DELIMITED BY "  "
                           " " recibo-anual-nombre DELIMITED BY "  "
                           INTO WS-Emp-Nombre(WS-Indice-Emp)
                       PERFORM Determinar-Estado
                       MOVE WS-Estado-Empleado
                           TO WS-Emp-Estado(WS-Indice-Emp)
                       PERFORM Determinar-Patron
                       MOVE WS-Pat-Clave
                           TO WS-Emp-Patron(WS-Indice-Emp)
                       MOVE ZERO TO WS-Emp-Base(WS-Indice-Emp)
                       MOVE "S" TO WS-Hallado
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                       MOVE "0" TO WS-Fin-Recibos
                   END-IF
               END-IF.
               IF WS-Hallado = "S"
                   ADD recibo-anual-bruto TO WS-Emp-Base(WS-Indice-Emp)
               END-IF.

      * El estado sale de la ciudad del maestro; si el empleado ya
      * no esta o su ciudad no tiene estado asignado se reporta
      * aparte para corregir el catalogo.
           Determinar-Estado.
               MOVE "???" TO WS-Estado-Empleado.
               MOVE recibo-anual-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S"
                   PERFORM VARYING WS-Indice-Ciudad FROM 1 BY 1
                       UNTIL WS-Indice-Ciudad > WS-Total-Ciudades
                       OR WS-Estado-Empleado NOT = "???"
                       IF WS-Ciu-Nombre(WS-Indice-Ciudad)
                           = empleados-ciudad
                           MOVE WS-Ciu-Estado(WS-Indice-Ciudad)
                               TO WS-Estado-Empleado
                       END-IF
                   END-PERFORM
               END-IF.

           Determinar-Patron.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE recibo-anual-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   IF WS-Pat-Tab-Clave(WS-Indice-Pat) = WS-Pat-Clave
                       MOVE "S" TO WS-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Hallado = "N" AND WS-Total-Patrones < 50
                   ADD 1 TO WS-Total-Patrones
                   MOVE WS-Pat-Clave
                       TO WS-Pat-Tab-Clave(WS-Total-Patrones)
                   MOVE WS-Pat-Razon-Social
                       TO WS-Pat-Tab-Nombre(WS-Total-Patrones)
                   MOVE WS-Pat-Rfc TO WS-Pat-Tab-Rfc(WS-Total-Patrones)
                   MOVE ZERO TO WS-Pat-Tab-Impuesto(WS-Total-Patrones)
               END-IF.

           Calcular-Impuesto-Estados.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   PERFORM Acumular-Estado
               END-PERFORM.
               PERFORM VARYING WS-Indice-Edo FROM 1 BY 1
                   UNTIL WS-Indice-Edo > WS-Total-Estados
                   MOVE ZERO TO WS-Edo-Tasa-Indice(WS-Indice-Edo)
                   MOVE ZERO TO WS-Edo-Impuesto(WS-Indice-Edo)
                   PERFORM VARYING WS-Indice-Tasa FROM 1 BY 1
                       UNTIL WS-Indice-Tasa > WS-Total-Tasas
                       IF WS-Tas-Estado(WS-Indice-Tasa)
                           = WS-Edo-Clave(WS-Indice-Edo)
                           MOVE WS-Indice-Tasa
                               TO WS-Edo-Tasa-Indice(WS-Indice-Edo)
                       END-IF
                   END-PERFORM
                   IF WS-Edo-Tasa-Indice(WS-Indice-Edo) = ZERO
                       IF WS-Edo-Clave(WS-Indice-Edo) = "???"
                           ADD WS-Edo-Empleados(WS-Indice-Edo)
                               TO WS-Empleados-Sin-Estado
                       ELSE
                           ADD 1 TO WS-Estados-Sin-Tasa
                       END-IF
                   ELSE
                       MOVE WS-Edo-Tasa-Indice(WS-Indice-Edo)
                           TO WS-Indice-Tasa
                       COMPUTE WS-Edo-Impuesto(WS-Indice-Edo) ROUNDED =
                           WS-Edo-Base(WS-Indice-Edo)
                           * WS-Tas-Tasa(WS-Indice-Tasa) / 100
                       ADD WS-Edo-Impuesto(WS-Indice-Edo)
                           TO WS-Total-Impuesto
                       ADD WS-Edo-Base(WS-Indice-Edo) TO WS-Total-Base
                       PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                           UNTIL WS-Indice-Pat > WS-Total-Patrones
                           IF WS-Pat-Tab-Clave(WS-Indice-Pat)
                               = WS-Edo-Patron(WS-Indice-Edo)
                               ADD WS-Edo-Impuesto(WS-Indice-Edo)
                                   TO WS-Pat-Tab-Impuesto(WS-Indice-Pat)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           Acumular-Estado.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Edo FROM 1 BY 1
                   UNTIL WS-Indice-Edo > WS-Total-Estados
                   OR WS-Hallado = "S"
                   IF WS-Edo-Clave(WS-Indice-Edo)
                       = WS-Emp-Estado(WS-Indice-Emp)
                       AND WS-Edo-Patron(WS-Indice-Edo)
                           = WS-Emp-Patron(WS-Indice-Emp)
                       MOVE "S" TO WS-Hallado
                       SUBTRACT 1 FROM WS-Indice-Edo
                   END-IF
               END-PERFORM.
               IF WS-Hallado = "N" AND WS-Total-Estados < 200
                   ADD 1 TO WS-Total-Estados
                   MOVE WS-Total-Estados TO WS-Indice-Edo
                   MOVE WS-Emp-Estado(WS-Indice-Emp)
                       TO WS-Edo-Clave(WS-Indice-Edo)
                   MOVE WS-Emp-Patron(WS-Indice-Emp)
                       TO WS-Edo-Patron(WS-Indice-Edo)
                   MOVE ZERO TO WS-Edo-Empleados(WS-Indice-Edo)
                   MOVE ZERO TO WS-Edo-Base(WS-Indice-Edo)
                   MOVE "S" TO WS-Hallado
               END-IF.
               IF WS-Hallado = "S"
                   ADD 1 TO WS-Edo-Empleados(WS-Indice-Edo)
                   ADD WS-Emp-Base(WS-Indice-Emp)
                       TO WS-Edo-Base(WS-Indice-Edo)
               END-IF.

           Escribir-Declaracion.
               OPEN OUTPUT Declaracion-archivo.
               MOVE SPACE TO declaracion-linea.
               STRING "IMPUESTO SOBRE NOMINA - HOJA DE DECLARACION "
                   "POR PATRON Y ESTADO - MES " WS-Mes-Entrada
                   DELIMITED BY SIZE INTO declaracion-linea.
               WRITE declaracion-linea.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   PERFORM Escribir-Hojas-Patron
               END-PERFORM.
               MOVE SPACE TO declaracion-linea.
               WRITE declaracion-linea.
               MOVE WS-Total-Base TO WS-LG-Base.
               MOVE WS-Total-Impuesto TO WS-LG-Impuesto.
               MOVE WS-Linea-Total-General TO declaracion-linea.
               WRITE declaracion-linea.
               CLOSE Declaracion-archivo.

           Escribir-Hojas-Patron.
               MOVE SPACE TO declaracion-linea.
               WRITE declaracion-linea.
               MOVE WS-Pat-Tab-Clave(WS-Indice-Pat) TO WS-LP-Clave.
               MOVE WS-Pat-Tab-Nombre(WS-Indice-Pat) TO WS-LP-Nombre.
               MOVE WS-Pat-Tab-Rfc(WS-Indice-Pat) TO WS-LP-Rfc.
               MOVE WS-Linea-Encabezado-Pat TO declaracion-linea.
               WRITE declaracion-linea.
               PERFORM VARYING WS-Indice-Edo FROM 1 BY 1
                   UNTIL WS-Indice-Edo > WS-Total-Estados
                   IF WS-Edo-Patron(WS-Indice-Edo)
                       = WS-Pat-Tab-Clave(WS-Indice-Pat)
                       PERFORM Escribir-Hoja-Estado
                   END-IF
               END-PERFORM.
               MOVE SPACE TO declaracion-linea.
               WRITE declaracion-linea.
               MOVE WS-Pat-Tab-Impuesto(WS-Indice-Pat)
                   TO WS-LTP-Impuesto.
               MOVE WS-Linea-Total-Pat TO declaracion-linea.
               WRITE declaracion-linea.

           Escribir-Hoja-Estado.
               MOVE SPACE TO declaracion-linea.
               WRITE declaracion-linea.
               MOVE WS-Edo-Clave(WS-Indice-Edo) TO WS-LE-Clave.
               MOVE WS-Mes-Entrada TO WS-LE-Mes.
               IF WS-Edo-Tasa-Indice(WS-Indice-Edo) = ZERO
                   MOVE ZERO TO WS-LE-Tasa
                   IF WS-Edo-Clave(WS-Indice-Edo) = "???"
                       MOVE "SIN ESTADO ASIGNADO" TO WS-LE-Nombre
                   ELSE
                       MOVE "SIN TASA CAPTURADA" TO WS-LE-Nombre
                   END-IF
               ELSE
                   MOVE WS-Edo-Tasa-Indice(WS-Indice-Edo)
                       TO WS-Indice-Tasa
                   MOVE WS-Tas-Nombre(WS-Indice-Tasa) TO WS-LE-Nombre
                   MOVE WS-Tas-Tasa(WS-Indice-Tasa) TO WS-LE-Tasa
               END-IF.
               MOVE WS-Linea-Encabezado-Edo TO declaracion-linea.
               WRITE declaracion-linea.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Estado(WS-Indice-Emp)
                       = WS-Edo-Clave(WS-Indice-Edo)
                       AND WS-Emp-Patron(WS-Indice-Emp)
                           = WS-Edo-Patron(WS-Indice-Edo)
                       MOVE WS-Emp-Id(WS-Indice-Emp) TO WS-LD-Id
                       MOVE WS-Emp-Nombre(WS-Indice-Emp)
                           TO WS-LD-Nombre
                       MOVE WS-Emp-Base(WS-Indice-Emp) TO WS-LD-Base
                       MOVE WS-Linea-Detalle TO declaracion-linea
                       WRITE declaracion-linea
                   END-IF
               END-PERFORM.
               MOVE WS-Edo-Empleados(WS-Indice-Edo)
                   TO WS-LT-Empleados.
               MOVE WS-Edo-Base(WS-Indice-Edo) TO WS-LT-Base.
               MOVE WS-Edo-Impuesto(WS-Indice-Edo) TO WS-LT-Impuesto.
               MOVE WS-Linea-Total-Edo TO declaracion-linea.
               WRITE declaracion-linea.

      * Solo entran al asiento los estados con tasa; el abono al
      * impuesto por pagar de cada patron cuadra contra la suma de
      * sus cargos.
           Escribir-Poliza-Isn.
               OPEN OUTPUT Poliza-isn-archivo.
               PERFORM VARYING WS-Indice-Edo FROM 1 BY 1
                   UNTIL WS-Indice-Edo > WS-Total-Estados
                   IF WS-Edo-Tasa-Indice(WS-Indice-Edo) NOT = ZERO
                       AND WS-Edo-Impuesto(WS-Indice-Edo) > ZERO
                       MOVE WS-Edo-Tasa-Indice(WS-Indice-Edo)
                           TO WS-Indice-Tasa
                       MOVE "D" TO poliza-isn-tipo
                       MOVE WS-Tas-Cuenta(WS-Indice-Tasa)
                           TO poliza-isn-cuenta
                       MOVE SPACE TO poliza-isn-descripcion
                       STRING "ISN " WS-Edo-Clave(WS-Indice-Edo) " "
                           WS-Mes-Entrada DELIMITED BY SIZE
                           INTO poliza-isn-descripcion
                       MOVE WS-Edo-Impuesto(WS-Indice-Edo)
                           TO poliza-isn-monto
                       MOVE WS-Edo-Patron(WS-Indice-Edo)
                           TO poliza-isn-patron
                       WRITE poliza-isn-registro
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   IF WS-Pat-Tab-Impuesto(WS-Indice-Pat) > ZERO
                       MOVE "C" TO poliza-isn-tipo
                       MOVE "2100-ISN" TO poliza-isn-cuenta
                       MOVE SPACE TO poliza-isn-descripcion
                       STRING "ISN POR PAGAR " WS-Mes-Entrada
                           DELIMITED BY SIZE
                           INTO poliza-isn-descripcion
                       MOVE WS-Pat-Tab-Impuesto(WS-Indice-Pat)
                           TO poliza-isn-monto
                       MOVE WS-Pat-Tab-Clave(WS-Indice-Pat)
                           TO poliza-isn-patron
                       WRITE poliza-isn-registro
                   END-IF
               END-PERFORM.
               CLOSE Poliza-isn-archivo.

       END PROGRAM Calcula-isn.

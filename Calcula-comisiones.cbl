      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-comisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "comisiones-tabla-fisico.cbl".
       COPY "comisiones-pago-fisico.cbl".

       SELECT OPTIONAL Ventas-archivo
       ASSIGN TO "ventas-mes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ventas-Status.

       SELECT Excepciones-archivo
       ASSIGN TO "comisiones-excepciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Calculo-archivo
       ASSIGN TO "comisiones-calculo.txt"
       ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "comisiones-tabla-logico.cbl".
       COPY "comisiones-pago-logico.cbl".

      * Archivo mensual de ventas del area comercial: un renglon
      * por venta con el vendedor y el mes (AAAAMM) al que cuenta.
       FD  Ventas-archivo.

       01  venta-registro.
           05  venta-id PIC X(6).
           05  venta-mes PIC X(6).
           05  venta-folio PIC X(10).
           05  venta-monto PIC 9(9)V99.

       FD  Excepciones-archivo.

       01  excepcion-linea PIC X(80).

       FD  Calculo-archivo.

       01  calculo-linea PIC X(80).

       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Err-Programa PIC X(20) VALUE "Calcula-comisiones".
           01 WS-Err-Archivo PIC X(30).
           01 WS-Err-Operacion PIC X(10).
           01 WS-Comisiones-Tabla-Status PIC XX.
           01 WS-Comisiones-Pago-Status PIC XX.
           01 WS-Ventas-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Empleado-Hallado PIC X.
           01 WS-Puesto-Comisiona PIC X.
           01 WS-Pago-Hallado PIC X.
           01 WS-Acum-Hallado PIC X.
           01 WS-Tramos-Llena PIC X VALUE "N".
           01 WS-Pagos-Llena PIC X VALUE "N".
           01 WS-Motivo PIC X(30).

           01 WS-Total-Tramos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Tramo PIC 9(3).
           01 WS-Indice-Sig PIC 9(3).
           01 WS-Tabla-Tramos.
               05 WS-Tramo-Item OCCURS 300 TIMES.
                   10 WS-Tra-Puesto PIC X(20).
                   10 WS-Tra-Desde PIC 9(9)V99.
                   10 WS-Tra-Porcentaje PIC 9(3)V99.

           01 WS-Total-Pagos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Pago PIC 9(4).
           01 WS-Tabla-Pagos.
               05 WS-Pago-Item OCCURS 3000 TIMES PIC X(40).

           01 WS-Total-Acum PIC 9(4) VALUE ZERO.
           01 WS-Indice-Acum PIC 9(4).
           01 WS-Tabla-Acum.
               05 WS-Acum-Item OCCURS 1000 TIMES.
                   10 WS-Acu-Id PIC X(6).
                   10 WS-Acu-Mes PIC X(6).
                   10 WS-Acu-Puesto PIC X(20).
                   10 WS-Acu-Nombre PIC X(25).
                   10 WS-Acu-Ventas PIC 9(9)V99.

           01 WS-Hasta-Tramo PIC 9(9)V99.
           01 WS-Porcion PIC 9(9)V99.
           01 WS-Comision PIC 9(7)V99.

           01 WS-Total-Lineas PIC 9(6) VALUE ZERO.
           01 WS-Total-Excepciones PIC 9(6) VALUE ZERO.
           01 WS-Total-Calculadas PIC 9(4) VALUE ZERO.
           01 WS-Total-Ya-Pagadas PIC 9(4) VALUE ZERO.
           01 WS-Suma-Comisiones PIC 9(9)V99 VALUE ZERO.

           01 WS-Linea-Excepcion.
               05 WS-LE-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Mes PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Folio PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Monto PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Motivo PIC X(30).

           01 WS-Linea-Calculo.
               05 WS-LC-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Nombre PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Mes PIC X(6).
               05 FILLER PIC X(8) VALUE " VENTAS ".
               05 WS-LC-Ventas PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(10) VALUE " COMISION ".
               05 WS-LC-Comision PIC ZZZ,ZZ9.99.

           01 WS-Linea-Total-Calculo.
               05 FILLER PIC X(24) VALUE "TOTAL COMISIONES DEL MES".
               05 FILLER PIC X VALUE SPACE.
               05 WS-LTC-Cuantos PIC ZZZ9.
               05 FILLER PIC X(9) VALUE " IMPORTE ".
               05 WS-LTC-Suma PIC ZZZ,ZZZ,ZZ9.99.

      * Comisiones del mes: suma las ventas de cada vendedor del
      * archivo del area comercial, aplica la tabla escalonada de
      * su puesto y deja la comision pendiente para que la pague
      * la siguiente nomina. Las ventas de empleados inactivos o
      * de puestos sin tabla se listan como excepcion.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Cargar-Tramos.
           PERFORM Cargar-Pagos.
           IF WS-Tramos-Llena = "S"
               DISPLAY "comisiones-tabla.dat excede la capacidad de "
                   "trabajo; no se calculo nada."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-Pagos-Llena = "S"
               DISPLAY "comisiones-por-pagar.dat excede la capacidad "
                   "de trabajo; no se calculo nada."
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-Tramos-Llena = "S" OR WS-Pagos-Llena = "S"
               GOBACK
           END-IF.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           OPEN OUTPUT Excepciones-archivo.
           PERFORM Acumular-Ventas.
           CLOSE Empleados-archivo.
           OPEN OUTPUT Calculo-archivo.
           PERFORM VARYING WS-Indice-Acum FROM 1 BY 1
               UNTIL WS-Indice-Acum > WS-Total-Acum
               PERFORM Calcular-Comision-Vendedor
           END-PERFORM.
           MOVE WS-Total-Calculadas TO WS-LTC-Cuantos.
           MOVE WS-Suma-Comisiones TO WS-LTC-Suma.
           MOVE WS-Linea-Total-Calculo TO calculo-linea.
           WRITE calculo-linea.
           CLOSE Calculo-archivo.
           CLOSE Excepciones-archivo.
           PERFORM Reescribir-Pagos.
           PERFORM Mostrar-Resumen.
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   MOVE WS-Empleados-Filename TO WS-Err-Archivo
                   MOVE "E/S" TO WS-Err-Operacion
                   CALL "Rutinas-errores" USING WS-Err-Programa
                       WS-Err-Archivo WS-Err-Operacion
                       WS-Empleados-Status
               END-IF.

           Cargar-Tramos.
               MOVE ZERO TO WS-Total-Tramos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Comisiones-tabla-archivo.
               IF WS-Comisiones-Tabla-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Comisiones-tabla-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Tramos < 300
                               ADD 1 TO WS-Total-Tramos
                               MOVE ctabla-registro TO
                                   WS-Tramo-Item(WS-Total-Tramos)
                           ELSE
                               MOVE "S" TO WS-Tramos-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Comisiones-tabla-archivo.

           Cargar-Pagos.
               MOVE ZERO TO WS-Total-Pagos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Comisiones-pago-archivo.
               IF WS-Comisiones-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Comisiones-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Pagos < 3000
                               ADD 1 TO WS-Total-Pagos
                               MOVE comision-registro TO
                                   WS-Pago-Item(WS-Total-Pagos)
                           ELSE
                               MOVE "S" TO WS-Pagos-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Comisiones-pago-archivo.

           Acumular-Ventas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Ventas-archivo.
               IF WS-Ventas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
                   DISPLAY "No hay archivo de ventas (ventas-mes.txt)."
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Ventas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Total-Lineas
                           PERFORM Validar-Venta
                   END-READ
               END-PERFORM.
               CLOSE Ventas-archivo.

           Validar-Venta.
               MOVE SPACE TO WS-Motivo.
               IF venta-monto NOT NUMERIC OR venta-mes NOT NUMERIC
                   MOVE "RENGLON CON DATOS NO NUMERICOS" TO WS-Motivo
               ELSE
                   PERFORM Leer-Vendedor
                   IF WS-Empleado-Hallado = "N"
                       MOVE "EMPLEADO NO EXISTE" TO WS-Motivo
                   ELSE
                   IF NOT empleados-activo
                       MOVE "EMPLEADO INACTIVO" TO WS-Motivo
                   ELSE
                       PERFORM Verificar-Puesto-Comisiona
                       IF WS-Puesto-Comisiona = "N"
                           MOVE "PUESTO SIN TABLA DE COMISION"
                               TO WS-Motivo
                       END-IF
                   END-IF
                   END-IF
               END-IF.
               IF WS-Motivo = SPACE
                   PERFORM Acumular-Venta-Vendedor
               ELSE
                   PERFORM Escribir-Excepcion
               END-IF.

           Leer-Vendedor.
               MOVE venta-id TO empleados-id.
               MOVE "S" TO WS-Empleado-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Empleado-Hallado
               END-READ.

           Verificar-Puesto-Comisiona.
               MOVE "N" TO WS-Puesto-Comisiona.
               PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Total-Tramos
                   OR WS-Puesto-Comisiona = "S"
                   IF WS-Tra-Puesto(WS-Indice-Tramo)
                       = empleados-puesto
                       MOVE "S" TO WS-Puesto-Comisiona
                   END-IF
               END-PERFORM.

           Acumular-Venta-Vendedor.
               MOVE "N" TO WS-Acum-Hallado.
               PERFORM VARYING WS-Indice-Acum FROM 1 BY 1
                   UNTIL WS-Indice-Acum > WS-Total-Acum
                   OR WS-Acum-Hallado = "S"
                   IF WS-Acu-Id(WS-Indice-Acum) = venta-id
                       AND WS-Acu-Mes(WS-Indice-Acum) = venta-mes
                       MOVE "S" TO WS-Acum-Hallado
                       ADD venta-monto TO WS-Acu-Ventas(WS-Indice-Acum)
                   END-IF
               END-PERFORM.
               IF WS-Acum-Hallado = "N"
                   IF WS-Total-Acum < 1000
                       ADD 1 TO WS-Total-Acum
                       MOVE venta-id TO WS-Acu-Id(WS-Total-Acum)
                       MOVE venta-mes TO WS-Acu-Mes(WS-Total-Acum)
                       MOVE empleados-puesto
                           TO WS-Acu-Puesto(WS-Total-Acum)
                       MOVE empleados-nombre
                           TO WS-Acu-Nombre(WS-Total-Acum)
                       MOVE venta-monto
                           TO WS-Acu-Ventas(WS-Total-Acum)
                   ELSE
                       MOVE "EXCEDE CAPACIDAD DE VENDEDORES"
                           TO WS-Motivo
                       PERFORM Escribir-Excepcion
                   END-IF
               END-IF.

           Escribir-Excepcion.
               ADD 1 TO WS-Total-Excepciones.
               MOVE venta-id TO WS-LE-Id.
               MOVE venta-mes TO WS-LE-Mes.
               MOVE venta-folio TO WS-LE-Folio.
               IF venta-monto NUMERIC
                   MOVE venta-monto TO WS-LE-Monto
               ELSE
                   MOVE ZERO TO WS-LE-Monto
               END-IF.
               MOVE WS-Motivo TO WS-LE-Motivo.
               MOVE WS-Linea-Excepcion TO excepcion-linea.
               WRITE excepcion-linea.

      * Comision escalonada: cada tramo del puesto paga su
      * porcentaje sobre la porcion de la venta que cae entre su
      * limite y el del tramo siguiente del mismo puesto.
           Calcular-Comision-Vendedor.
               MOVE ZERO TO WS-Comision.
               PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Total-Tramos
                   IF WS-Tra-Puesto(WS-Indice-Tramo)
                       = WS-Acu-Puesto(WS-Indice-Acum)
                       AND WS-Acu-Ventas(WS-Indice-Acum)
                           > WS-Tra-Desde(WS-Indice-Tramo)
                       PERFORM Calcular-Porcion-Tramo
                   END-IF
               END-PERFORM.
               PERFORM Registrar-Comision.

           Calcular-Porcion-Tramo.
               MOVE WS-Acu-Ventas(WS-Indice-Acum) TO WS-Hasta-Tramo.
               PERFORM VARYING WS-Indice-Sig FROM 1 BY 1
                   UNTIL WS-Indice-Sig > WS-Total-Tramos
                   IF WS-Tra-Puesto(WS-Indice-Sig)
                       = WS-Acu-Puesto(WS-Indice-Acum)
                       AND WS-Tra-Desde(WS-Indice-Sig)
                           > WS-Tra-Desde(WS-Indice-Tramo)
                       AND WS-Tra-Desde(WS-Indice-Sig)
                           < WS-Hasta-Tramo
                       MOVE WS-Tra-Desde(WS-Indice-Sig)
                           TO WS-Hasta-Tramo
                   END-IF
               END-PERFORM.
               COMPUTE WS-Porcion =
                   WS-Hasta-Tramo - WS-Tra-Desde(WS-Indice-Tramo).
               COMPUTE WS-Comision ROUNDED = WS-Comision
                   + WS-Porcion * WS-Tra-Porcentaje(WS-Indice-Tramo)
                   / 100.

      * Una comision ya pagada por nomina no se recalcula; una
      * pendiente se reemplaza con el calculo nuevo del mes.
           Registrar-Comision.
               MOVE "N" TO WS-Pago-Hallado.
               PERFORM VARYING WS-Indice-Pago FROM 1 BY 1
                   UNTIL WS-Indice-Pago > WS-Total-Pagos
                   OR WS-Pago-Hallado = "S"
                   MOVE WS-Pago-Item(WS-Indice-Pago)
                       TO comision-registro
                   IF comision-id = WS-Acu-Id(WS-Indice-Acum)
                       AND comision-mes = WS-Acu-Mes(WS-Indice-Acum)
                       MOVE "S" TO WS-Pago-Hallado
                       SUBTRACT 1 FROM WS-Indice-Pago
                   END-IF
               END-PERFORM.
               IF WS-Pago-Hallado = "S" AND comision-aplicada
                   ADD 1 TO WS-Total-Ya-Pagadas
                   MOVE WS-Acu-Id(WS-Indice-Acum) TO venta-id
                   MOVE WS-Acu-Mes(WS-Indice-Acum) TO venta-mes
                   MOVE SPACE TO venta-folio
                   MOVE WS-Acu-Ventas(WS-Indice-Acum) TO venta-monto
                   MOVE "COMISION DEL MES YA PAGADA" TO WS-Motivo
                   PERFORM Escribir-Excepcion
               ELSE
                   IF WS-Pago-Hallado = "N"
                       IF WS-Total-Pagos < 3000
                           ADD 1 TO WS-Total-Pagos
                           MOVE WS-Total-Pagos TO WS-Indice-Pago
                           MOVE "S" TO WS-Pago-Hallado
                       ELSE
                           MOVE WS-Acu-Id(WS-Indice-Acum) TO venta-id
                           MOVE WS-Acu-Mes(WS-Indice-Acum)
                               TO venta-mes
                           MOVE SPACE TO venta-folio
                           MOVE WS-Acu-Ventas(WS-Indice-Acum)
                               TO venta-monto
                           MOVE "EXCEDE CAPACIDAD DE PAGOS"
                               TO WS-Motivo
                           PERFORM Escribir-Excepcion
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
                   IF WS-Pago-Hallado = "S"
                       MOVE WS-Acu-Id(WS-Indice-Acum) TO comision-id
                       MOVE WS-Acu-Mes(WS-Indice-Acum)
                           TO comision-mes
                       MOVE WS-Acu-Ventas(WS-Indice-Acum)
                           TO comision-ventas
                       MOVE WS-Comision TO comision-monto
                       MOVE "P" TO comision-estado
                       MOVE SPACE TO comision-periodo
                       MOVE comision-registro
                           TO WS-Pago-Item(WS-Indice-Pago)
                       ADD 1 TO WS-Total-Calculadas
                       ADD WS-Comision TO WS-Suma-Comisiones
                       PERFORM Escribir-Linea-Calculo
                   END-IF
               END-IF.

           Escribir-Linea-Calculo.
               MOVE WS-Acu-Id(WS-Indice-Acum) TO WS-LC-Id.
               MOVE WS-Acu-Nombre(WS-Indice-Acum) TO WS-LC-Nombre.
               MOVE WS-Acu-Mes(WS-Indice-Acum) TO WS-LC-Mes.
               MOVE WS-Acu-Ventas(WS-Indice-Acum) TO WS-LC-Ventas.
               MOVE WS-Comision TO WS-LC-Comision.
               MOVE WS-Linea-Calculo TO calculo-linea.
               WRITE calculo-linea.

           Reescribir-Pagos.
               OPEN OUTPUT Comisiones-pago-archivo.
               PERFORM VARYING WS-Indice-Pago FROM 1 BY 1
                   UNTIL WS-Indice-Pago > WS-Total-Pagos
                   MOVE WS-Pago-Item(WS-Indice-Pago)
                       TO comision-registro
                   WRITE comision-registro
               END-PERFORM.
               CLOSE Comisiones-pago-archivo.

           Mostrar-Resumen.
               DISPLAY "Renglones de venta leidos: " WS-Total-Lineas.
               DISPLAY "Comisiones calculadas: " WS-Total-Calculadas
                   " por " WS-Suma-Comisiones
                   " (detalle en comisiones-calculo.txt)".
               DISPLAY "Meses ya pagados por nomina: "
                   WS-Total-Ya-Pagadas.
               DISPLAY "Excepciones (comisiones-excepciones.txt): "
                   WS-Total-Excepciones.

       END PROGRAM Calcula-comisiones.

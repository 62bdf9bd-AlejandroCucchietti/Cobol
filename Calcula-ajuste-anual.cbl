      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-ajuste-anual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "ajuste-anual-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT OPTIONAL Isr-anual-archivo
       ASSIGN TO "nomina-isr-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Isr-Anual-Status.

       SELECT Listado-archivo
       ASSIGN TO "ajuste-anual.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Listado-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "ajuste-anual-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.

      * Tarifa anual del ISR (la del articulo 152), mismo trazado
      * que la tarifa quincenal; en el calculo anual no hay
      * subsidio al empleo.
       FD  Isr-anual-archivo.

       01  isr-anual-registro.
           05  isr-anual-limite-inferior PIC 9(7)V99.
           05  isr-anual-cuota-fija PIC 9(7)V99.
           05  isr-anual-tasa PIC 99V99.
           05  isr-anual-subsidio PIC 9(5)V99.

       FD  Listado-archivo.

       01  listado-linea PIC X(120).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Ajuste-Anual-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Isr-Anual-Status PIC XX.
           01 WS-Listado-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Opcion PIC X.
           01 WS-Ejercicio PIC X(4).
           01 WS-Inicio-Ejercicio PIC X(8).
           01 WS-Confirma PIC X.
           01 WS-Fin-Archivo PIC X.
           01 WS-Hallado PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Tope-Ingresos PIC 9(9)V99 VALUE 400000.00.

           01 WS-Total-Isr-Tabla PIC 99 VALUE ZERO.
           01 WS-Indice-Isr PIC 99.
           01 WS-Renglon-Isr PIC 99.
           01 WS-Tabla-Isr-Anual.
               05 WS-Isr-Item OCCURS 15 TIMES.
                   10 WS-Isr-Limite PIC 9(7)V99.
                   10 WS-Isr-Cuota PIC 9(7)V99.
                   10 WS-Isr-Tasa PIC 99V99.

      * Ajustes ya registrados de todos los ejercicios; los del
      * ejercicio que se recalcula y aun no se aplican se
      * descartan y se vuelven a generar.
           01 WS-Total-Ajustes PIC 9(4) VALUE ZERO.
           01 WS-Indice-Aju PIC 9(4).
           01 WS-Tabla-Ajustes.
               05 WS-Ajuste-Item OCCURS 3000 TIMES PIC X(72).

           01 WS-Total-Empleados PIC 9(4) VALUE ZERO.
           01 WS-Indice-Emp PIC 9(4).
           01 WS-Tabla-Empleados.
               05 WS-Empleado-Item OCCURS 3000 TIMES.
                   10 WS-Emp-Id PIC X(6).
                   10 WS-Emp-Nombre PIC X(30).
                   10 WS-Emp-Ingreso PIC 9(9)V99.
                   10 WS-Emp-Gravado PIC 9(9)V99.
                   10 WS-Emp-Retenido PIC 9(9)V99.
                   10 WS-Emp-Con-Detalle PIC X.
                   10 WS-Emp-Isr-Anual PIC 9(9)V99.
                   10 WS-Emp-Tipo PIC X.
                   10 WS-Emp-Diferencia PIC 9(7)V99.
                   10 WS-Emp-Motivo PIC X(25).

           01 WS-Excedente PIC 9(9)V99.
           01 WS-Isr-Calculado PIC S9(9)V99.
           01 WS-Diferencia PIC S9(9)V99.

           01 WS-Total-A-Favor PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-A-Cargo PIC 9(9)V99 VALUE ZERO.
           01 WS-Cuenta-A-Favor PIC 9(5) VALUE ZERO.
           01 WS-Cuenta-A-Cargo PIC 9(5) VALUE ZERO.
           01 WS-Cuenta-Excluidos PIC 9(5) VALUE ZERO.
           01 WS-Cuenta-Pendientes PIC 9(5) VALUE ZERO.

           01 WS-Linea-Ajuste.
               05 WS-LA-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LA-Nombre PIC X(30).
               05 WS-LA-Ingreso PIC ZZZ,ZZZ,ZZ9.99.
               05 WS-LA-Gravado PIC ZZZ,ZZZ,ZZ9.99.
               05 WS-LA-Isr PIC ZZZ,ZZZ,ZZ9.99.
               05 WS-LA-Retenido PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LA-Tipo PIC X(9).
               05 WS-LA-Monto PIC Z,ZZZ,ZZ9.99.

           01 WS-Linea-Excluido.
               05 WS-LX-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LX-Nombre PIC X(30).
               05 WS-LX-Ingreso PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LX-Motivo PIC X(25).

           01 WS-Linea-Total.
               05 WS-LT-Texto PIC X(37).
               05 WS-LT-Cuenta PIC ZZZZ9.
               05 FILLER PIC X(12) VALUE " EMPLEADOS  ".
               05 WS-LT-Monto PIC ZZZ,ZZZ,ZZ9.99.

      * Ajuste anual de ISR: tarifa anual sobre lo gravado del
      * ejercicio contra lo retenido en las quincenas, solo para
      * quien trabajo el anio completo y no rebaso el tope de
      * ingresos. El listado se firma por Finanzas y solo los
      * ajustes autorizados entran a la siguiente nomina.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           DISPLAY "===== Ajuste Anual de ISR =====".
           DISPLAY "1. Calcular y listar para firma".
           DISPLAY "2. Autorizar el ajuste firmado (supervisor)".
           DISPLAY "Elige una opcion: ".
           MOVE SPACE TO WS-Opcion.
           ACCEPT WS-Opcion.
           DISPLAY "Ejercicio (AAAA): ".
           MOVE SPACE TO WS-Ejercicio.
           ACCEPT WS-Ejercicio.
           IF WS-Ejercicio NOT NUMERIC
               DISPLAY "Ejercicio no valido."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           EVALUATE WS-Opcion
               WHEN "1"
                   PERFORM Calcular-Ajuste
               WHEN "2"
                   PERFORM Autorizar-Ajuste
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE.
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

           Calcular-Ajuste.
               STRING WS-Ejercicio "0101" DELIMITED BY SIZE
                   INTO WS-Inicio-Ejercicio.
               PERFORM Leer-Tope-Ingresos.
               PERFORM Inicializar-Tarifa-Anual.
               PERFORM Cargar-Tarifa-Anual.
               PERFORM Cargar-Ajustes.
               PERFORM Acumular-Recibos.
               PERFORM Acumular-Detalle.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El ejercicio excede la capacidad de "
                       "trabajo; no se calculo."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT Empleados-archivo
                   PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                       UNTIL WS-Indice-Emp > WS-Total-Empleados
                       PERFORM Evaluar-Empleado
                   END-PERFORM
                   CLOSE Empleados-archivo
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "Los ajustes del ejercicio exceden la "
                           "capacidad de trabajo; no se guardo nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM Guardar-Ajustes
                       PERFORM Escribir-Listado
                       DISPLAY "A favor: " WS-Cuenta-A-Favor
                           " por " WS-Total-A-Favor
                       DISPLAY "A cargo: " WS-Cuenta-A-Cargo
                           " por " WS-Total-A-Cargo
                       DISPLAY "Excluidos: " WS-Cuenta-Excluidos
                       DISPLAY "Listado para firma en "
                           "ajuste-anual.txt; los ajustes quedan "
                           "pendientes de autorizacion."
                   END-IF
               END-IF.

           Leer-Tope-Ingresos.
               MOVE "AJUSTE-TOPE-INGRESO" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Tope-Ingresos
               END-IF.

      * La tarifa anual es un archivo mantenible; si no existe
      * todavia se siembra con la vigente.
           Inicializar-Tarifa-Anual.
               OPEN INPUT Isr-anual-archivo.
               IF WS-Isr-Anual-Status NOT = "00"
                   CLOSE Isr-anual-archivo
                   OPEN OUTPUT Isr-anual-archivo
                   MOVE ZERO TO isr-anual-subsidio
                   MOVE 0000000.01 TO isr-anual-limite-inferior
                   MOVE ZERO TO isr-anual-cuota-fija
                   MOVE 01.92 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0008952.50 TO isr-anual-limite-inferior
                   MOVE 0000171.88 TO isr-anual-cuota-fija
                   MOVE 06.40 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0075984.56 TO isr-anual-limite-inferior
                   MOVE 0004461.94 TO isr-anual-cuota-fija
                   MOVE 10.88 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0133536.08 TO isr-anual-limite-inferior
                   MOVE 0010723.55 TO isr-anual-cuota-fija
                   MOVE 16.00 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0155229.81 TO isr-anual-limite-inferior
                   MOVE 0014194.54 TO isr-anual-cuota-fija
                   MOVE 17.92 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0185852.58 TO isr-anual-limite-inferior
                   MOVE 0019682.13 TO isr-anual-cuota-fija
                   MOVE 21.36 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0374837.89 TO isr-anual-limite-inferior
                   MOVE 0060049.40 TO isr-anual-cuota-fija
                   MOVE 23.52 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 0590795.00 TO isr-anual-limite-inferior
                   MOVE 0110842.74 TO isr-anual-cuota-fija
                   MOVE 30.00 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 1127926.85 TO isr-anual-limite-inferior
                   MOVE 0271981.99 TO isr-anual-cuota-fija
                   MOVE 32.00 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 1503902.47 TO isr-anual-limite-inferior
                   MOVE 0392294.17 TO isr-anual-cuota-fija
                   MOVE 34.00 TO isr-anual-tasa
                   WRITE isr-anual-registro
                   MOVE 4511707.38 TO isr-anual-limite-inferior
                   MOVE 1414947.85 TO isr-anual-cuota-fija
                   MOVE 35.00 TO isr-anual-tasa
                   WRITE isr-anual-registro
               END-IF.
               CLOSE Isr-anual-archivo.

           Cargar-Tarifa-Anual.
               MOVE ZERO TO WS-Total-Isr-Tabla.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Isr-anual-archivo.
               IF WS-Isr-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Isr-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF WS-Total-Isr-Tabla < 15
                               ADD 1 TO WS-Total-Isr-Tabla
                               MOVE isr-anual-limite-inferior
                                   TO WS-Isr-Limite(WS-Total-Isr-Tabla)
                               MOVE isr-anual-cuota-fija
                                   TO WS-Isr-Cuota(WS-Total-Isr-Tabla)
                               MOVE isr-anual-tasa
                                   TO WS-Isr-Tasa(WS-Total-Isr-Tabla)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Isr-anual-archivo.

           Cargar-Ajustes.
               MOVE ZERO TO WS-Total-Ajustes.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Ajuste-anual-archivo.
               IF WS-Ajuste-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Ajuste-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF ajuste-ejercicio NOT = WS-Ejercicio
                               OR ajuste-aplicado
                               IF WS-Total-Ajustes < 3000
                                   ADD 1 TO WS-Total-Ajustes
                                   MOVE ajuste-registro TO
                                       WS-Ajuste-Item(WS-Total-Ajustes)
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ajuste-anual-archivo.

           Acumular-Recibos.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Recibos-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF recibo-anual-fecha(1:4) = WS-Ejercicio
                               PERFORM Acumular-Recibo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.

           Acumular-Recibo.
               PERFORM Buscar-Empleado-Tabla.
               IF WS-Hallado = "N"
                   IF WS-Total-Empleados < 3000
                       ADD 1 TO WS-Total-Empleados
                       MOVE WS-Total-Empleados TO WS-Indice-Emp
                       MOVE recibo-anual-id TO WS-Emp-Id(WS-Indice-Emp)
                       MOVE SPACE TO WS-Emp-Nombre(WS-Indice-Emp)
                       STRING recibo-anual-apellidos DELIMITED BY "  "
                           " " recibo-anual-nombre DELIMITED BY "  "
                           INTO WS-Emp-Nombre(WS-Indice-Emp)
                       MOVE ZERO TO WS-Emp-Ingreso(WS-Indice-Emp)
                           WS-Emp-Gravado(WS-Indice-Emp)
                           WS-Emp-Retenido(WS-Indice-Emp)
                           WS-Emp-Isr-Anual(WS-Indice-Emp)
                           WS-Emp-Diferencia(WS-Indice-Emp)
                       MOVE "N" TO WS-Emp-Con-Detalle(WS-Indice-Emp)
                       MOVE SPACE TO WS-Emp-Tipo(WS-Indice-Emp)
                           WS-Emp-Motivo(WS-Indice-Emp)
                       MOVE "S" TO WS-Hallado
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                       MOVE "0" TO WS-Fin-Archivo
                   END-IF
               END-IF.
               IF WS-Hallado = "S"
                   ADD recibo-anual-bruto
                       TO WS-Emp-Ingreso(WS-Indice-Emp)
               END-IF.

           Buscar-Empleado-Tabla.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   OR WS-Hallado = "S"
                   IF WS-Emp-Id(WS-Indice-Emp) = recibo-anual-id
                       MOVE "S" TO WS-Hallado
                       SUBTRACT 1 FROM WS-Indice-Emp
                   END-IF
               END-PERFORM.

      * Del desglose anual salen lo gravado de las percepciones y
      * el ISR retenido; quien no tiene desglose (recibos previos
      * al catalogo de conceptos) se toma gravado por el bruto.
           Acumular-Detalle.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Detalle-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF detanual-fecha(1:4) = WS-Ejercicio
                               MOVE detanual-id TO recibo-anual-id
                               PERFORM Buscar-Empleado-Tabla
                               IF WS-Hallado = "S"
                                   PERFORM Acumular-Renglon-Detalle
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Detalle-anual-archivo.

           Acumular-Renglon-Detalle.
               IF detanual-percepcion
                   MOVE "S" TO WS-Emp-Con-Detalle(WS-Indice-Emp)
                   ADD detanual-gravado
                       TO WS-Emp-Gravado(WS-Indice-Emp)
               ELSE
                   IF detanual-concepto = "ISR "
                       ADD detanual-monto
                           TO WS-Emp-Retenido(WS-Indice-Emp)
                   END-IF
               END-IF.

      * Solo entra quien sigue activo, ingreso a mas tardar el
      * primero de enero del ejercicio y no rebasa el tope; un
      * empleado con ajuste ya aplicado no se recalcula.
           Evaluar-Empleado.
               MOVE WS-Emp-Id(WS-Indice-Emp) TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               PERFORM Buscar-Ajuste-Aplicado.
               EVALUATE TRUE
                   WHEN WS-Registro-Hallado = "N"
                       MOVE "NO ESTA EN EL MAESTRO"
                           TO WS-Emp-Motivo(WS-Indice-Emp)
                   WHEN NOT empleados-activo
                       MOVE "NO ACTIVO AL CIERRE"
                           TO WS-Emp-Motivo(WS-Indice-Emp)
                   WHEN empleados-fecha-alta > WS-Inicio-Ejercicio
                       MOVE "INGRESO DURANTE EL ANIO"
                           TO WS-Emp-Motivo(WS-Indice-Emp)
                   WHEN WS-Emp-Ingreso(WS-Indice-Emp)
                       > WS-Tope-Ingresos
                       MOVE "INGRESOS SOBRE EL TOPE"
                           TO WS-Emp-Motivo(WS-Indice-Emp)
                   WHEN WS-Hallado = "S"
                       MOVE "AJUSTE YA APLICADO"
                           TO WS-Emp-Motivo(WS-Indice-Emp)
                   WHEN OTHER
                       PERFORM Calcular-Isr-Anual
               END-EVALUATE.
               IF WS-Emp-Motivo(WS-Indice-Emp) NOT = SPACE
                   ADD 1 TO WS-Cuenta-Excluidos
               END-IF.

           Buscar-Ajuste-Aplicado.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Aju FROM 1 BY 1
                   UNTIL WS-Indice-Aju > WS-Total-Ajustes
                   OR WS-Hallado = "S"
                   MOVE WS-Ajuste-Item(WS-Indice-Aju) TO ajuste-registro
                   IF ajuste-ejercicio = WS-Ejercicio
                       AND ajuste-id = WS-Emp-Id(WS-Indice-Emp)
                       MOVE "S" TO WS-Hallado
                   END-IF
               END-PERFORM.

      * Ultimo tramo cuyo limite inferior no excede lo gravado:
      * cuota fija mas la tasa sobre el excedente.
           Calcular-Isr-Anual.
               IF WS-Emp-Con-Detalle(WS-Indice-Emp) = "N"
                   MOVE WS-Emp-Ingreso(WS-Indice-Emp)
                       TO WS-Emp-Gravado(WS-Indice-Emp)
               END-IF.
               MOVE ZERO TO WS-Isr-Calculado.
               MOVE ZERO TO WS-Renglon-Isr.
               PERFORM VARYING WS-Indice-Isr FROM 1 BY 1
                   UNTIL WS-Indice-Isr > WS-Total-Isr-Tabla
                   IF WS-Isr-Limite(WS-Indice-Isr)
                       NOT > WS-Emp-Gravado(WS-Indice-Emp)
                       MOVE WS-Indice-Isr TO WS-Renglon-Isr
                   END-IF
               END-PERFORM.
               IF WS-Renglon-Isr > ZERO
                   COMPUTE WS-Excedente =
                       WS-Emp-Gravado(WS-Indice-Emp)
                       - WS-Isr-Limite(WS-Renglon-Isr)
                   COMPUTE WS-Isr-Calculado ROUNDED =
                       WS-Isr-Cuota(WS-Renglon-Isr)
                       + WS-Excedente
                       * WS-Isr-Tasa(WS-Renglon-Isr) / 100
               END-IF.
               MOVE WS-Isr-Calculado TO WS-Emp-Isr-Anual(WS-Indice-Emp).
               COMPUTE WS-Diferencia =
                   WS-Isr-Calculado - WS-Emp-Retenido(WS-Indice-Emp).
               IF WS-Diferencia > ZERO
                   MOVE "C" TO WS-Emp-Tipo(WS-Indice-Emp)
                   MOVE WS-Diferencia
                       TO WS-Emp-Diferencia(WS-Indice-Emp)
                   PERFORM Agregar-Ajuste
                   IF WS-Tabla-Llena = "N"
                       ADD 1 TO WS-Cuenta-A-Cargo
                       ADD WS-Diferencia TO WS-Total-A-Cargo
                   END-IF
               END-IF.
               IF WS-Diferencia < ZERO
                   MOVE "F" TO WS-Emp-Tipo(WS-Indice-Emp)
                   COMPUTE WS-Emp-Diferencia(WS-Indice-Emp) =
                       0 - WS-Diferencia
                   PERFORM Agregar-Ajuste
                   IF WS-Tabla-Llena = "N"
                       ADD 1 TO WS-Cuenta-A-Favor
                       ADD WS-Emp-Diferencia(WS-Indice-Emp)
                           TO WS-Total-A-Favor
                   END-IF
               END-IF.

      * Sin lugar en la tabla el ajuste no se cuenta y el ejercicio
      * no se guarda: Guardar-Ajustes reescribe el archivo completo.
           Agregar-Ajuste.
               IF WS-Total-Ajustes NOT < 3000
                   MOVE "S" TO WS-Tabla-Llena
                   MOVE "TABLA DE AJUSTES LLENA"
                       TO WS-Emp-Motivo(WS-Indice-Emp)
               ELSE
                   MOVE WS-Ejercicio TO ajuste-ejercicio
                   MOVE WS-Emp-Id(WS-Indice-Emp) TO ajuste-id
                   MOVE WS-Emp-Ingreso(WS-Indice-Emp) TO ajuste-ingreso
                   MOVE WS-Emp-Gravado(WS-Indice-Emp) TO ajuste-gravado
                   MOVE WS-Emp-Isr-Anual(WS-Indice-Emp)
                       TO ajuste-isr-anual
                   MOVE WS-Emp-Retenido(WS-Indice-Emp)
                       TO ajuste-retenido
                   MOVE WS-Emp-Tipo(WS-Indice-Emp) TO ajuste-tipo
                   MOVE WS-Emp-Diferencia(WS-Indice-Emp)
                       TO ajuste-monto
                   MOVE "P" TO ajuste-estado
                   MOVE SPACE TO ajuste-periodo
                   ADD 1 TO WS-Total-Ajustes
                   MOVE ajuste-registro
                       TO WS-Ajuste-Item(WS-Total-Ajustes)
               END-IF.

           Guardar-Ajustes.
               OPEN OUTPUT Ajuste-anual-archivo.
               PERFORM VARYING WS-Indice-Aju FROM 1 BY 1
                   UNTIL WS-Indice-Aju > WS-Total-Ajustes
                   MOVE WS-Ajuste-Item(WS-Indice-Aju) TO ajuste-registro
                   WRITE ajuste-registro
               END-PERFORM.
               CLOSE Ajuste-anual-archivo.

           Escribir-Listado.
               OPEN OUTPUT Listado-archivo.
               MOVE SPACE TO listado-linea.
               STRING "AJUSTE ANUAL DE ISR - EJERCICIO " WS-Ejercicio
                   " - LISTADO PARA FIRMA DE FINANZAS"
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               STRING "ID     NOMBRE                        "
                   "        INGRESO       GRAVADO     ISR ANUAL"
                   "      RETENIDO  AJUSTE"
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Motivo(WS-Indice-Emp) = SPACE
                       PERFORM Escribir-Linea-Ajuste
                   END-IF
               END-PERFORM.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE "TOTAL A FAVOR (SE DEVUELVE EN NOMINA)"
                   TO WS-LT-Texto.
               MOVE WS-Cuenta-A-Favor TO WS-LT-Cuenta.
               MOVE WS-Total-A-Favor TO WS-LT-Monto.
               MOVE WS-Linea-Total TO listado-linea.
               WRITE listado-linea.
               MOVE "TOTAL A CARGO (SE DESCUENTA EN NOMINA)"
                   TO WS-LT-Texto.
               MOVE WS-Cuenta-A-Cargo TO WS-LT-Cuenta.
               MOVE WS-Total-A-Cargo TO WS-LT-Monto.
               MOVE WS-Linea-Total TO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE "EMPLEADOS EXCLUIDOS DEL AJUSTE" TO listado-linea.
               WRITE listado-linea.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Motivo(WS-Indice-Emp) NOT = SPACE
                       MOVE WS-Emp-Id(WS-Indice-Emp) TO WS-LX-Id
                       MOVE WS-Emp-Nombre(WS-Indice-Emp) TO WS-LX-Nombre
                       MOVE WS-Emp-Ingreso(WS-Indice-Emp)
                           TO WS-LX-Ingreso
                       MOVE WS-Emp-Motivo(WS-Indice-Emp) TO WS-LX-Motivo
                       MOVE WS-Linea-Excluido TO listado-linea
                       WRITE listado-linea
                   END-IF
               END-PERFORM.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               STRING "ELABORO: ____________________     "
                   "AUTORIZA FINANZAS: ____________________"
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               CLOSE Listado-archivo.

           Escribir-Linea-Ajuste.
               MOVE WS-Emp-Id(WS-Indice-Emp) TO WS-LA-Id.
               MOVE WS-Emp-Nombre(WS-Indice-Emp) TO WS-LA-Nombre.
               MOVE WS-Emp-Ingreso(WS-Indice-Emp) TO WS-LA-Ingreso.
               MOVE WS-Emp-Gravado(WS-Indice-Emp) TO WS-LA-Gravado.
               MOVE WS-Emp-Isr-Anual(WS-Indice-Emp) TO WS-LA-Isr.
               MOVE WS-Emp-Retenido(WS-Indice-Emp) TO WS-LA-Retenido.
               EVALUATE WS-Emp-Tipo(WS-Indice-Emp)
                   WHEN "F"
                       MOVE "A FAVOR" TO WS-LA-Tipo
                   WHEN "C"
                       MOVE "A CARGO" TO WS-LA-Tipo
                   WHEN OTHER
                       MOVE "SIN DIF." TO WS-LA-Tipo
               END-EVALUATE.
               MOVE WS-Emp-Diferencia(WS-Indice-Emp) TO WS-LA-Monto.
               MOVE WS-Linea-Ajuste TO listado-linea.
               WRITE listado-linea.

      * Con el listado firmado, un supervisor autoriza todos los
      * ajustes pendientes del ejercicio; la siguiente nomina los
      * aplica como su propio concepto.
           Autorizar-Ajuste.
               IF WS-Nivel-Operador < 3
                   DISPLAY "La autorizacion del ajuste anual esta "
                       "restringida a supervisores."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Cargar-Todos-Ajustes
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "ajuste-anual.dat excede la capacidad "
                           "de trabajo; no se autorizo nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                   IF WS-Cuenta-Pendientes = ZERO
                       DISPLAY "No hay ajustes pendientes del "
                           "ejercicio " WS-Ejercicio "."
                   ELSE
                       DISPLAY "Pendientes: " WS-Cuenta-Pendientes
                           "  a favor: " WS-Total-A-Favor
                           "  a cargo: " WS-Total-A-Cargo
                       DISPLAY "Finanzas firmo el listado y autoriza "
                           "aplicarlos en la siguiente nomina (S/N)? "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Marcar-Autorizados
                           PERFORM Guardar-Ajustes
                           MOVE WS-Ejercicio TO auditoria-id
                           MOVE "AUTORIZA-AJUS" TO auditoria-operacion
                           PERFORM Registrar-Auditoria
                           DISPLAY "Ajustes autorizados por "
                               WS-Operador-Actual "."
                       ELSE
                           DISPLAY "Sin cambios."
                       END-IF
                   END-IF
                   END-IF
               END-IF.

           Cargar-Todos-Ajustes.
               MOVE ZERO TO WS-Total-Ajustes.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Ajuste-anual-archivo.
               IF WS-Ajuste-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Ajuste-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF WS-Total-Ajustes < 3000
                               ADD 1 TO WS-Total-Ajustes
                               MOVE ajuste-registro
                                   TO WS-Ajuste-Item(WS-Total-Ajustes)
                               IF ajuste-ejercicio = WS-Ejercicio
                                   AND ajuste-pendiente
                                   ADD 1 TO WS-Cuenta-Pendientes
                                   IF ajuste-a-favor
                                       ADD ajuste-monto
                                           TO WS-Total-A-Favor
                                   ELSE
                                       ADD ajuste-monto
                                           TO WS-Total-A-Cargo
                                   END-IF
                               END-IF
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ajuste-anual-archivo.

           Marcar-Autorizados.
               PERFORM VARYING WS-Indice-Aju FROM 1 BY 1
                   UNTIL WS-Indice-Aju > WS-Total-Ajustes
                   MOVE WS-Ajuste-Item(WS-Indice-Aju) TO ajuste-registro
                   IF ajuste-ejercicio = WS-Ejercicio
                       AND ajuste-pendiente
                       MOVE "A" TO ajuste-estado
                       MOVE ajuste-registro
                           TO WS-Ajuste-Item(WS-Indice-Aju)
                   END-IF
               END-PERFORM.

           Registrar-Auditoria.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Calcula-ajuste-anual.

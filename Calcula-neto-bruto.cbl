      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-neto-bruto.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "puestos-fisico.cbl".
       COPY "imss-ramos-fisico.cbl".

       SELECT OPTIONAL Deducciones-archivo
       ASSIGN TO "nomina-deducciones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Deducciones-Status.

       SELECT OPTIONAL Isr-archivo
       ASSIGN TO "nomina-isr.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Isr-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "puestos-logico.cbl".
       COPY "imss-ramos-logico.cbl".

       FD  Deducciones-archivo.

       01  deduccion-registro.
           05  deduccion-codigo PIC X(4).
           05  deduccion-descripcion PIC X(20).
           05  deduccion-porcentaje PIC 99V99.

       FD  Isr-archivo.

       01  isr-registro.
           05  isr-limite-inferior PIC 9(7)V99.
           05  isr-cuota-fija PIC 9(7)V99.
           05  isr-tasa PIC 99V99.
           05  isr-subsidio PIC 9(5)V99.


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Puestos-Status PIC XX.
           01 WS-Imss-Ramos-Status PIC XX.
           01 WS-Deducciones-Status PIC XX.
           01 WS-Isr-Status PIC XX.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.

      * Datos de la consulta.
           01 WS-Neto-Entrada PIC X(12).
           01 WS-Frecuencia-Entrada PIC X.
               88 WS-Frecuencia-Semanal VALUE "S" "s".
               88 WS-Frecuencia-Quincenal VALUE "Q" "q".
           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Puesto-Existe PIC X.
           01 WS-Banda-Minimo PIC 9(7)V99.
           01 WS-Banda-Maximo PIC 9(7)V99.
           01 WS-Neto-Deseado PIC 9(7)V99.
           01 WS-Datos-Validos PIC X.

      * Tablas de la nomina: deducciones, tarifa de ISR y ramos
      * del IMSS, leidas de los mismos archivos que Calcula-nomina.
           01 WS-Fin-Deducciones PIC X.
           01 WS-Total-Deducciones-Tabla PIC 99 VALUE ZERO.
           01 WS-Tabla-Deducciones.
               05 WS-Deduccion-Item OCCURS 10 TIMES.
                   10 WS-Ded-Codigo PIC X(4).
                   10 WS-Ded-Descripcion PIC X(20).
                   10 WS-Ded-Porcentaje PIC 99V99.
                   10 WS-Ded-Monto PIC 9(7)V99.
           01 WS-Indice-Ded PIC 99.

           01 WS-Fin-Isr PIC X.
           01 WS-Total-Isr-Tabla PIC 99 VALUE ZERO.
           01 WS-Tabla-Isr.
               05 WS-Isr-Item OCCURS 15 TIMES.
                   10 WS-Isr-Limite PIC 9(7)V99.
                   10 WS-Isr-Cuota PIC 9(7)V99.
                   10 WS-Isr-Tasa PIC 99V99.
                   10 WS-Isr-Subsidio PIC 9(5)V99.
           01 WS-Indice-Isr PIC 99.
           01 WS-Renglon-Isr PIC 99.
           01 WS-Excedente-Isr PIC 9(7)V99.
           01 WS-Isr-Tarifa PIC 9(7)V99.
           01 WS-Subsidio-Aplicado PIC 9(5)V99.
           01 WS-Monto-Isr PIC S9(7)V99.

           01 WS-Fin-Ramos PIC X.
           01 WS-Total-Ramos PIC 99 VALUE ZERO.
           01 WS-Indice-Ramo PIC 99.
           01 WS-Tabla-Ramos.
               05 WS-Ramo-Item OCCURS 15 TIMES.
                   10 WS-Ram-Clave PIC X(4).
                   10 WS-Ram-Base PIC X.
                   10 WS-Ram-Pct-Obrero PIC 99V99999.
           01 WS-Uma-Diaria PIC 9(5)V99 VALUE 113.14.
           01 WS-Tope-Sbc-Umas PIC 99 VALUE 25.
           01 WS-Dias-Aguinaldo PIC 99 VALUE 15.
           01 WS-Dias-Vacaciones PIC 99 VALUE 12.
           01 WS-Sbc-Empleado PIC 9(5)V99.
           01 WS-Tope-Sbc PIC 9(5)V99.
           01 WS-Dias-Cotizados PIC 99.
           01 WS-Base-Ramo PIC 9(7)V99.
           01 WS-Cuota-Obrero-Ramo PIC 9(7)V99.
           01 WS-Cuota-Obrero-Emp PIC 9(7)V99.

      * Calculo de un salario mensual de prueba.
           01 WS-Salario-Prueba PIC 9(7)V99.
           01 WS-Bruto-Periodo PIC 9(7)V99.
           01 WS-Monto-Deduccion PIC 9(7)V99.
           01 WS-Deducciones-Empleado PIC 9(7)V99.
           01 WS-Neto-Empleado PIC S9(7)V99.

      * Busqueda por biseccion sobre el salario mensual.
           01 WS-Salario-Bajo PIC 9(7)V99.
           01 WS-Salario-Alto PIC 9(7)V99.
           01 WS-Salario-Tope PIC 9(7)V99 VALUE 9999999.99.
           01 WS-Vueltas PIC 99.
           01 WS-Alcanzable PIC X.

           01 WS-Monto-Edicion PIC ZZ,ZZZ,ZZ9.99.
           01 WS-Monto-Edicion-2 PIC ZZ,ZZZ,ZZ9.99.
           01 WS-Pct-Edicion PIC Z9.99.
           01 WS-Periodo-Texto PIC X(9).

      * Calculadora de sueldo bruto para ofertas de empleo: a
      * partir del neto que se le quiere pagar al candidato por
      * periodo busca el sueldo mensual bruto que, pasado por las
      * mismas reglas de Calcula-nomina (tarifa de ISR con
      * subsidio, cuota obrera del IMSS y deducciones en
      * porcentaje), deja ese neto, y lo compara con la banda
      * salarial del puesto. No graba nada.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Parametros-Imss.
           PERFORM Cargar-Tabla-Deducciones.
           PERFORM Cargar-Ramos-Imss.
           PERFORM Menu-Calculadora
           UNTIL Salir-Menu = "S".
           Program-Done.
            GOBACK.

           Menu-Calculadora.
               DISPLAY "===== Calculadora de Sueldo Bruto (Ofertas) "
                   "=====".
               DISPLAY "1. Calcular bruto para un neto deseado".
               DISPLAY "2. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Capturar-Consulta
                       IF WS-Datos-Validos = "S"
                           PERFORM Resolver-Bruto
                       END-IF
                   WHEN 2
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Leer-Parametros-Imss.
               MOVE "UMA-DIARIA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Uma-Diaria
               END-IF.
               COMPUTE WS-Tope-Sbc = WS-Uma-Diaria * WS-Tope-Sbc-Umas.

           Capturar-Consulta.
               MOVE "N" TO WS-Datos-Validos.
               DISPLAY "Neto deseado por periodo (pesos): ".
               MOVE SPACE TO WS-Neto-Entrada.
               ACCEPT WS-Neto-Entrada.
               DISPLAY "Frecuencia de pago (Q=quincenal, S=semanal): ".
               MOVE SPACE TO WS-Frecuencia-Entrada.
               ACCEPT WS-Frecuencia-Entrada.
               DISPLAY "Puesto ofrecido: ".
               MOVE SPACE TO WS-Puesto-Entrada.
               ACCEPT WS-Puesto-Entrada.
               IF FUNCTION TRIM(WS-Neto-Entrada) = SPACE
                   DISPLAY "Error: el neto deseado es obligatorio."
               ELSE
               IF NOT WS-Frecuencia-Semanal
                   AND NOT WS-Frecuencia-Quincenal
                   DISPLAY "Error: la frecuencia debe ser Q o S."
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Neto-Entrada)
                       TO WS-Neto-Deseado
                   PERFORM Buscar-Puesto
                   IF WS-Neto-Deseado = ZERO
                       DISPLAY "Error: el neto debe ser mayor a cero."
                   ELSE
                   IF WS-Puesto-Existe = "N"
                       DISPLAY "Error: ese puesto no existe en el "
                           "catalogo de puestos."
                   ELSE
                       MOVE "S" TO WS-Datos-Validos
                   END-IF
                   END-IF
               END-IF
               END-IF.

           Buscar-Puesto.
               MOVE "N" TO WS-Puesto-Existe.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF puesto-nombre = WS-Puesto-Entrada
                               MOVE "S" TO WS-Puesto-Existe
                               MOVE puesto-salario-minimo
                                   TO WS-Banda-Minimo
                               MOVE puesto-salario-maximo
                                   TO WS-Banda-Maximo
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

      * La tarifa se vuelve a leer en cada consulta porque la
      * semanal se escala a siete dias igual que en la corrida.
      * El neto no siempre crece con el bruto (al cambiar de
      * tramo se puede perder el subsidio), asi que la biseccion
      * conserva un salario que no alcanza y otro que si, y
      * entrega el mas bajo que si alcanza el neto pedido.
           Resolver-Bruto.
               PERFORM Cargar-Tabla-Isr.
               IF WS-Total-Isr-Tabla = ZERO
                   DISPLAY "No existe la tarifa de ISR "
                       "(nomina-isr.dat); corra primero la nomina "
                       "para sembrarla."
               ELSE
                   IF WS-Frecuencia-Semanal
                       MOVE 7 TO WS-Dias-Cotizados
                       MOVE "semanal" TO WS-Periodo-Texto
                   ELSE
                       MOVE 15 TO WS-Dias-Cotizados
                       MOVE "quincenal" TO WS-Periodo-Texto
                   END-IF
                   MOVE ZERO TO WS-Salario-Bajo
                   MOVE WS-Salario-Tope TO WS-Salario-Prueba
                   PERFORM Calcular-Neto-Prueba
                   IF WS-Neto-Empleado < WS-Neto-Deseado
                       MOVE "N" TO WS-Alcanzable
                   ELSE
                       MOVE "S" TO WS-Alcanzable
                       MOVE WS-Salario-Tope TO WS-Salario-Alto
                       PERFORM Partir-Intervalo
                           VARYING WS-Vueltas FROM 1 BY 1
                           UNTIL WS-Vueltas > 40
                           OR WS-Salario-Alto - WS-Salario-Bajo
                               NOT > 0.01
                   END-IF
                   IF WS-Alcanzable = "N"
                       DISPLAY "Ese neto no se alcanza con ningun "
                           "sueldo dentro del rango del sistema."
                   ELSE
                       MOVE WS-Salario-Alto TO WS-Salario-Prueba
                       PERFORM Calcular-Neto-Prueba
                       PERFORM Mostrar-Resultado
                   END-IF
               END-IF.

           Partir-Intervalo.
               COMPUTE WS-Salario-Prueba =
                   (WS-Salario-Bajo + WS-Salario-Alto) / 2.
               PERFORM Calcular-Neto-Prueba.
               IF WS-Neto-Empleado < WS-Neto-Deseado
                   MOVE WS-Salario-Prueba TO WS-Salario-Bajo
               ELSE
                   MOVE WS-Salario-Prueba TO WS-Salario-Alto
               END-IF.

      * Mismo bruto del periodo que Calcula-nomina para un empleado
      * sin horas capturadas ni incapacidades.
           Calcular-Neto-Prueba.
               IF WS-Frecuencia-Semanal
                   COMPUTE WS-Bruto-Periodo ROUNDED =
                       WS-Salario-Prueba / 30 * 7
               ELSE
                   COMPUTE WS-Bruto-Periodo ROUNDED =
                       WS-Salario-Prueba / 2
               END-IF.
               PERFORM Calcular-Cuotas-Imss.
               MOVE ZERO TO WS-Deducciones-Empleado.
               MOVE ZERO TO WS-Isr-Tarifa.
               MOVE ZERO TO WS-Subsidio-Aplicado.
               PERFORM Aplicar-Deducciones.
               IF WS-Deducciones-Empleado > WS-Bruto-Periodo
                   MOVE WS-Bruto-Periodo TO WS-Deducciones-Empleado
               END-IF.
               COMPUTE WS-Neto-Empleado =
                   WS-Bruto-Periodo - WS-Deducciones-Empleado.

           Aplicar-Deducciones.
               PERFORM VARYING WS-Indice-Ded FROM 1 BY 1
                   UNTIL WS-Indice-Ded > WS-Total-Deducciones-Tabla
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "ISR "
                       PERFORM Calcular-Isr-Progresivo
                       MOVE WS-Monto-Isr TO WS-Monto-Deduccion
                   ELSE
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "IMSS"
                       AND WS-Total-Ramos > ZERO
                       MOVE WS-Cuota-Obrero-Emp TO WS-Monto-Deduccion
                   ELSE
                       COMPUTE WS-Monto-Deduccion ROUNDED =
                           WS-Bruto-Periodo *
                           WS-Ded-Porcentaje(WS-Indice-Ded) / 100
                   END-IF
                   END-IF
                   MOVE WS-Monto-Deduccion
                       TO WS-Ded-Monto(WS-Indice-Ded)
                   ADD WS-Monto-Deduccion TO WS-Deducciones-Empleado
               END-PERFORM.

      * Igual que en la nomina: cuota fija mas la tasa marginal
      * sobre el excedente del tramo, menos el subsidio al empleo;
      * se guardan el impuesto de tarifa y el subsidio que
      * realmente se aplico para el desglose.
           Calcular-Isr-Progresivo.
               MOVE 1 TO WS-Renglon-Isr.
               PERFORM VARYING WS-Indice-Isr FROM 2 BY 1
                   UNTIL WS-Indice-Isr > WS-Total-Isr-Tabla
                   IF WS-Isr-Limite(WS-Indice-Isr)
                       NOT > WS-Bruto-Periodo
                       MOVE WS-Indice-Isr TO WS-Renglon-Isr
                   END-IF
               END-PERFORM.
               IF WS-Bruto-Periodo > WS-Isr-Limite(WS-Renglon-Isr)
                   COMPUTE WS-Excedente-Isr =
                       WS-Bruto-Periodo - WS-Isr-Limite(WS-Renglon-Isr)
               ELSE
                   MOVE ZERO TO WS-Excedente-Isr
               END-IF.
               COMPUTE WS-Isr-Tarifa ROUNDED =
                   WS-Isr-Cuota(WS-Renglon-Isr)
                   + WS-Excedente-Isr
                   * WS-Isr-Tasa(WS-Renglon-Isr) / 100.
               COMPUTE WS-Monto-Isr =
                   WS-Isr-Tarifa - WS-Isr-Subsidio(WS-Renglon-Isr).
               IF WS-Monto-Isr < ZERO
                   MOVE ZERO TO WS-Monto-Isr
               END-IF.
               COMPUTE WS-Subsidio-Aplicado =
                   WS-Isr-Tarifa - WS-Monto-Isr.

      * SBC con el factor de integracion de la nomina, topado a 25
      * UMA; se cotizan los dias completos del periodo.
           Calcular-Cuotas-Imss.
               MOVE ZERO TO WS-Cuota-Obrero-Emp.
               COMPUTE WS-Sbc-Empleado ROUNDED =
                   WS-Salario-Prueba / 30 *
                   (365 + WS-Dias-Aguinaldo
                   + WS-Dias-Vacaciones * 0.25) / 365
                   ON SIZE ERROR
                       MOVE WS-Tope-Sbc TO WS-Sbc-Empleado
               END-COMPUTE.
               IF WS-Sbc-Empleado > WS-Tope-Sbc
                   MOVE WS-Tope-Sbc TO WS-Sbc-Empleado
               END-IF.
               PERFORM VARYING WS-Indice-Ramo FROM 1 BY 1
                   UNTIL WS-Indice-Ramo > WS-Total-Ramos
                   PERFORM Calcular-Cuota-Ramo
               END-PERFORM.

           Calcular-Cuota-Ramo.
               EVALUATE WS-Ram-Base(WS-Indice-Ramo)
                   WHEN "U"
                       COMPUTE WS-Base-Ramo =
                           WS-Uma-Diaria * WS-Dias-Cotizados
                   WHEN "E"
                       IF WS-Sbc-Empleado > WS-Uma-Diaria * 3
                           COMPUTE WS-Base-Ramo =
                               (WS-Sbc-Empleado - WS-Uma-Diaria * 3)
                               * WS-Dias-Cotizados
                       ELSE
                           MOVE ZERO TO WS-Base-Ramo
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-Base-Ramo =
                           WS-Sbc-Empleado * WS-Dias-Cotizados
               END-EVALUATE.
               COMPUTE WS-Cuota-Obrero-Ramo ROUNDED =
                   WS-Base-Ramo
                   * WS-Ram-Pct-Obrero(WS-Indice-Ramo) / 100.
               ADD WS-Cuota-Obrero-Ramo TO WS-Cuota-Obrero-Emp.

           Mostrar-Resultado.
               DISPLAY "----------------------------------------------".
               DISPLAY "Puesto: " WS-Puesto-Entrada
                   "  Pago " WS-Periodo-Texto.
               MOVE WS-Salario-Prueba TO WS-Monto-Edicion.
               DISPLAY "Sueldo bruto mensual requerido: "
                   WS-Monto-Edicion.
               MOVE WS-Bruto-Periodo TO WS-Monto-Edicion.
               DISPLAY "Bruto del periodo:              "
                   WS-Monto-Edicion.
               PERFORM VARYING WS-Indice-Ded FROM 1 BY 1
                   UNTIL WS-Indice-Ded > WS-Total-Deducciones-Tabla
                   MOVE WS-Ded-Monto(WS-Indice-Ded)
                       TO WS-Monto-Edicion
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "ISR "
                       MOVE WS-Isr-Tarifa TO WS-Monto-Edicion-2
                       DISPLAY "  ISR segun tarifa:             "
                           WS-Monto-Edicion-2
                       MOVE WS-Subsidio-Aplicado TO WS-Monto-Edicion-2
                       DISPLAY "  Subsidio al empleo:          -"
                           WS-Monto-Edicion-2
                       DISPLAY "  ISR a retener:                "
                           WS-Monto-Edicion
                   ELSE
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "IMSS"
                       AND WS-Total-Ramos > ZERO
                       DISPLAY "  IMSS cuota obrera:            "
                           WS-Monto-Edicion
                   ELSE
                       MOVE WS-Ded-Porcentaje(WS-Indice-Ded)
                           TO WS-Pct-Edicion
                       DISPLAY "  " WS-Ded-Descripcion(WS-Indice-Ded)
                           " " WS-Pct-Edicion "%: "
                           WS-Monto-Edicion
                   END-IF
                   END-IF
               END-PERFORM.
               MOVE WS-Deducciones-Empleado TO WS-Monto-Edicion.
               DISPLAY "Total de deducciones:           "
                   WS-Monto-Edicion.
               MOVE WS-Neto-Empleado TO WS-Monto-Edicion.
               DISPLAY "Neto del periodo:               "
                   WS-Monto-Edicion.
               MOVE WS-Banda-Minimo TO WS-Monto-Edicion.
               MOVE WS-Banda-Maximo TO WS-Monto-Edicion-2.
               DISPLAY "Banda del puesto: " WS-Monto-Edicion
                   " a " WS-Monto-Edicion-2.
               IF WS-Salario-Prueba < WS-Banda-Minimo
                   DISPLAY "El bruto queda DEBAJO del minimo de la "
                       "banda del puesto."
               ELSE
               IF WS-Salario-Prueba > WS-Banda-Maximo
                   DISPLAY "El bruto queda ARRIBA del maximo de la "
                       "banda del puesto; requiere autorizacion."
               ELSE
                   DISPLAY "El bruto cabe dentro de la banda del "
                       "puesto."
               END-IF
               END-IF.
               DISPLAY "----------------------------------------------".

           Cargar-Tabla-Deducciones.
               MOVE ZERO TO WS-Total-Deducciones-Tabla.
               OPEN INPUT Deducciones-archivo.
               MOVE "N" TO WS-Fin-Deducciones.
               PERFORM UNTIL WS-Fin-Deducciones = "S"
                   OR WS-Total-Deducciones-Tabla = 10
                   READ Deducciones-archivo
                       AT END
                           MOVE "S" TO WS-Fin-Deducciones
                       NOT AT END
                           ADD 1 TO WS-Total-Deducciones-Tabla
                           MOVE WS-Total-Deducciones-Tabla
                               TO WS-Indice-Ded
                           MOVE deduccion-codigo
                               TO WS-Ded-Codigo(WS-Indice-Ded)
                           MOVE deduccion-descripcion
                               TO WS-Ded-Descripcion(WS-Indice-Ded)
                           MOVE deduccion-porcentaje
                               TO WS-Ded-Porcentaje(WS-Indice-Ded)
                   END-READ
               END-PERFORM.
               CLOSE Deducciones-archivo.

           Cargar-Tabla-Isr.
               MOVE ZERO TO WS-Total-Isr-Tabla.
               OPEN INPUT Isr-archivo.
               MOVE "N" TO WS-Fin-Isr.
               PERFORM UNTIL WS-Fin-Isr = "S"
                   OR WS-Total-Isr-Tabla = 15
                   READ Isr-archivo
                       AT END
                           MOVE "S" TO WS-Fin-Isr
                       NOT AT END
                           ADD 1 TO WS-Total-Isr-Tabla
                           MOVE WS-Total-Isr-Tabla TO WS-Indice-Isr
                           MOVE isr-limite-inferior
                               TO WS-Isr-Limite(WS-Indice-Isr)
                           MOVE isr-cuota-fija
                               TO WS-Isr-Cuota(WS-Indice-Isr)
                           MOVE isr-tasa
                               TO WS-Isr-Tasa(WS-Indice-Isr)
                           MOVE isr-subsidio
                               TO WS-Isr-Subsidio(WS-Indice-Isr)
                           IF WS-Frecuencia-Semanal
                               PERFORM Escalar-Renglon-Isr
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Isr-archivo.

           Escalar-Renglon-Isr.
               COMPUTE WS-Isr-Limite(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Limite(WS-Indice-Isr) * 7 / 15.
               COMPUTE WS-Isr-Cuota(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Cuota(WS-Indice-Isr) * 7 / 15.
               COMPUTE WS-Isr-Subsidio(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Subsidio(WS-Indice-Isr) * 7 / 15.

           Cargar-Ramos-Imss.
               MOVE ZERO TO WS-Total-Ramos.
               MOVE "1" TO WS-Fin-Ramos.
               OPEN INPUT Imss-ramos-archivo.
               IF WS-Imss-Ramos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Ramos
               END-IF.
               PERFORM UNTIL WS-Fin-Ramos = "0"
                   READ Imss-ramos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Ramos
                       NOT AT END
                           IF WS-Total-Ramos < 15
                               ADD 1 TO WS-Total-Ramos
                               MOVE ramo-clave
                                   TO WS-Ram-Clave(WS-Total-Ramos)
                               MOVE ramo-base
                                   TO WS-Ram-Base(WS-Total-Ramos)
                               MOVE ramo-pct-obrero
                                   TO WS-Ram-Pct-Obrero(WS-Total-Ramos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Imss-ramos-archivo.

       END PROGRAM Calcula-neto-bruto.

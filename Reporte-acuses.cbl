      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-acuses.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "acuses-fisico.cbl".

       SELECT Trabajo-Acuses
       ASSIGN TO "acuses-trabajo.tmp".

       SELECT Acuses-orden-archivo
       ASSIGN TO "acuses-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Acuses-Orden-Status.

       SELECT Trabajo-Sin-Firma
       ASSIGN TO "acuses-sinfirma.tmp".

       SELECT Reporte-archivo
       ASSIGN TO "acuses-informe.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "acuses-logico.cbl".

       SD  Trabajo-Acuses.

       01  trabajo-acuse-registro.
           05  trabajo-fecha-pago PIC X(8).
           05  trabajo-id PIC X(6).
           05  trabajo-resto PIC X(23).

       FD  Acuses-orden-archivo.

       01  acuse-orden-registro.
           05  orden-fecha-pago PIC X(8).
           05  orden-id PIC X(6).
           05  orden-tipo PIC X.
               88 orden-impreso VALUE "I".
           05  orden-resto PIC X(22).

      * Un renglon por recibo impreso sin acuse, para ordenarlo por
      * departamento.
       SD  Trabajo-Sin-Firma.

       01  sin-firma-registro.
           05  sin-firma-departamento PIC X(20).
           05  sin-firma-id PIC X(6).
           05  sin-firma-fecha-pago PIC X(8).
           05  sin-firma-nombre PIC X(30).
           05  sin-firma-estado PIC X.

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Acuses-Status PIC XX.
           01 WS-Acuses-Orden-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Sort PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Periodos-Maximo PIC 9(3) VALUE 2.

      * Corte por empleado y fecha de pago sobre los acuses
      * ordenados: el pago queda sin firma si hubo recibo impreso
      * y ningun acuse firmado ni de kiosco.
           01 WS-Ultimo-Id PIC X(6).
           01 WS-Ultima-Fecha PIC X(8).
           01 WS-Pago-Impreso PIC X.
           01 WS-Pago-Acusado PIC X.
           01 WS-Sin-Firma-Empleado PIC 9(4).
           01 WS-Emp-Departamento PIC X(20).
           01 WS-Emp-Nombre PIC X(30).
           01 WS-Emp-Estado PIC X.

           01 WS-Ultimo-Departamento PIC X(20).
           01 WS-Sin-Firma-Depto PIC 9(5).
           01 WS-Total-Sin-Firma PIC 9(6) VALUE ZERO.
           01 WS-Total-Excedidos PIC 9(4) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Empleados que pasan del maximo de pagos sin firma, para la
      * segunda seccion del reporte.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Indice-Exc PIC 9(4).
           01 WS-Tabla-Excedidos.
               05 WS-Excedido-Item OCCURS 3000 TIMES.
                   10 WS-Exc-Id PIC X(6).
                   10 WS-Exc-Nombre PIC X(30).
                   10 WS-Exc-Departamento PIC X(20).
                   10 WS-Exc-Periodos PIC 9(4).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Fecha PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Marca PIC X(12).

           01 WS-Linea-Excedido.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LE-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Departamento PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LE-Periodos PIC ZZZ9.
               05 FILLER PIC X(17) VALUE " PAGOS SIN FIRMA".

      * Recibos de nomina impresos que no tienen acuse de entrega
      * (firma en papel o confirmacion en el kiosco), agrupados por
      * departamento, y los empleados que acumulan mas pagos sin
      * firma que el parametro ACUSE-PERIODOS-MAX. Es la evidencia
      * que se junta antes de una demanda laboral; termina con
      * codigo 4 si hay empleados sobre el maximo.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Periodos-Maximo.
           SORT Trabajo-Acuses
               ON ASCENDING KEY trabajo-id trabajo-fecha-pago
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS Liberar-Acuses
               GIVING Acuses-orden-archivo.
           OPEN INPUT Empleados-archivo.
           OPEN OUTPUT Reporte-archivo.
           MOVE "RECIBOS DE NOMINA IMPRESOS SIN ACUSE, POR DEPTO."
               TO reporte-linea.
           WRITE reporte-linea.
           SORT Trabajo-Sin-Firma
               ON ASCENDING KEY sin-firma-departamento sin-firma-id
                   sin-firma-fecha-pago
               INPUT PROCEDURE IS Seleccionar-Sin-Firma
               OUTPUT PROCEDURE IS Imprimir-Por-Departamento.
           CLOSE Empleados-archivo.
           PERFORM Imprimir-Excedidos.
           PERFORM Escribir-Separador.
           MOVE SPACE TO reporte-linea.
           STRING "RECIBOS SIN ACUSE: " WS-Total-Sin-Firma
               "  EMPLEADOS CON MAS DE " WS-Periodos-Maximo
               " PAGOS SIN FIRMA: " WS-Total-Excedidos
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           CLOSE Reporte-archivo.
           DISPLAY "Reporte en acuses-informe.txt".
           DISPLAY "Recibos sin acuse: " WS-Total-Sin-Firma
               "  Empleados sobre el maximo: " WS-Total-Excedidos.
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Excedidos > ZERO
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

           Leer-Periodos-Maximo.
               MOVE "ACUSE-PERIODOS-MAX" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) NOT < ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) < 1000
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Periodos-Maximo
               END-IF.

           Liberar-Acuses.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Acuses-archivo.
               IF WS-Acuses-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Acuses-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           MOVE acuse-registro
                               TO trabajo-acuse-registro
                           RELEASE trabajo-acuse-registro
                   END-READ
               END-PERFORM.
               CLOSE Acuses-archivo.

           Seleccionar-Sin-Firma.
               MOVE LOW-VALUES TO WS-Ultimo-Id WS-Ultima-Fecha.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Acuses-orden-archivo.
               IF WS-Acuses-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Acuses-orden-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           PERFORM Procesar-Acuse-Ordenado
                   END-READ
               END-PERFORM.
               CLOSE Acuses-orden-archivo.
               IF WS-Ultimo-Id NOT = LOW-VALUES
                   PERFORM Cerrar-Pago
                   PERFORM Cerrar-Empleado
               END-IF.

           Procesar-Acuse-Ordenado.
               IF orden-id NOT = WS-Ultimo-Id
                   OR orden-fecha-pago NOT = WS-Ultima-Fecha
                   IF WS-Ultimo-Id NOT = LOW-VALUES
                       PERFORM Cerrar-Pago
                   END-IF
                   IF orden-id NOT = WS-Ultimo-Id
                       IF WS-Ultimo-Id NOT = LOW-VALUES
                           PERFORM Cerrar-Empleado
                       END-IF
                       PERFORM Iniciar-Empleado
                   END-IF
                   MOVE orden-fecha-pago TO WS-Ultima-Fecha
                   MOVE "N" TO WS-Pago-Impreso WS-Pago-Acusado
               END-IF.
               IF orden-impreso
                   MOVE "S" TO WS-Pago-Impreso
               ELSE
                   MOVE "S" TO WS-Pago-Acusado
               END-IF.

           Iniciar-Empleado.
               MOVE orden-id TO WS-Ultimo-Id.
               MOVE ZERO TO WS-Sin-Firma-Empleado.
               MOVE orden-id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "(SIN EXPEDIENTE)" TO WS-Emp-Departamento
                       MOVE SPACE TO WS-Emp-Nombre
                       MOVE SPACE TO WS-Emp-Estado
                   NOT INVALID KEY
                       MOVE empleados-departamento
                           TO WS-Emp-Departamento
                       MOVE SPACE TO WS-Emp-Nombre
                       STRING empleados-nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           empleados-apellidos DELIMITED BY "  "
                           INTO WS-Emp-Nombre
                       MOVE empleados-estado TO WS-Emp-Estado
               END-READ.

           Cerrar-Pago.
               IF WS-Pago-Impreso = "S" AND WS-Pago-Acusado = "N"
                   ADD 1 TO WS-Sin-Firma-Empleado
                   MOVE WS-Emp-Departamento TO sin-firma-departamento
                   MOVE WS-Ultimo-Id TO sin-firma-id
                   MOVE WS-Ultima-Fecha TO sin-firma-fecha-pago
                   MOVE WS-Emp-Nombre TO sin-firma-nombre
                   MOVE WS-Emp-Estado TO sin-firma-estado
                   RELEASE sin-firma-registro
               END-IF.

           Cerrar-Empleado.
               IF WS-Sin-Firma-Empleado > WS-Periodos-Maximo
                   IF WS-Total-Excedidos < 3000
                       ADD 1 TO WS-Total-Excedidos
                       MOVE WS-Ultimo-Id
                           TO WS-Exc-Id(WS-Total-Excedidos)
                       MOVE WS-Emp-Nombre
                           TO WS-Exc-Nombre(WS-Total-Excedidos)
                       MOVE WS-Emp-Departamento
                           TO WS-Exc-Departamento(WS-Total-Excedidos)
                       MOVE WS-Sin-Firma-Empleado
                           TO WS-Exc-Periodos(WS-Total-Excedidos)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.

           Imprimir-Por-Departamento.
               MOVE LOW-VALUES TO WS-Ultimo-Departamento.
               MOVE "N" TO WS-Fin-Sort.
               PERFORM Leer-Sin-Firma.
               PERFORM UNTIL WS-Fin-Sort = "S"
                   IF sin-firma-departamento
                       NOT = WS-Ultimo-Departamento
                       IF WS-Ultimo-Departamento NOT = LOW-VALUES
                           PERFORM Cerrar-Departamento
                       END-IF
                       PERFORM Escribir-Separador
                       MOVE SPACE TO reporte-linea
                       STRING "DEPARTAMENTO: " sin-firma-departamento
                           DELIMITED BY SIZE INTO reporte-linea
                       WRITE reporte-linea
                       MOVE sin-firma-departamento
                           TO WS-Ultimo-Departamento
                       MOVE ZERO TO WS-Sin-Firma-Depto
                   END-IF
                   PERFORM Imprimir-Sin-Firma
                   PERFORM Leer-Sin-Firma
               END-PERFORM.
               IF WS-Ultimo-Departamento NOT = LOW-VALUES
                   PERFORM Cerrar-Departamento
               ELSE
                   MOVE "   Todos los recibos impresos tienen acuse."
                       TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Leer-Sin-Firma.
               RETURN Trabajo-Sin-Firma
                   AT END
                       MOVE "S" TO WS-Fin-Sort
               END-RETURN.

           Imprimir-Sin-Firma.
               ADD 1 TO WS-Sin-Firma-Depto WS-Total-Sin-Firma.
               MOVE sin-firma-id TO WS-LD-Id.
               MOVE sin-firma-nombre TO WS-LD-Nombre.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE sin-firma-fecha-pago TO WS-Fec-Fecha-1.
               MOVE SPACE TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-LD-Fecha.
               MOVE SPACE TO WS-LD-Marca.
               IF sin-firma-estado NOT = "A"
                   AND sin-firma-estado NOT = SPACE
                   MOVE "YA NO ACTIVO" TO WS-LD-Marca
               END-IF.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Cerrar-Departamento.
               MOVE SPACE TO reporte-linea.
               STRING "   RECIBOS SIN ACUSE EN EL DEPARTAMENTO: "
                   WS-Sin-Firma-Depto
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

           Imprimir-Excedidos.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING "EMPLEADOS CON MAS DE " WS-Periodos-Maximo
                   " PAGOS SIN RECIBO FIRMADO"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               IF WS-Total-Excedidos = ZERO
                   MOVE "   Ninguno." TO reporte-linea
                   WRITE reporte-linea
               END-IF.
               PERFORM VARYING WS-Indice-Exc FROM 1 BY 1
                   UNTIL WS-Indice-Exc > WS-Total-Excedidos
                   MOVE WS-Exc-Id(WS-Indice-Exc) TO WS-LE-Id
                   MOVE WS-Exc-Nombre(WS-Indice-Exc) TO WS-LE-Nombre
                   MOVE WS-Exc-Departamento(WS-Indice-Exc)
                       TO WS-LE-Departamento
                   MOVE WS-Exc-Periodos(WS-Indice-Exc)
                       TO WS-LE-Periodos
                   MOVE WS-Linea-Excedido TO reporte-linea
                   WRITE reporte-linea
               END-PERFORM.
               IF WS-Tabla-Llena = "S"
                   MOVE "   (La lista se corto en 3000 empleados.)"
                       TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

       END PROGRAM Reporte-acuses.

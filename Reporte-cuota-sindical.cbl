      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-cuota-sindical.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "sindicato-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "cuota-sindical.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "sindicato-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Sindicato-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Mes-Entrada PIC X(6).
           01 WS-Modo-Lote PIC X.
           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Total-Retenido PIC 9(9)V99 VALUE ZERO.

           01 WS-Total-Cuotas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Cuota PIC 9(4).
           01 WS-Cuota-Hallada PIC X.
           01 WS-Tabla-Cuotas.
               05 WS-Cuota-Item OCCURS 3000 TIMES.
                   10 WS-Cuo-Id PIC X(6).
                   10 WS-Cuo-Monto PIC 9(7)V99.

           01 WS-Linea-Detalle.
               05 WS-Det-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Afiliado PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Nombre PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Puesto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Monto PIC Z,ZZZ,ZZ9.99.

           01 WS-Linea-Total.
               05 FILLER PIC X(63) VALUE "TOTAL A ENTERAR AL SINDICATO".
               05 WS-Tot-Monto PIC ZZZ,ZZZ,ZZ9.99.

      * Entero mensual al sindicato: las cuotas sindicales (CSIN)
      * retenidas en las nominas del mes segun el acumulado anual
      * por concepto, con el numero de afiliado de cada empleado.
      * Un periodo recalculado no se duplica porque el acumulado
      * depura sus renglones antes de volverlos a grabar.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           MOVE SPACE TO WS-Mes-Entrada.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Modo-Lote = "S"
               ACCEPT WS-Mes-Entrada
                   FROM ENVIRONMENT "PARAMETRO_INFORME"
           ELSE
               DISPLAY "Mes a enterar (AAAAMM, ENTER = "
                   WS-Fecha-Proceso(1:6) "): "
               ACCEPT WS-Mes-Entrada
           END-IF.
           IF WS-Mes-Entrada = SPACE
               MOVE WS-Fecha-Proceso(1:6) TO WS-Mes-Entrada
           END-IF.
           IF WS-Mes-Entrada NOT NUMERIC
               OR WS-Mes-Entrada(5:2) < "01"
               OR WS-Mes-Entrada(5:2) > "12"
               DISPLAY "Mes no valido."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Acumular-Cuotas
               IF WS-Tabla-Llena = "S"
                   DISPLAY "Demasiados afiliados con cuota; el "
                       "reporte excede la capacidad de trabajo."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN INPUT Empleados-archivo
                   PERFORM Verificar-Estado-Archivo
                   OPEN OUTPUT Reporte-archivo
                   PERFORM Escribir-Encabezado
                   PERFORM VARYING WS-Indice-Cuota FROM 1 BY 1
                       UNTIL WS-Indice-Cuota > WS-Total-Cuotas
                       PERFORM Reportar-Cuota
                   END-PERFORM
                   MOVE WS-Total-Retenido TO WS-Tot-Monto
                   MOVE WS-Linea-Total TO reporte-linea
                   WRITE reporte-linea
                   CLOSE Reporte-archivo
                   CLOSE Empleados-archivo
                   PERFORM Verificar-Estado-Archivo
                   DISPLAY "Reporte en cuota-sindical.txt"
                   DISPLAY "Afiliados con cuota: " WS-Total-Cuotas
                       "  total retenido: " WS-Tot-Monto
               END-IF
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Acumular-Cuotas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Detalle-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF detanual-concepto = "CSIN"
                               AND detanual-deduccion
                               AND detanual-fecha(1:6)
                                   = WS-Mes-Entrada
                               PERFORM Acumular-Renglon
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Detalle-anual-archivo.

           Acumular-Renglon.
               MOVE "N" TO WS-Cuota-Hallada.
               PERFORM VARYING WS-Indice-Cuota FROM 1 BY 1
                   UNTIL WS-Indice-Cuota > WS-Total-Cuotas
                   OR WS-Cuota-Hallada = "S"
                   IF WS-Cuo-Id(WS-Indice-Cuota) = detanual-id
                       MOVE "S" TO WS-Cuota-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Cuota-Hallada = "S"
                   SUBTRACT 1 FROM WS-Indice-Cuota
               ELSE
                   IF WS-Total-Cuotas < 3000
                       ADD 1 TO WS-Total-Cuotas
                       MOVE WS-Total-Cuotas TO WS-Indice-Cuota
                       MOVE detanual-id TO WS-Cuo-Id(WS-Indice-Cuota)
                       MOVE ZERO TO WS-Cuo-Monto(WS-Indice-Cuota)
                       MOVE "S" TO WS-Cuota-Hallada
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Cuota-Hallada = "S"
                   ADD detanual-monto TO WS-Cuo-Monto(WS-Indice-Cuota)
                   ADD detanual-monto TO WS-Total-Retenido
               END-IF.

           Escribir-Encabezado.
               MOVE SPACE TO reporte-linea.
               STRING "CUOTAS SINDICALES RETENIDAS - MES "
                   WS-Mes-Entrada
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE "ID     AFILIADO   NOMBRE" TO reporte-linea.
               MOVE "PUESTO" TO reporte-linea(45:6).
               MOVE "CUOTA" TO reporte-linea(73:5).
               WRITE reporte-linea.

           Reportar-Cuota.
               MOVE WS-Cuo-Id(WS-Indice-Cuota) TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "N"
                   MOVE "(no esta en el maestro)" TO empleados-nombre
                   MOVE SPACE TO empleados-puesto
               END-IF.
               PERFORM Buscar-Numero-Afiliado.
               MOVE WS-Cuo-Id(WS-Indice-Cuota) TO WS-Det-Id.
               MOVE empleados-nombre TO WS-Det-Nombre.
               MOVE empleados-puesto TO WS-Det-Puesto.
               MOVE WS-Cuo-Monto(WS-Indice-Cuota) TO WS-Det-Monto.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

      * El numero de afiliado se conserva aunque el empleado se
      * haya desafiliado despues de la retencion.
           Buscar-Numero-Afiliado.
               MOVE SPACE TO WS-Det-Afiliado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Sindicato-archivo.
               IF WS-Sindicato-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Sindicato-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF sind-id = WS-Cuo-Id(WS-Indice-Cuota)
                               MOVE sind-numero TO WS-Det-Afiliado
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sindicato-archivo.

       END PROGRAM Reporte-cuota-sindical.

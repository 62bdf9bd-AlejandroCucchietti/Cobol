
       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "distribucion-costos-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Presupuestos-archivo
       ASSIGN TO "presupuestos.dat"
       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "distribucion-costos-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Presupuestos-archivo.

           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Presupuestos-Status PIC XX.
           01 WS-Informe-Status PIC XX.
           01 WS-Distribucion-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 Fin-del-Archivo PIC X.
           01 WS-Fin-Presupuestos PIC X.
           01 WS-Variacion PIC S9(11)V99.
           01 WS-Porcentaje PIC S9(3)V99.

      * El personal compartido se reparte entre los centros de su
      * distribucion de costo cuando esta suma 100 por ciento.
           01 WS-Fin-Distribucion PIC X.
           01 WS-Total-Dist PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dist PIC 9(4).
           01 WS-Ultimo-Reparto PIC 9(4).
           01 WS-Suma-Reparto PIC 9(5)V99.
           01 WS-Monto-Repartido PIC 9(11)V99.
           01 WS-Depto-Cargo PIC X(20).
           01 WS-Monto-Cargo PIC 9(11)V99.
           01 WS-Tabla-Distribucion.
               05 WS-Distribucion-Item OCCURS 1000 TIMES.
                   10 WS-Dis-Id PIC X(6).
                   10 WS-Dis-Depto PIC X(20).
                   10 WS-Dis-Porcentaje PIC 9(3)V99.

           01 WS-Total-Deptos PIC 99 VALUE ZERO.
           01 WS-Indice PIC 99.
           01 WS-Tabla-Deptos.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           DISPLAY "===== Variacion Presupuesto vs Real =====".
           PERFORM Cargar-Distribucion-Costos.
           IF WS-Tabla-Llena = "S"
               DISPLAY "distribucion-costos.dat excede la capacidad "
                   "de trabajo; no se genero el informe."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Acumular-Costos.

           Acumular-Registro-Actual.
               COMPUTE WS-Costo-Anual = empleados-salario * 12.
               MOVE ZERO TO WS-Suma-Reparto.
               MOVE ZERO TO WS-Ultimo-Reparto.
               PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                   UNTIL WS-Indice-Dist > WS-Total-Dist
                   IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                       ADD WS-Dis-Porcentaje(WS-Indice-Dist)
                           TO WS-Suma-Reparto
                       MOVE WS-Indice-Dist TO WS-Ultimo-Reparto
                   END-IF
               END-PERFORM.
               IF WS-Suma-Reparto = 100
                   MOVE ZERO TO WS-Monto-Repartido
                   PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                       UNTIL WS-Indice-Dist > WS-Total-Dist
                       IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                           MOVE WS-Dis-Depto(WS-Indice-Dist)
                               TO WS-Depto-Cargo
                           IF WS-Indice-Dist = WS-Ultimo-Reparto
                               COMPUTE WS-Monto-Cargo =
                                   WS-Costo-Anual - WS-Monto-Repartido
                           ELSE
                               COMPUTE WS-Monto-Cargo ROUNDED =
                                   WS-Costo-Anual
                                   * WS-Dis-Porcentaje(WS-Indice-Dist)
                                   / 100
                           END-IF
                           ADD WS-Monto-Cargo TO WS-Monto-Repartido
                           PERFORM Sumar-Costo-Depto
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE empleados-departamento TO WS-Depto-Cargo
                   MOVE WS-Costo-Anual TO WS-Monto-Cargo
                   PERFORM Sumar-Costo-Depto
               END-IF.

           Sumar-Costo-Depto.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice FROM 1 BY 1
                   UNTIL WS-Indice > WS-Total-Deptos
                   OR WS-Hallado = "S"
                   IF WS-Dep-Nombre(WS-Indice) = WS-Depto-Cargo
                       MOVE "S" TO WS-Hallado
                       SUBTRACT 1 FROM WS-Indice
                   END-IF
               END-PERFORM.
               IF WS-Hallado = "S"
                   ADD WS-Monto-Cargo TO WS-Dep-Actual(WS-Indice)
               ELSE
                   IF WS-Total-Deptos < 50
                       ADD 1 TO WS-Total-Deptos
                       MOVE WS-Depto-Cargo
                           TO WS-Dep-Nombre(WS-Total-Deptos)
                       MOVE WS-Monto-Cargo
                           TO WS-Dep-Actual(WS-Total-Deptos)
                       MOVE ZERO
                           TO WS-Dep-Presupuesto(WS-Total-Deptos)
                   END-IF
               END-IF.

           Cargar-Distribucion-Costos.
               MOVE ZERO TO WS-Total-Dist.
               MOVE "1" TO WS-Fin-Distribucion.
               OPEN INPUT Distribucion-costos-archivo.
               IF WS-Distribucion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Distribucion
               END-IF.
               PERFORM UNTIL WS-Fin-Distribucion = "0"
                   READ Distribucion-costos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Distribucion
                       NOT AT END
                           IF WS-Total-Dist < 1000
                               ADD 1 TO WS-Total-Dist
                               MOVE dist-id TO
                                   WS-Dis-Id(WS-Total-Dist)
                               MOVE dist-departamento TO
                                   WS-Dis-Depto(WS-Total-Dist)
                               MOVE dist-porcentaje TO
                                   WS-Dis-Porcentaje(WS-Total-Dist)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Distribucion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Distribucion-costos-archivo.
               IF WS-Tabla-Llena = "S"
                   PERFORM Registrar-Aviso-Capacidad
               END-IF.

      * Un reparto truncado sesga el costo por departamento: se
      * avisa como critico y el informe no se emite.
           Registrar-Aviso-Capacidad.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-variacion" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de DISTRIBUCION DE COSTOS llena; "
                   "informe detenido"
                   DELIMITED BY SIZE INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Cargar-Presupuestos.
               MOVE "1" TO WS-Fin-Presupuestos.
               OPEN INPUT Presupuestos-archivo.

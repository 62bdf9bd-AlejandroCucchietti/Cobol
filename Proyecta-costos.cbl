       COPY "archivo-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "distribucion-costos-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Presupuestos-archivo
       ASSIGN TO "presupuestos.dat"
       COPY "archivo-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "distribucion-costos-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Presupuestos-archivo.

           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Presupuestos-Status PIC XX.
           01 WS-Reporte-Status PIC XX.
           01 WS-Distribucion-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
                   10 WS-Per-Salario PIC 9(7)V99.
                   10 WS-Per-Tipo PIC X.
                   10 WS-Per-Fin-Contrato PIC X(8).
                   10 WS-Per-Reparto PIC X.

      * Reparto del costo del personal compartido entre centros de
      * costo; solo cuenta si los renglones del empleado suman 100.
           01 WS-Total-Dist PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dist PIC 9(4).
           01 WS-Tabla-Distribucion.
               05 WS-Distribucion-Item OCCURS 1000 TIMES.
                   10 WS-Dis-Id PIC X(6).
                   10 WS-Dis-Depto PIC X(20).
                   10 WS-Dis-Porcentaje PIC 9(3)V99.
           01 WS-Suma-Reparto PIC 9(5)V99.
           01 WS-Porcentaje-Depto PIC 9(5)V99.
           01 WS-Depto-Registrar PIC X(20).

      * Cambios de salario con fecha efectiva futura: desde su mes
      * el costo proyectado usa el salario nuevo.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Cargar-Distribucion-Costos.
           IF WS-Tabla-Llena = "S"
               DISPLAY "distribucion-costos.dat excede la capacidad "
                   "de trabajo; no se genero la proyeccion."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Cargar-Personal.
           IF WS-Total-Personal = ZERO
               DISPLAY "Sin personal activo que proyectar."
                               MOVE empleados-fecha-fin-contrato
                                   TO WS-Per-Fin-Contrato
                                       (WS-Total-Personal)
                               MOVE empleados-departamento
                                   TO WS-Depto-Registrar
                               PERFORM Registrar-Depto
                               PERFORM Revisar-Reparto-Empleado
                           END-IF
                   END-READ
               END-PERFORM.
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   OR WS-Depto-Hallado = "S"
                   IF WS-Dep-Nombre(WS-Indice-Depto)
                       = WS-Depto-Registrar
                       MOVE "S" TO WS-Depto-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Depto-Hallado = "N"
                   AND WS-Total-Deptos < 20
                   ADD 1 TO WS-Total-Deptos
                   MOVE WS-Depto-Registrar
                       TO WS-Dep-Nombre(WS-Total-Deptos)
               END-IF.

      * Un empleado con reparto valido proyecta su costo en cada
      * centro de su reparto, aunque ahi no tenga personal propio.
           Revisar-Reparto-Empleado.
               MOVE "N" TO WS-Per-Reparto(WS-Total-Personal).
               MOVE ZERO TO WS-Suma-Reparto.
               PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                   UNTIL WS-Indice-Dist > WS-Total-Dist
                   IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                       ADD WS-Dis-Porcentaje(WS-Indice-Dist)
                           TO WS-Suma-Reparto
                   END-IF
               END-PERFORM.
               IF WS-Suma-Reparto = 100
                   MOVE "S" TO WS-Per-Reparto(WS-Total-Personal)
                   PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                       UNTIL WS-Indice-Dist > WS-Total-Dist
                       IF WS-Dis-Id(WS-Indice-Dist) = empleados-id
                           MOVE WS-Dis-Depto(WS-Indice-Dist)
                               TO WS-Depto-Registrar
                           PERFORM Registrar-Depto
                       END-IF
                   END-PERFORM
               END-IF.

           Cargar-Distribucion-Costos.
               MOVE ZERO TO WS-Total-Dist.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Distribucion-costos-archivo.
               IF WS-Distribucion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Distribucion-costos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
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
                               MOVE "0" TO WS-Fin-Lectura
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
               MOVE "Proyecta-costos" TO aviso-programa.
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

           Cargar-Cambios-Futuros.
               MOVE ZERO TO WS-Total-Futuros.
               MOVE "1" TO WS-Fin-Lectura.
               MOVE ZERO TO WS-Costo-Mes.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Personal
                   PERFORM Obtener-Porcentaje-Depto
                   IF WS-Porcentaje-Depto > ZERO
                       PERFORM Sumar-Costo-Empleado
                   END-IF
               END-PERFORM.

      * Parte del costo del empleado que toca al departamento en
      * curso: lo de su reparto, o todo si es su departamento y no
      * tiene reparto valido.
           Obtener-Porcentaje-Depto.
               MOVE ZERO TO WS-Porcentaje-Depto.
               IF WS-Per-Reparto(WS-Indice-Per) = "S"
                   PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                       UNTIL WS-Indice-Dist > WS-Total-Dist
                       IF WS-Dis-Id(WS-Indice-Dist)
                           = WS-Per-Id(WS-Indice-Per)
                           AND WS-Dis-Depto(WS-Indice-Dist)
                               = WS-Dep-Nombre(WS-Indice-Depto)
                           ADD WS-Dis-Porcentaje(WS-Indice-Dist)
                               TO WS-Porcentaje-Depto
                       END-IF
                   END-PERFORM
               ELSE
                   IF WS-Per-Depto(WS-Indice-Per)
                       = WS-Dep-Nombre(WS-Indice-Depto)
                       MOVE 100 TO WS-Porcentaje-Depto
                   END-IF
               END-IF.

           Sumar-Costo-Empleado.
               IF WS-Per-Tipo(WS-Indice-Per) = "T"
                   AND WS-Per-Fin-Contrato(WS-Indice-Per) NUMERIC
                       END-IF
                   END-PERFORM
                   COMPUTE WS-Costo-Mes ROUNDED = WS-Costo-Mes
                       + (WS-Salario-Vigente
                       + WS-Salario-Vigente / 30 * 15 / 12
                       + WS-Salario-Vigente / 30 * 12
                           * 0.25 / 12)
                       * WS-Porcentaje-Depto / 100
               END-IF.

           Escribir-Mes-Depto.

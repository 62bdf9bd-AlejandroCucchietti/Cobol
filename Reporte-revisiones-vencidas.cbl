       COPY "archivo-fisico.cbl".
       COPY "revisiones-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "reparto-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "revisiones-vencidas.txt"
       COPY "archivo-logico.cbl".
       COPY "revisiones-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "reparto-logico.cbl".

       FD  Reporte-archivo.

           01 WS-Revisiones-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.
           01 WS-Reparto-Status PIC XX.
           01 WS-Reparto-Filename PIC X(30)
               VALUE "revisiones-reparto.dat".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Ciclo-Actual PIC 9(4).
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           OPEN OUTPUT Reporte-archivo.
           OPEN OUTPUT Reparto-archivo.
           MOVE "REVISIONES DE DESEMPENO VENCIDAS POR JEFE"
               TO reporte-linea.
           WRITE reporte-linea.
           MOVE "E" TO reparto-tipo.
           MOVE SPACE TO reparto-departamento.
           MOVE reporte-linea TO reparto-linea.
           WRITE reparto-registro.
           PERFORM Revisar-Empleados.
           PERFORM Escribir-Totales-Jefe.
           CLOSE Reporte-archivo.
           CLOSE Reparto-archivo.
           CLOSE Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           DISPLAY "Reporte en revisiones-vencidas.txt".
               MOVE WS-Fecha-Programada TO WS-Det-Programada.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.
      * Los totales por jefe cruzan departamentos; a la copia para
      * reparto solo va el detalle de cada empleado.
               MOVE "D" TO reparto-tipo.
               MOVE empleados-departamento TO reparto-departamento.
               MOVE reporte-linea TO reparto-linea.
               WRITE reparto-registro.

           Acumular-Jefe.
               MOVE "N" TO WS-Jefe-Hallado.

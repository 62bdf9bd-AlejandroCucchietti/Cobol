
       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "reparto-fisico.cbl".

       SELECT OPTIONAL Saldos-archivo
       ASSIGN TO "vacaciones-saldo.dat"
       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "reparto-logico.cbl".

       FD  Saldos-archivo.

           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Saldos-Status PIC XX.
           01 WS-Informe-Status PIC XX.
           01 WS-Reparto-Status PIC XX.
           01 WS-Reparto-Filename PIC X(30)
               VALUE "vacaciones-reparto.dat".

           01 WS-Fin-Saldos PIC X.
           01 WS-Registro-Hallado PIC X.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           OPEN OUTPUT Informe-archivo.
           OPEN OUTPUT Reparto-archivo.
           MOVE "SALDOS DE VACACIONES POR EMPLEADO" TO informe-linea.
           WRITE informe-linea.
           PERFORM Repartir-Encabezado.
           MOVE WS-Linea-Titulo TO informe-linea.
           WRITE informe-linea.
           PERFORM Repartir-Encabezado.
           PERFORM Recorrer-Saldos.
           MOVE SPACE TO informe-linea.
           WRITE informe-linea.
           VARYING WS-Indice-Depto FROM 1 BY 1
           UNTIL WS-Indice-Depto > WS-Total-Deptos.
           CLOSE Informe-archivo.
           CLOSE Reparto-archivo.
           CLOSE Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           DISPLAY "Saldos listados: " WS-Total-Saldos.
               MOVE WS-Linea-Detalle TO informe-linea.
               WRITE informe-linea.
               DISPLAY WS-Linea-Detalle.
               MOVE WS-Depto-Actual TO reparto-departamento.
               PERFORM Repartir-Renglon.
               PERFORM Acumular-Depto.

           Acumular-Depto.
               MOVE WS-Linea-Depto TO informe-linea.
               WRITE informe-linea.
               DISPLAY WS-Linea-Depto.
               MOVE WS-Depto-Nombre(WS-Indice-Depto)
                   TO reparto-departamento.
               PERFORM Repartir-Renglon.

      * La copia para reparto lleva el encabezado para todos los
      * departamentos y cada renglon marcado con el suyo.
           Repartir-Encabezado.
               MOVE "E" TO reparto-tipo.
               MOVE SPACE TO reparto-departamento.
               MOVE informe-linea TO reparto-linea.
               WRITE reparto-registro.

           Repartir-Renglon.
               MOVE "D" TO reparto-tipo.
               MOVE informe-linea TO reparto-linea.
               WRITE reparto-registro.

       END PROGRAM Reporte-vacaciones.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "reparto-fisico.cbl".

       SELECT Informe-archivo
       ASSIGN TO "matriz-informe.txt"
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "reparto-logico.cbl".

       FD  Informe-archivo.

           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Puestos-Status PIC XX.
           01 WS-Informe-Status PIC XX.
           01 WS-Reparto-Status PIC XX.
           01 WS-Reparto-Filename PIC X(30)
               VALUE "matriz-reparto.dat".

           01 Fin-del-Archivo PIC X.
           01 WS-Fin-Puestos PIC X.

           Imprimir-Matriz.
               OPEN OUTPUT Informe-archivo.
               OPEN OUTPUT Reparto-archivo.
               MOVE "PLANTILLA ACTIVA POR DEPARTAMENTO Y PUESTO"
                   TO informe-linea.
               WRITE informe-linea.
               PERFORM Repartir-Encabezado.
               PERFORM Imprimir-Encabezado-Columnas.
               PERFORM Repartir-Encabezado.
               PERFORM Imprimir-Fila
               VARYING WS-Indice-Fila FROM 1 BY 1
               UNTIL WS-Indice-Fila > WS-Total-Filas.
                   INTO informe-linea.
               WRITE informe-linea.
               CLOSE Informe-archivo.
               CLOSE Reparto-archivo.
               DISPLAY "Matriz generada en matriz-informe.txt".
               DISPLAY "Total de activos: " WS-Gran-Total.
               DISPLAY "Con SIN ASIGNAR pendiente: "
               MOVE WS-Celda TO informe-linea(WS-Posicion:5).
               WRITE informe-linea.
               DISPLAY informe-linea(1:80).
               MOVE "D" TO reparto-tipo.
               MOVE WS-Fila-Depto(WS-Indice-Fila)
                   TO reparto-departamento.
               MOVE informe-linea TO reparto-linea.
               WRITE reparto-registro.

      * Cada renglon del encabezado va tambien a la copia para
      * reparto, para que lo lleve la parte de cada departamento.
           Repartir-Encabezado.
               MOVE "E" TO reparto-tipo.
               MOVE SPACE TO reparto-departamento.
               MOVE informe-linea TO reparto-linea.
               WRITE reparto-registro.

           Calcular-Total-Fila.
               MOVE ZERO TO WS-Suma-Fila.

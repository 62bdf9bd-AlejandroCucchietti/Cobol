       COPY "archivo-fisico.cbl".
       COPY "incapacidades-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "reparto-fisico.cbl".

       SELECT OPTIONAL Ausencias-archivo
       ASSIGN TO "ausencias.dat"
       COPY "archivo-logico.cbl".
       COPY "incapacidades-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "reparto-logico.cbl".

       FD  Ausencias-archivo.

           01 WS-Ausencias-Status PIC XX.
           01 WS-Cobertura-Status PIC XX.
           01 WS-Reporte-Status PIC XX.
           01 WS-Reparto-Status PIC XX.
           01 WS-Reparto-Filename PIC X(30)
               VALUE "ausencias-reparto.dat".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Mes-Reporte PIC X(6).
               PERFORM Marcar-Ausencias
               PERFORM Marcar-Incapacidades
               OPEN OUTPUT Reporte-archivo
               OPEN OUTPUT Reparto-archivo
               MOVE SPACE TO reporte-linea
               STRING "CALENDARIO DE AUSENCIAS DEL MES "
                   WS-Mes-Reporte
                   " (V/E/P/I = fuera, . = disponible)"
                   DELIMITED BY SIZE INTO reporte-linea
               WRITE reporte-linea
               MOVE "E" TO reparto-tipo
               MOVE SPACE TO reparto-departamento
               MOVE reporte-linea TO reparto-linea
               WRITE reparto-registro
               PERFORM Escribir-Calendarios
               CLOSE Reporte-archivo
               CLOSE Reparto-archivo
               DISPLAY "Calendario en calendario-ausencias.txt"
           END-IF.
           Program-Done.
               STRING "DEPARTAMENTO: "
                   FUNCTION TRIM(WS-Depto-Grupo)
                   DELIMITED BY SIZE INTO reporte-linea.
               PERFORM Escribir-Renglon-Depto.
               MOVE SPACE TO reporte-linea.
               MOVE "                1234567890123456789012345678901"
                   TO reporte-linea.
               PERFORM Escribir-Renglon-Depto.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Personal
                   IF WS-Per-Depto(WS-Indice-Emp) = WS-Depto-Grupo
                       MOVE WS-Per-Dias(WS-Indice-Emp)
                           TO WS-LE-Dias
                       MOVE WS-Linea-Empleado TO reporte-linea
                       PERFORM Escribir-Renglon-Depto
                   END-IF
               END-PERFORM.
               PERFORM Buscar-Minimo-Depto.
               PERFORM Escribir-Cobertura-Depto.
               MOVE SPACE TO reporte-linea.
               PERFORM Escribir-Renglon-Depto.

           Buscar-Minimo-Depto.
               MOVE ZERO TO WS-Minimo-Depto.
                       MOVE WS-Disponibles TO WS-LA-Disponibles
                       MOVE WS-Minimo-Depto TO WS-LA-Minimo
                       MOVE WS-Linea-Aviso TO reporte-linea
                       PERFORM Escribir-Renglon-Depto
                   END-IF
               END-PERFORM.
               MOVE WS-Linea-Total-Dias TO reporte-linea.
               PERFORM Escribir-Renglon-Depto.
               IF WS-Hay-Decenas = "S"
                   MOVE "  (DECENAS)     " TO WS-LTD-Etiqueta
                   MOVE SPACE TO WS-LTD-Dias
                   END-IF
               END-PERFORM.
               MOVE WS-Linea-Total-Dias TO reporte-linea.
               PERFORM Escribir-Renglon-Depto.

      * Todo lo del bloque de un departamento va tambien a la copia
      * para reparto, marcado con ese departamento.
           Escribir-Renglon-Depto.
               WRITE reporte-linea.
               MOVE "D" TO reparto-tipo.
               MOVE WS-Depto-Grupo TO reparto-departamento.
               MOVE reporte-linea TO reparto-linea.
               WRITE reparto-registro.

       END PROGRAM Reporte-calendario-ausencias.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-actas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "actas-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "actas-reincidencia.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "actas-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Actas-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fecha-Corte PIC X(8).
           01 WS-Anio-Corte PIC 9(4).
           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Limite-Actas PIC 99 VALUE ZERO.
           01 WS-Total-Reportados PIC 9(4) VALUE ZERO.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.

           01 WS-Total-Cuentas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Cuenta PIC 9(4).
           01 WS-Cuenta-Hallada PIC X.
           01 WS-Tabla-Cuentas.
               05 WS-Cuenta-Item OCCURS 3000 TIMES.
                   10 WS-Cta-Id PIC X(6).
                   10 WS-Cta-Actas PIC 99.
                   10 WS-Cta-Suspension PIC 99.
                   10 WS-Cta-Ultima PIC X(8).

           01 WS-Linea-Detalle.
               05 WS-Det-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Nombre PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Depto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Actas PIC Z9.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Suspension PIC Z9.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Ultima PIC X(8).

      * Reincidencia disciplinaria: empleados que en los ultimos
      * doce meses (hasta la fecha de proceso) acumulan el numero
      * de actas administrativas y suspensiones del parametro
      * ACTAS-LIMITE. Las amonestaciones no cuentan como acta.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Leer-Limite-Actas.
           MOVE WS-Fecha-Proceso(1:4) TO WS-Anio-Corte.
           SUBTRACT 1 FROM WS-Anio-Corte.
           STRING WS-Anio-Corte WS-Fecha-Proceso(5:4)
               DELIMITED BY SIZE INTO WS-Fecha-Corte.
           PERFORM Contar-Actas.
           IF WS-Tabla-Llena = "S"
               DISPLAY "Demasiados empleados con actas; el reporte "
                   "excede la capacidad de trabajo."
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT Empleados-archivo
               PERFORM Verificar-Estado-Archivo
               OPEN OUTPUT Reporte-archivo
               PERFORM Escribir-Encabezado
               PERFORM Reportar-Reincidentes
               CLOSE Reporte-archivo
               CLOSE Empleados-archivo
               PERFORM Verificar-Estado-Archivo
               DISPLAY "Reporte en actas-reincidencia.txt"
               DISPLAY "Empleados con " WS-Limite-Actas
                   " actas o mas en 12 meses: " WS-Total-Reportados
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

           Leer-Limite-Actas.
               MOVE "ACTAS-LIMITE" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   COMPUTE WS-Limite-Actas =
                       FUNCTION NUMVAL(WS-Param-Valor)
               END-IF.
               IF WS-Limite-Actas = ZERO
                   MOVE 3 TO WS-Limite-Actas
               END-IF.

           Contar-Actas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Actas-archivo.
               IF WS-Actas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Actas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF (acta-administrativa OR acta-suspension)
                               AND acta-fecha > WS-Fecha-Corte
                               AND acta-fecha NOT > WS-Fecha-Proceso
                               PERFORM Acumular-Acta
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Actas-archivo.

           Acumular-Acta.
               MOVE "N" TO WS-Cuenta-Hallada.
               PERFORM VARYING WS-Indice-Cuenta FROM 1 BY 1
                   UNTIL WS-Indice-Cuenta > WS-Total-Cuentas
                   OR WS-Cuenta-Hallada = "S"
                   IF WS-Cta-Id(WS-Indice-Cuenta) = acta-id
                       MOVE "S" TO WS-Cuenta-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Cuenta-Hallada = "S"
                   SUBTRACT 1 FROM WS-Indice-Cuenta
               ELSE
                   IF WS-Total-Cuentas < 3000
                       ADD 1 TO WS-Total-Cuentas
                       MOVE WS-Total-Cuentas TO WS-Indice-Cuenta
                       MOVE acta-id TO WS-Cta-Id(WS-Indice-Cuenta)
                       MOVE ZERO TO WS-Cta-Actas(WS-Indice-Cuenta)
                       MOVE ZERO
                           TO WS-Cta-Suspension(WS-Indice-Cuenta)
                       MOVE SPACE TO WS-Cta-Ultima(WS-Indice-Cuenta)
                       MOVE "S" TO WS-Cuenta-Hallada
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Cuenta-Hallada = "S"
                   ADD 1 TO WS-Cta-Actas(WS-Indice-Cuenta)
                   IF acta-suspension
                       ADD 1 TO WS-Cta-Suspension(WS-Indice-Cuenta)
                   END-IF
                   IF acta-fecha > WS-Cta-Ultima(WS-Indice-Cuenta)
                       MOVE acta-fecha
                           TO WS-Cta-Ultima(WS-Indice-Cuenta)
                   END-IF
               END-IF.

           Escribir-Encabezado.
               MOVE SPACE TO reporte-linea.
               STRING "REINCIDENCIA DISCIPLINARIA DEL " WS-Fecha-Corte
                   " AL " WS-Fecha-Proceso " (LIMITE "
                   WS-Limite-Actas " ACTAS)"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               MOVE "ID     NOMBRE                    DEPARTAMENTO"
                   TO reporte-linea.
               MOVE "ACTAS  SUSP.  ULTIMA" TO reporte-linea(55:20).
               WRITE reporte-linea.

      * Los empleados dados de baja tambien se listan: el
      * historial sigue sirviendo si se les recontrata.
           Reportar-Reincidentes.
               PERFORM VARYING WS-Indice-Cuenta FROM 1 BY 1
                   UNTIL WS-Indice-Cuenta > WS-Total-Cuentas
                   IF WS-Cta-Actas(WS-Indice-Cuenta)
                       NOT < WS-Limite-Actas
                       PERFORM Reportar-Empleado
                   END-IF
               END-PERFORM.

           Reportar-Empleado.
               MOVE WS-Cta-Id(WS-Indice-Cuenta) TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "N"
                   MOVE "(no esta en el maestro)" TO empleados-nombre
                   MOVE SPACE TO empleados-departamento
               END-IF.
               ADD 1 TO WS-Total-Reportados.
               MOVE WS-Cta-Id(WS-Indice-Cuenta) TO WS-Det-Id.
               MOVE empleados-nombre TO WS-Det-Nombre.
               MOVE empleados-departamento TO WS-Det-Depto.
               MOVE WS-Cta-Actas(WS-Indice-Cuenta) TO WS-Det-Actas.
               MOVE WS-Cta-Suspension(WS-Indice-Cuenta)
                   TO WS-Det-Suspension.
               MOVE WS-Cta-Ultima(WS-Indice-Cuenta) TO WS-Det-Ultima.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Reincidencia: ID " WS-Det-Id " con "
                   WS-Cta-Actas(WS-Indice-Cuenta)
                   " actas en los ultimos 12 meses"
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-actas" TO aviso-programa.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Reporte-actas.

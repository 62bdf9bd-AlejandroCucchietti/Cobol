      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-prueba.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "periodos-prueba-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "periodo-prueba.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "periodos-prueba-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Periodos-Prueba-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Dias-Aviso PIC 9(3) VALUE 10.
           01 WS-Dias-Restantes PIC S9(9).
           01 WS-Dias-Edicion PIC Z9.
           01 WS-Registro-Hallado PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Jefe-Actual PIC X(6).

           01 WS-Total-Por-Vencer PIC 9(4) VALUE ZERO.
           01 WS-Total-Vencidos PIC 9(4) VALUE ZERO.
           01 WS-Total-Jefes PIC 9(4) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Pruebas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Prueba PIC 9(4).
           01 WS-Tabla-Pruebas.
               05 WS-Prueba-Item OCCURS 3000 TIMES PIC X(102).

      * Renglones del informe antes de agruparlos por jefe.
           01 WS-Total-Lista PIC 9(4) VALUE ZERO.
           01 WS-Indice-Lista PIC 9(4).
           01 WS-Indice-Grupo PIC 9(4).
           01 WS-Tabla-Lista.
               05 WS-Lista-Item OCCURS 3000 TIMES.
                   10 WS-Lista-Jefe PIC X(6).
                   10 WS-Lista-Id PIC X(6).
                   10 WS-Lista-Nombre PIC X(30).
                   10 WS-Lista-Puesto PIC X(20).
                   10 WS-Lista-Fin PIC X(10).
                   10 WS-Lista-Dias PIC S9(4).
                   10 WS-Lista-Impreso PIC X.

           01 WS-Linea-Jefe.
               05 FILLER PIC X(6) VALUE "JEFE: ".
               05 WS-LJ-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LJ-Nombre PIC X(60).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Puesto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Fin PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Marca PIC X(24).

      * Periodos de prueba que terminan dentro de los proximos 10
      * dias, agrupados por jefe directo, para que cada jefe
      * confirme o termine la relacion a tiempo. El periodo que
      * vence sin decision se marca vencido y queda como aviso
      * critico: el trabajador ya no puede separarse por no acreditar
      * la prueba.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Cargar-Pruebas.
           OPEN INPUT Empleados-archivo.
           PERFORM VARYING WS-Indice-Prueba FROM 1 BY 1
               UNTIL WS-Indice-Prueba > WS-Total-Pruebas
               MOVE WS-Prueba-Item(WS-Indice-Prueba)
                   TO prueba-registro
               IF prueba-pendiente
                   PERFORM Revisar-Prueba
               END-IF
           END-PERFORM.
           OPEN OUTPUT Reporte-archivo.
           MOVE SPACE TO reporte-linea.
           STRING "PERIODOS DE PRUEBA POR TERMINAR (10 DIAS) AL "
               WS-Fecha-Proceso DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           PERFORM VARYING WS-Indice-Lista FROM 1 BY 1
               UNTIL WS-Indice-Lista > WS-Total-Lista
               IF WS-Lista-Impreso(WS-Indice-Lista) = "N"
                   PERFORM Imprimir-Grupo-Jefe
               END-IF
           END-PERFORM.
           CLOSE Empleados-archivo.
           MOVE SPACE TO reporte-linea.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           STRING "POR TERMINAR: " WS-Total-Por-Vencer
               "  VENCIDOS SIN DECISION: " WS-Total-Vencidos
               "  JEFES: " WS-Total-Jefes
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           CLOSE Reporte-archivo.
           IF WS-Total-Vencidos > ZERO
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de periodos de prueba excede "
                       "la capacidad de trabajo; los vencidos no se "
                       "marcaron."
               ELSE
                   PERFORM Reescribir-Pruebas
               END-IF
           END-IF.
           DISPLAY "Reporte en periodo-prueba.txt".
           DISPLAY "Por terminar: " WS-Total-Por-Vencer
               "  Vencidos sin decision: " WS-Total-Vencidos.
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Vencidos > ZERO
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

           Cargar-Pruebas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Periodos-prueba-archivo.
               IF WS-Periodos-Prueba-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Periodos-prueba-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Pruebas < 3000
                               ADD 1 TO WS-Total-Pruebas
                               MOVE prueba-registro TO
                                   WS-Prueba-Item(WS-Total-Pruebas)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-prueba-archivo.

      * Solo cuentan los empleados que siguen activos; una baja ya
      * resolvio el periodo por otra via.
           Revisar-Prueba.
               MOVE prueba-id TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S" AND empleados-activo
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-1
                   MOVE prueba-fecha-fin TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       MOVE WS-Fec-Resultado TO WS-Dias-Restantes
                       IF WS-Dias-Restantes < ZERO
                           PERFORM Marcar-Vencida
                           PERFORM Agregar-Renglon
                       ELSE
                           IF WS-Dias-Restantes NOT > WS-Dias-Aviso
                               ADD 1 TO WS-Total-Por-Vencer
                               PERFORM Agregar-Renglon
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           Marcar-Vencida.
               ADD 1 TO WS-Total-Vencidos.
               MOVE "V" TO prueba-decision.
               MOVE WS-Fecha-Proceso TO prueba-fecha-decision.
               MOVE "SISTEMA" TO prueba-operador.
               MOVE "VENCIO SIN DECISION DEL JEFE" TO prueba-motivo.
               MOVE prueba-registro TO WS-Prueba-Item(WS-Indice-Prueba).
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Prueba ID " prueba-id " vencio "
                   prueba-fecha-fin " sin decision (jefe "
                   empleados-jefe-id ")"
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

           Agregar-Renglon.
               IF WS-Total-Lista < 3000
                   ADD 1 TO WS-Total-Lista
                   MOVE empleados-jefe-id
                       TO WS-Lista-Jefe(WS-Total-Lista)
                   MOVE prueba-id TO WS-Lista-Id(WS-Total-Lista)
                   MOVE SPACE TO WS-Lista-Nombre(WS-Total-Lista)
                   STRING empleados-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       empleados-apellidos DELIMITED BY "  "
                       INTO WS-Lista-Nombre(WS-Total-Lista)
                   MOVE prueba-puesto
                       TO WS-Lista-Puesto(WS-Total-Lista)
                   MOVE "F" TO WS-Fec-Funcion
                   MOVE prueba-fecha-fin TO WS-Fec-Fecha-1
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   MOVE WS-Fec-Formateada
                       TO WS-Lista-Fin(WS-Total-Lista)
                   MOVE WS-Dias-Restantes
                       TO WS-Lista-Dias(WS-Total-Lista)
                   MOVE "N" TO WS-Lista-Impreso(WS-Total-Lista)
               END-IF.

      * Un bloque por jefe con todos sus periodos; el que no tiene
      * jefe asignado sale en su propio bloque para que RH lo turne.
           Imprimir-Grupo-Jefe.
               ADD 1 TO WS-Total-Jefes.
               MOVE WS-Lista-Jefe(WS-Indice-Lista) TO WS-Jefe-Actual.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE WS-Jefe-Actual TO WS-LJ-Id.
               MOVE SPACE TO WS-LJ-Nombre.
               IF WS-Jefe-Actual = SPACE
                   MOVE "SIN JEFE ASIGNADO" TO WS-LJ-Nombre
               ELSE
                   MOVE WS-Jefe-Actual TO empleados-id
                   READ Empleados-archivo
                       INVALID KEY
                           MOVE "NO EXISTE EN EL ARCHIVO"
                               TO WS-LJ-Nombre
                       NOT INVALID KEY
                           STRING empleados-nombre DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               empleados-apellidos DELIMITED BY "  "
                               INTO WS-LJ-Nombre
                   END-READ
               END-IF.
               MOVE WS-Linea-Jefe TO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Grupo FROM WS-Indice-Lista
                   BY 1 UNTIL WS-Indice-Grupo > WS-Total-Lista
                   IF WS-Lista-Impreso(WS-Indice-Grupo) = "N"
                       AND WS-Lista-Jefe(WS-Indice-Grupo)
                           = WS-Jefe-Actual
                       PERFORM Imprimir-Renglon
                   END-IF
               END-PERFORM.

           Imprimir-Renglon.
               MOVE "S" TO WS-Lista-Impreso(WS-Indice-Grupo).
               MOVE WS-Lista-Id(WS-Indice-Grupo) TO WS-LD-Id.
               MOVE WS-Lista-Nombre(WS-Indice-Grupo) TO WS-LD-Nombre.
               MOVE WS-Lista-Puesto(WS-Indice-Grupo) TO WS-LD-Puesto.
               MOVE WS-Lista-Fin(WS-Indice-Grupo) TO WS-LD-Fin.
               MOVE SPACE TO WS-LD-Marca.
               IF WS-Lista-Dias(WS-Indice-Grupo) < ZERO
                   MOVE "VENCIO SIN DECISION" TO WS-LD-Marca
               ELSE
               IF WS-Lista-Dias(WS-Indice-Grupo) = ZERO
                   MOVE "TERMINA HOY" TO WS-LD-Marca
               ELSE
                   MOVE WS-Lista-Dias(WS-Indice-Grupo)
                       TO WS-Dias-Edicion
                   STRING "TERMINA EN " DELIMITED BY SIZE
                       WS-Dias-Edicion DELIMITED BY SIZE
                       " DIAS" DELIMITED BY SIZE
                       INTO WS-LD-Marca
               END-IF
               END-IF.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Reescribir-Pruebas.
               OPEN OUTPUT Periodos-prueba-archivo.
               PERFORM VARYING WS-Indice-Prueba FROM 1 BY 1
                   UNTIL WS-Indice-Prueba > WS-Total-Pruebas
                   MOVE WS-Prueba-Item(WS-Indice-Prueba)
                       TO prueba-registro
                   WRITE prueba-registro
               END-PERFORM.
               CLOSE Periodos-prueba-archivo.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-prueba" TO aviso-programa.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Reporte-prueba.

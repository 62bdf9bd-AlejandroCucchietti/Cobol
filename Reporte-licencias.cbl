      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-licencias.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "licencias-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "licencias-informe.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "licencias-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Licencias-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Archivo-Modificado PIC X VALUE "N".

           01 WS-Total-En-Licencia PIC 9(4) VALUE ZERO.
           01 WS-Total-Vencidas PIC 9(4) VALUE ZERO.
           01 WS-Total-Programadas PIC 9(4) VALUE ZERO.
           01 WS-Total-Movimientos PIC 9(4) VALUE ZERO.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Licencias PIC 9(4) VALUE ZERO.
           01 WS-Indice-Lic PIC 9(4).
           01 WS-Tabla-Licencias.
               05 WS-Licencia-Item OCCURS 3000 TIMES PIC X(96).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Inicio PIC X(10).
               05 FILLER PIC X(3) VALUE " - ".
               05 WS-LD-Regreso PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Dias PIC ZZZ9.
               05 FILLER PIC X(6) VALUE " DIAS ".
               05 WS-LD-Marca PIC X(16).

           01 WS-Linea-Movimiento.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LM-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LM-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LM-Tipo PIC X(2).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LM-Descripcion PIC X(16).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LM-Fecha PIC X(10).

      * Empleados en licencia sin goce de sueldo a la fecha de
      * proceso, con las licencias cuyo regreso previsto ya paso
      * sin que se registrara el regreso, las licencias autorizadas
      * que aun no empiezan y los movimientos IMSS de baja y
      * reingreso que generan las licencias del mes. Cada regreso
      * vencido deja un aviso una sola vez; la prorroga lo rehabilita.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Cargar-Licencias.
           OPEN INPUT Empleados-archivo.
           OPEN OUTPUT Reporte-archivo.
           MOVE SPACE TO reporte-linea.
           STRING "EMPLEADOS EN LICENCIA SIN GOCE AL "
               WS-Fecha-Proceso DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
               UNTIL WS-Indice-Lic > WS-Total-Licencias
               MOVE WS-Licencia-Item(WS-Indice-Lic)
                   TO licencia-registro
               IF licencia-vigente
                   AND licencia-inicio NOT > WS-Fecha-Proceso
                   PERFORM Imprimir-En-Licencia
               END-IF
           END-PERFORM.
           PERFORM Escribir-Separador.
           MOVE "LICENCIAS AUTORIZADAS QUE AUN NO INICIAN"
               TO reporte-linea.
           WRITE reporte-linea.
           PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
               UNTIL WS-Indice-Lic > WS-Total-Licencias
               MOVE WS-Licencia-Item(WS-Indice-Lic)
                   TO licencia-registro
               IF licencia-vigente
                   AND licencia-inicio > WS-Fecha-Proceso
                   PERFORM Imprimir-Programada
               END-IF
           END-PERFORM.
           PERFORM Escribir-Separador.
           MOVE SPACE TO reporte-linea.
           STRING "MOVIMIENTOS IMSS POR LICENCIA (VIGENTES Y "
               "CERRADAS EN EL MES)" DELIMITED BY SIZE
               INTO reporte-linea.
           WRITE reporte-linea.
           PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
               UNTIL WS-Indice-Lic > WS-Total-Licencias
               MOVE WS-Licencia-Item(WS-Indice-Lic)
                   TO licencia-registro
               PERFORM Imprimir-Movimientos
           END-PERFORM.
           CLOSE Empleados-archivo.
           PERFORM Escribir-Separador.
           MOVE SPACE TO reporte-linea.
           STRING "EN LICENCIA: " WS-Total-En-Licencia
               "  REGRESO VENCIDO: " WS-Total-Vencidas
               "  POR INICIAR: " WS-Total-Programadas
               "  MOVIMIENTOS IMSS: " WS-Total-Movimientos
               DELIMITED BY SIZE INTO reporte-linea.
           WRITE reporte-linea.
           CLOSE Reporte-archivo.
           IF WS-Archivo-Modificado = "S"
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de licencias excede la "
                       "capacidad de trabajo; los avisos emitidos no "
                       "se marcaron."
               ELSE
                   PERFORM Reescribir-Licencias
               END-IF
           END-IF.
           DISPLAY "Reporte en licencias-informe.txt".
           DISPLAY "En licencia: " WS-Total-En-Licencia
               "  Regreso vencido: " WS-Total-Vencidas.
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Vencidas > ZERO
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

           Cargar-Licencias.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Licencias-archivo.
               IF WS-Licencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Licencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Licencias < 3000
                               ADD 1 TO WS-Total-Licencias
                               MOVE licencia-registro TO
                                   WS-Licencia-Item(WS-Total-Licencias)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Licencias-archivo.

           Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

      * Los dias son los transcurridos desde el inicio, inclusive.
           Imprimir-En-Licencia.
               ADD 1 TO WS-Total-En-Licencia.
               PERFORM Preparar-Detalle.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE licencia-inicio TO WS-Fec-Fecha-1.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   COMPUTE WS-LD-Dias = WS-Fec-Resultado + 1
               END-IF.
               IF licencia-regreso-previsto < WS-Fecha-Proceso
                   ADD 1 TO WS-Total-Vencidas
                   MOVE "REGRESO VENCIDO" TO WS-LD-Marca
                   IF NOT licencia-aviso-emitido
                       PERFORM Avisar-Regreso-Vencido
                   END-IF
               END-IF.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Imprimir-Programada.
               ADD 1 TO WS-Total-Programadas.
               PERFORM Preparar-Detalle.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE licencia-inicio TO WS-Fec-Fecha-1.
               MOVE licencia-regreso-previsto TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Fec-Resultado TO WS-LD-Dias
               END-IF.
               MOVE "POR INICIAR" TO WS-LD-Marca.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Preparar-Detalle.
               MOVE licencia-id TO WS-LD-Id.
               PERFORM Leer-Nombre.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE licencia-inicio TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-LD-Inicio.
               MOVE licencia-regreso-previsto TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-LD-Regreso.
               MOVE ZERO TO WS-LD-Dias.
               MOVE SPACE TO WS-LD-Marca.

           Leer-Nombre.
               MOVE licencia-id TO empleados-id.
               MOVE SPACE TO WS-LD-Nombre.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "NO EXISTE EN EL ARCHIVO" TO WS-LD-Nombre
                   NOT INVALID KEY
                       STRING empleados-nombre DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           empleados-apellidos DELIMITED BY "  "
                           INTO WS-LD-Nombre
               END-READ.
               MOVE WS-LD-Nombre TO WS-LM-Nombre.

      * La baja se presenta con la fecha de inicio y el reingreso
      * con la del regreso real, igual que en el extracto IMSS.
           Imprimir-Movimientos.
               IF licencia-vigente
                   AND licencia-inicio NOT > WS-Fecha-Proceso
                   PERFORM Imprimir-Baja
               END-IF.
               IF licencia-concluida
                   AND licencia-fecha-cierre(1:6)
                       = WS-Fecha-Proceso(1:6)
                   PERFORM Imprimir-Baja
                   MOVE "08" TO WS-LM-Tipo
                   MOVE "REINGRESO" TO WS-LM-Descripcion
                   MOVE licencia-regreso-real TO WS-Fec-Fecha-1
                   PERFORM Escribir-Movimiento
               END-IF.

           Imprimir-Baja.
               MOVE licencia-id TO WS-LM-Id.
               PERFORM Leer-Nombre.
               MOVE "02" TO WS-LM-Tipo.
               MOVE "BAJA POR LICENC." TO WS-LM-Descripcion.
               MOVE licencia-inicio TO WS-Fec-Fecha-1.
               PERFORM Escribir-Movimiento.

           Escribir-Movimiento.
               ADD 1 TO WS-Total-Movimientos.
               MOVE "F" TO WS-Fec-Funcion.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-LM-Fecha.
               MOVE WS-Linea-Movimiento TO reporte-linea.
               WRITE reporte-linea.

           Avisar-Regreso-Vencido.
               MOVE "S" TO licencia-aviso-regreso.
               MOVE licencia-registro
                   TO WS-Licencia-Item(WS-Indice-Lic).
               MOVE "S" TO WS-Archivo-Modificado.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-licencias" TO aviso-programa.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Licencia ID " licencia-id ": regreso previsto "
                   licencia-regreso-previsto " vencido"
                   DELIMITED BY SIZE INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Reescribir-Licencias.
               OPEN OUTPUT Licencias-archivo.
               PERFORM VARYING WS-Indice-Lic FROM 1 BY 1
                   UNTIL WS-Indice-Lic > WS-Total-Licencias
                   MOVE WS-Licencia-Item(WS-Indice-Lic)
                       TO licencia-registro
                   WRITE licencia-registro
               END-PERFORM.
               CLOSE Licencias-archivo.

       END PROGRAM Reporte-licencias.

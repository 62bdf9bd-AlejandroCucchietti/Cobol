      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-accesos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "accesos-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "accesos-inusuales.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "accesos-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Accesos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Desde PIC X(8).
           01 WS-Fecha-Hasta PIC X(8).
           01 WS-Modo-Lote PIC X.
           01 WS-Parametro-Lote PIC X(20).
           01 WS-Limite-Hora PIC 9(3) VALUE 15.
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.

           01 WS-Total-Leidos PIC 9(7) VALUE ZERO.
           01 WS-Total-Rafagas PIC 9(5) VALUE ZERO.
           01 WS-Total-Ejecutivos PIC 9(5) VALUE ZERO.

      * Una franja es la hora de reloj de un operador en un dia;
      * cuenta los empleados distintos que miro en esa hora.
           01 WS-Total-Franjas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Franja PIC 9(4).
           01 WS-Franja-Hallada PIC 9(4).
           01 WS-Tabla-Franjas.
               05 WS-Franja-Item OCCURS 2000 TIMES.
                   10 WS-Fra-Operador PIC X(8).
                   10 WS-Fra-Fecha PIC X(8).
                   10 WS-Fra-Hora PIC XX.
                   10 WS-Fra-Empleados PIC 9(4).

           01 WS-Total-Vistos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Visto PIC 9(4).
           01 WS-Visto-Hallado PIC X.
           01 WS-Tabla-Vistos.
               05 WS-Visto-Item OCCURS 8000 TIMES.
                   10 WS-Vis-Franja PIC 9(4).
                   10 WS-Vis-Id PIC X(6).

           01 WS-Puesto-Mayusculas PIC X(20).
           01 WS-Contador-Ejecutivo PIC 99.
           01 WS-Es-Ejecutivo PIC X.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(40) VALUE
                   "ACCESOS INUSUALES A DATOS SENSIBLES DEL ".
               05 WS-Tit-Desde PIC X(8).
               05 FILLER PIC X(3) VALUE " A ".
               05 WS-Tit-Hasta PIC X(8).

           01 WS-Linea-Encabezado-Rafaga.
               05 FILLER PIC X(40) VALUE
                   "OPERADOR FECHA    HORA  EMPLEADOS VISTOS".

           01 WS-Linea-Rafaga.
               05 WS-Raf-Operador PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Raf-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Raf-Hora PIC XX.
               05 FILLER PIC X(3) VALUE ":00".
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Raf-Empleados PIC Z,ZZ9.

           01 WS-Linea-Encabezado-Ejecutivo.
               05 FILLER PIC X(40) VALUE
                   "OPERADOR FECHA    HORA   ID     PUESTO  ".
               05 FILLER PIC X(40) VALUE
                   "             PROGRAMA            TIPO".

           01 WS-Linea-Ejecutivo.
               05 WS-Eje-Operador PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Eje-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Eje-Hora PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Eje-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Eje-Puesto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Eje-Programa PIC X(20).
               05 WS-Eje-Tipo PIC X(12).

      * Patrones de acceso inusual sobre la bitacora de lecturas
      * sensibles: operadores que en una misma hora de reloj vieron
      * mas empleados distintos que el parametro ACCESOS-POR-HORA, y
      * toda consulta a expedientes de directores y gerentes. Solo
      * un supervisor puede correrlo; desde la cola de informes el
      * nivel se valida al hacer la solicitud.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Nivel-Operador < 3
               AND WS-Modo-Lote NOT = "S"
               DISPLAY "Solo un supervisor puede revisar la "
                   "bitacora de accesos."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               PERFORM Leer-Limite-Hora
               PERFORM Pedir-Periodo
               PERFORM Contar-Franjas
               IF WS-Tabla-Llena = "S"
                   DISPLAY "Demasiados accesos en el periodo; acote "
                       "las fechas."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT Reporte-archivo
                   PERFORM Escribir-Encabezado
                   PERFORM Reportar-Rafagas
                   OPEN INPUT Empleados-archivo
                   PERFORM Verificar-Estado-Archivo
                   PERFORM Reportar-Ejecutivos
                   CLOSE Empleados-archivo
                   PERFORM Escribir-Totales
                   CLOSE Reporte-archivo
                   DISPLAY "Reporte en accesos-inusuales.txt"
                   DISPLAY "Accesos leidos: " WS-Total-Leidos
                       "  horas sobre el limite: " WS-Total-Rafagas
                       "  a ejecutivos: " WS-Total-Ejecutivos
               END-IF
           END-IF.
           Program-Done.
            GOBACK.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-nivel TO WS-Nivel-Operador
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Leer-Limite-Hora.
               MOVE "ACCESOS-POR-HORA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Limite-Hora
               END-IF.

      * Pedido desde la cola de informes el periodo llega en
      * PARAMETRO_INFORME como AAAAMMDDAAAAMMDD.
           Pedir-Periodo.
               IF WS-Modo-Lote = "S"
                   MOVE SPACE TO WS-Parametro-Lote
                   ACCEPT WS-Parametro-Lote
                       FROM ENVIRONMENT "PARAMETRO_INFORME"
                   MOVE WS-Parametro-Lote(1:8) TO WS-Fecha-Desde
                   MOVE WS-Parametro-Lote(9:8) TO WS-Fecha-Hasta
               ELSE
                   DISPLAY "Fecha desde AAAAMMDD (ENTER = inicio de "
                       "la bitacora): "
                   MOVE SPACE TO WS-Fecha-Desde
                   ACCEPT WS-Fecha-Desde
                   DISPLAY "Fecha hasta AAAAMMDD (ENTER = sin "
                       "limite): "
                   MOVE SPACE TO WS-Fecha-Hasta
                   ACCEPT WS-Fecha-Hasta
               END-IF.
               IF WS-Fecha-Desde NOT NUMERIC
                   MOVE "00000000" TO WS-Fecha-Desde
               END-IF.
               IF WS-Fecha-Hasta NOT NUMERIC
                   MOVE "99999999" TO WS-Fecha-Hasta
               END-IF.

           Contar-Franjas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Accesos-archivo.
               IF WS-Accesos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Accesos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acceso-fecha NOT < WS-Fecha-Desde
                               AND acceso-fecha NOT > WS-Fecha-Hasta
                               ADD 1 TO WS-Total-Leidos
                               PERFORM Acumular-Franja
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Accesos-archivo.

           Acumular-Franja.
               MOVE ZERO TO WS-Franja-Hallada.
               PERFORM VARYING WS-Indice-Franja FROM 1 BY 1
                   UNTIL WS-Indice-Franja > WS-Total-Franjas
                   OR WS-Franja-Hallada > ZERO
                   IF WS-Fra-Operador(WS-Indice-Franja) =
                       acceso-operador
                       AND WS-Fra-Fecha(WS-Indice-Franja) =
                       acceso-fecha
                       AND WS-Fra-Hora(WS-Indice-Franja) =
                       acceso-hora(1:2)
                       MOVE WS-Indice-Franja TO WS-Franja-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Franja-Hallada = ZERO
                   IF WS-Total-Franjas < 2000
                       ADD 1 TO WS-Total-Franjas
                       MOVE WS-Total-Franjas TO WS-Franja-Hallada
                       MOVE acceso-operador
                           TO WS-Fra-Operador(WS-Total-Franjas)
                       MOVE acceso-fecha
                           TO WS-Fra-Fecha(WS-Total-Franjas)
                       MOVE acceso-hora(1:2)
                           TO WS-Fra-Hora(WS-Total-Franjas)
                       MOVE ZERO TO WS-Fra-Empleados(WS-Total-Franjas)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Franja-Hallada > ZERO
                   PERFORM Anotar-Empleado-Visto
               END-IF.

           Anotar-Empleado-Visto.
               MOVE "N" TO WS-Visto-Hallado.
               PERFORM VARYING WS-Indice-Visto FROM 1 BY 1
                   UNTIL WS-Indice-Visto > WS-Total-Vistos
                   OR WS-Visto-Hallado = "S"
                   IF WS-Vis-Franja(WS-Indice-Visto) =
                       WS-Franja-Hallada
                       AND WS-Vis-Id(WS-Indice-Visto) = acceso-id
                       MOVE "S" TO WS-Visto-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Visto-Hallado = "N"
                   IF WS-Total-Vistos < 8000
                       ADD 1 TO WS-Total-Vistos
                       MOVE WS-Franja-Hallada
                           TO WS-Vis-Franja(WS-Total-Vistos)
                       MOVE acceso-id TO WS-Vis-Id(WS-Total-Vistos)
                       ADD 1 TO WS-Fra-Empleados(WS-Franja-Hallada)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.

           Escribir-Encabezado.
               MOVE WS-Fecha-Desde TO WS-Tit-Desde.
               MOVE WS-Fecha-Hasta TO WS-Tit-Hasta.
               WRITE reporte-linea FROM WS-Linea-Titulo.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

           Reportar-Rafagas.
               MOVE SPACE TO reporte-linea.
               STRING "OPERADORES QUE VIERON MAS DE "
                   WS-Limite-Hora " EMPLEADOS EN UNA HORA"
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               WRITE reporte-linea FROM WS-Linea-Encabezado-Rafaga.
               PERFORM VARYING WS-Indice-Franja FROM 1 BY 1
                   UNTIL WS-Indice-Franja > WS-Total-Franjas
                   IF WS-Fra-Empleados(WS-Indice-Franja) >
                       WS-Limite-Hora
                       ADD 1 TO WS-Total-Rafagas
                       MOVE WS-Fra-Operador(WS-Indice-Franja)
                           TO WS-Raf-Operador
                       MOVE WS-Fra-Fecha(WS-Indice-Franja)
                           TO WS-Raf-Fecha
                       MOVE WS-Fra-Hora(WS-Indice-Franja)
                           TO WS-Raf-Hora
                       MOVE WS-Fra-Empleados(WS-Indice-Franja)
                           TO WS-Raf-Empleados
                       WRITE reporte-linea FROM WS-Linea-Rafaga
                   END-IF
               END-PERFORM.
               IF WS-Total-Rafagas = ZERO
                   MOVE "  (ninguno)" TO reporte-linea
                   WRITE reporte-linea
               END-IF.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

      * Segundo recorrido de la bitacora: el puesto se toma del
      * maestro vivo; un ID que ya no esta en el maestro no se
      * clasifica como ejecutivo.
           Reportar-Ejecutivos.
               MOVE "CONSULTAS A EXPEDIENTES DE DIRECTORES Y GERENTES"
                   TO reporte-linea.
               WRITE reporte-linea.
               WRITE reporte-linea FROM WS-Linea-Encabezado-Ejecutivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Accesos-archivo.
               IF WS-Accesos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Accesos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acceso-fecha NOT < WS-Fecha-Desde
                               AND acceso-fecha NOT > WS-Fecha-Hasta
                               PERFORM Evaluar-Ejecutivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Accesos-archivo.
               IF WS-Total-Ejecutivos = ZERO
                   MOVE "  (ninguna)" TO reporte-linea
                   WRITE reporte-linea
               END-IF.

           Evaluar-Ejecutivo.
               MOVE "N" TO WS-Es-Ejecutivo.
               MOVE acceso-id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FUNCTION UPPER-CASE(empleados-puesto)
                           TO WS-Puesto-Mayusculas
                       MOVE ZERO TO WS-Contador-Ejecutivo
                       INSPECT WS-Puesto-Mayusculas
                           TALLYING WS-Contador-Ejecutivo
                           FOR ALL "DIRECTOR" ALL "GERENTE"
                       IF WS-Contador-Ejecutivo > ZERO
                           MOVE "S" TO WS-Es-Ejecutivo
                       END-IF
               END-READ.
               IF WS-Es-Ejecutivo = "S"
                   ADD 1 TO WS-Total-Ejecutivos
                   MOVE acceso-operador TO WS-Eje-Operador
                   MOVE acceso-fecha TO WS-Eje-Fecha
                   MOVE acceso-hora TO WS-Eje-Hora
                   MOVE acceso-id TO WS-Eje-Id
                   MOVE empleados-puesto TO WS-Eje-Puesto
                   MOVE acceso-programa TO WS-Eje-Programa
                   MOVE acceso-tipo TO WS-Eje-Tipo
                   WRITE reporte-linea FROM WS-Linea-Ejecutivo
               END-IF.

           Escribir-Totales.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE SPACE TO reporte-linea.
               STRING "ACCESOS LEIDOS " WS-Total-Leidos
                   "  HORAS SOBRE EL LIMITE " WS-Total-Rafagas
                   "  CONSULTAS A EJECUTIVOS " WS-Total-Ejecutivos
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.

       END PROGRAM Reporte-accesos.

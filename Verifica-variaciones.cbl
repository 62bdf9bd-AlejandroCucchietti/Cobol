       COPY "avisos-fisico.cbl".

       SELECT Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       SELECT OPTIONAL Recibos-ant-archivo
       ASSIGN TO WS-Recibos-Ant-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Ant-Status.

       FILE STATUS IS WS-Limite-Status.

       SELECT OPTIONAL Visto-archivo
       ASSIGN TO WS-Visto-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Visto-Status.

       SELECT Reporte-archivo
       ASSIGN TO WS-Reporte-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Periodo-Actual-Id PIC X(7).
           01 WS-Per-Grupo-Inicio PIC X(8).
           01 WS-Per-Grupo-Fin PIC X(8).

      * Grupo de pago que se verifica (variable GRUPO_PAGO: S =
      * semanal); cada grupo tiene sus recibos y su visto bueno.
           01 WS-Grupo-Pago PIC X VALUE "Q".
               88 WS-Corrida-Semanal VALUE "S".
           01 WS-Grupo-Pago-Env PIC X(10).
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".
           01 WS-Recibos-Ant-Filename PIC X(36)
               VALUE "nomina-recibos-anterior.dat".
           01 WS-Visto-Filename PIC X(30)
               VALUE "variacion-visto.dat".
           01 WS-Reporte-Filename PIC X(30)
               VALUE "variaciones-netos.txt".
           01 WS-Limite-Pct PIC 9(3) VALUE 20.

           01 Fin-de-Recibos PIC X.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Grupo-Pago.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Determinar-Periodo-Actual.
               END-IF.
               CLOSE Sesion-archivo.

           Determinar-Grupo-Pago.
               MOVE SPACE TO WS-Grupo-Pago-Env.
               ACCEPT WS-Grupo-Pago-Env
                   FROM ENVIRONMENT "GRUPO_PAGO".
               IF WS-Grupo-Pago-Env = "S" OR WS-Grupo-Pago-Env = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
                   MOVE "nomina-recibos-anterior-semanal.dat"
                       TO WS-Recibos-Ant-Filename
                   MOVE "variacion-visto-semanal.dat"
                       TO WS-Visto-Filename
                   MOVE "variaciones-netos-semanal.txt"
                       TO WS-Reporte-Filename
               END-IF.

           Obtener-Fecha-Proceso.
               OPEN INPUT Fecha-proceso-archivo.
               IF WS-Fecha-Proceso-Status = "00"
               CLOSE Fecha-proceso-archivo.

           Determinar-Periodo-Actual.
               IF WS-Corrida-Semanal
                   CALL "Rutinas-periodo" USING WS-Grupo-Pago
                       WS-Fecha-Proceso WS-Periodo-Actual-Id
                       WS-Per-Grupo-Inicio WS-Per-Grupo-Fin
               ELSE
               IF WS-Fecha-Proceso(7:2) < "16"
                   STRING WS-Fecha-Proceso(1:6) "1"
                       DELIMITED BY SIZE
                   STRING WS-Fecha-Proceso(1:6) "2"
                       DELIMITED BY SIZE
                       INTO WS-Periodo-Actual-Id
               END-IF
               END-IF.

      * Si la quincena ya quedo autorizada no hay nada que
           Comparar-Recibos.
               OPEN INPUT Recibos-archivo.
               IF WS-Recibos-Status NOT = "00"
                   DISPLAY "No se encontro "
                       FUNCTION TRIM(WS-Recibos-Filename)
                       "; corra primero Calcula-nomina."
                   MOVE 8 TO RETURN-CODE
                   CLOSE Recibos-archivo
                   GOBACK
               ELSE
                   DISPLAY "Variaciones SIN EXPLICAR: "
                       WS-Total-Sin-Explicar
                       " (ver " FUNCTION TRIM(WS-Reporte-Filename)
                       ")."
                   MOVE SPACE TO WS-Modo-Lote
                   ACCEPT WS-Modo-Lote
                       FROM ENVIRONMENT "MODO_LOTE"

                   10 WS-Rei-Id-Nuevo PIC X(6).
                   10 WS-Rei-Alta-Anterior PIC X(8).
           01 WS-Alta-Efectiva PIC X(8).
           01 WS-Fecha-Numerica PIC 9(8).
           01 WS-Fecha-Entera PIC S9(9).

           01 WS-Lic-Funcion PIC X.
           01 WS-Lic-Fecha-1 PIC X(8).
           01 WS-Lic-Fecha-2 PIC X(8).
           01 WS-Lic-Dias PIC 9(5).
           01 WS-Lic-En-Licencia PIC X.
           01 WS-Total-En-Licencia PIC 9(6) VALUE ZERO.

           01 WS-Total-Acumulados PIC 9(6) VALUE ZERO.
           01 WS-Tabla-Llena PIC X VALUE "N".
               PERFORM Reescribir-Saldos
               DISPLAY "Empleados con derecho calculado: "
                   WS-Total-Acumulados
               DISPLAY "Empleados en licencia sin goce, sin "
                   "acumular: " WS-Total-En-Licencia
           END-IF.
           Program-Done.
            GOBACK.
                           IF empleados-id NOT = "000000"
                               AND empleados-activo
                               AND empleados-fecha-alta NUMERIC
                               PERFORM Verificar-Licencia
                               IF WS-Lic-En-Licencia = "S"
                                   ADD 1 TO WS-Total-En-Licencia
                               ELSE
                                   PERFORM Acumular-Empleado-Actual
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
                   END-IF
               END-PERFORM.

      * Quien esta de licencia sin goce no acumula; el tiempo que
      * ya paso de licencia no cuenta como servicio, asi que corre
      * la fecha de alta efectiva esos dias hacia adelante.
           Verificar-Licencia.
               MOVE "E" TO WS-Lic-Funcion.
               MOVE WS-Hoy TO WS-Lic-Fecha-1.
               CALL "Rutinas-licencia" USING WS-Lic-Funcion
                   empleados-id WS-Lic-Fecha-1 WS-Lic-Fecha-2
                   WS-Lic-Dias WS-Lic-En-Licencia.

           Descontar-Tiempo-Licencia.
               MOVE "D" TO WS-Lic-Funcion.
               MOVE WS-Alta-Efectiva TO WS-Lic-Fecha-1.
               MOVE WS-Hoy TO WS-Lic-Fecha-2.
               CALL "Rutinas-licencia" USING WS-Lic-Funcion
                   empleados-id WS-Lic-Fecha-1 WS-Lic-Fecha-2
                   WS-Lic-Dias WS-Lic-En-Licencia.
               IF WS-Lic-Dias > ZERO
                   MOVE WS-Alta-Efectiva TO WS-Fecha-Numerica
                   COMPUTE WS-Fecha-Entera =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Numerica)
                       + WS-Lic-Dias
                   COMPUTE WS-Fecha-Numerica =
                       FUNCTION DATE-OF-INTEGER(WS-Fecha-Entera)
                   MOVE WS-Fecha-Numerica TO WS-Alta-Efectiva
               END-IF.

      * Tabla de derecho anual por antiguedad: los dias base el
      * primer anio, dos mas por cada anio hasta base mas ocho al
      * quinto, y despues dos dias mas por cada bloque de cinco
      * anios cumplidos; todo sobre la base parametrizada.
           Acumular-Empleado-Actual.
               PERFORM Determinar-Alta-Efectiva.
               PERFORM Descontar-Tiempo-Licencia.
               MOVE WS-Alta-Efectiva(1:4) TO WS-Anio-Alta.
               COMPUTE WS-Anios-Servicio =
                   WS-Anio-Actual - WS-Anio-Alta.

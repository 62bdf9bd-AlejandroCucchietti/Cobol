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

           01 WS-Dias-Base PIC 9(3) VALUE 90.
           01 WS-Dias-Por-Anio PIC 9(3) VALUE 20.
                   END-IF
               END-PERFORM.

      * El tiempo en licencia sin goce no genera antiguedad: la
      * fecha de alta efectiva se corre esos dias hacia adelante.
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

           Recorrer-Activos.
               PERFORM Cargar-Reingresos.
               MOVE "1" TO Fin-del-Archivo.
           Evaluar-Empleado-Actual.
               ADD 1 TO WS-Total-Activos.
               PERFORM Determinar-Alta-Efectiva.
               PERFORM Descontar-Tiempo-Licencia.
               MOVE WS-Alta-Efectiva(1:4) TO WS-Anio-Alta.
               COMPUTE WS-Anios-Servicio =
                   WS-Anio-Actual - WS-Anio-Alta.

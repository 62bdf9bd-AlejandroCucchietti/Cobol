           01 WS-Coincidencias PIC 9(4) VALUE ZERO.
           01 Salir-Consulta PIC X VALUE "N".

      * La trayectoria muestra salarios anteriores; cada consulta
      * con resultados queda en la bitacora de lecturas sensibles.
           01 WS-Acceso-Programa PIC X(20) VALUE "Consulta-historial".
           01 WS-Acceso-Tipo PIC X(12) VALUE "TRAYECTORIA".

           01 WS-Linea-Cambio.
               05 WS-Linea-Fecha-Efectiva PIC X(8).
               05 FILLER PIC X(2) VALUE SPACE.
                   END-READ
               END-PERFORM.
               CLOSE Cambios-archivo.
               IF WS-Coincidencias > ZERO
                   CALL "Rutinas-acceso" USING WS-Acceso-Programa
                       Id-Consulta WS-Acceso-Tipo
               END-IF.
               DISPLAY WS-Coincidencias " cambio(s) registrados para "
                   "el ID " Id-Consulta ".".


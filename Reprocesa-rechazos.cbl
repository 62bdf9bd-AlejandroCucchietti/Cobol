               ADD 1 TO WS-Total-Registros.
               PERFORM Guardar-Secuencia.
               PERFORM Estadistica-De-Alta.
               CALL "Registrar-prueba" USING empleados-id
                   empleados-puesto empleados-fecha-alta empleados-tipo.

           Generar-Siguiente-Id.
               ADD 1 TO WS-Siguiente-Id.

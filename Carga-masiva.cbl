                   MOVE "SIN ASIGNAR" TO puesto-nombre
                   MOVE ZERO TO puesto-salario-minimo
                   MOVE 9999999.99 TO puesto-salario-maximo
                   MOVE ZERO TO puesto-dias-prueba
                   WRITE puesto-registro
                   CLOSE Puestos-archivo
               ELSE
                   MOVE "SIN ASIGNAR" TO departamento-nombre
                   MOVE "PENDIENTE DE ASIGNACION" TO
                       departamento-descripcion
                   MOVE SPACE TO departamento-responsable
                       departamento-correo
                   WRITE departamento-registro
                   CLOSE Departamentos-archivo
               ELSE
               ADD 1 TO WS-Total-Registros.
               PERFORM Guardar-Secuencia.
               PERFORM Estadistica-De-Alta.
               CALL "Registrar-prueba" USING empleados-id
                   empleados-puesto empleados-fecha-alta empleados-tipo.

           Generar-Siguiente-Id.
               ADD 1 TO WS-Siguiente-Id.

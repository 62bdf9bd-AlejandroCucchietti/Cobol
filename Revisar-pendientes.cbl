           01 WS-Valor-Anterior-Ren PIC X(20).
           01 WS-Valor-Nuevo-Ren PIC X(20).
           01 WS-Salario-Nuevo PIC 9(7).99.
           01 WS-Confirma-Dispensa PIC X.
           01 WS-Res-Funcion PIC X.
           01 WS-Res-Articulos PIC 9(3).
           01 WS-Res-Valor PIC 9(7)V99.
           01 WS-Res-Valor-Edicion PIC Z,ZZZ,ZZ9.99.
           01 WS-Total-Retenidos PIC 9(3) VALUE ZERO.

           01 WS-Total-Pendientes PIC 9(3) VALUE ZERO.
           01 WS-Total-Aplicados PIC 9(3) VALUE ZERO.
                       WS-Total-Aplicados
                   DISPLAY "Solicitudes rechazadas: "
                       WS-Total-Rechazados
                   IF WS-Total-Retenidos > ZERO
                       DISPLAY "Bajas retenidas por resguardo: "
                           WS-Total-Retenidos
                   END-IF
               END-IF
               END-IF.

                   END-EVALUATE
               END-IF.

      * La baja no se aplica mientras el empleado conserve
      * articulos de la empresa; el supervisor puede dispensarlos
      * aqui mismo o la solicitud sigue en espera hasta que se
      * devuelvan o se descuenten en el finiquito.
           Aplicar-Baja.
               MOVE "C" TO WS-Res-Funcion.
               CALL "Rutinas-resguardo" USING WS-Res-Funcion
                   pendiente-id WS-Operador-Actual WS-Res-Articulos
                   WS-Res-Valor.
               IF WS-Res-Articulos > ZERO AND empleados-activo
                   MOVE WS-Res-Valor TO WS-Res-Valor-Edicion
                   DISPLAY "El empleado tiene " WS-Res-Articulos
                       " articulo(s) en resguardo por "
                       WS-Res-Valor-Edicion "."
                   DISPLAY "Dispensa la devolucion (S/N)? "
                   ACCEPT WS-Confirma-Dispensa
                   IF WS-Confirma-Dispensa = "S"
                       OR WS-Confirma-Dispensa = "s"
                       MOVE "W" TO WS-Res-Funcion
                       CALL "Rutinas-resguardo" USING WS-Res-Funcion
                           pendiente-id WS-Operador-Actual
                           WS-Res-Articulos WS-Res-Valor
                       MOVE "DISPENSA-RESG" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       PERFORM Aplicar-Baja-Liberada
                   ELSE
                       ADD 1 TO WS-Total-Retenidos
                       DISPLAY "La baja queda en espera hasta que se "
                           "libere el resguardo."
                   END-IF
               ELSE
                   PERFORM Aplicar-Baja-Liberada
               END-IF.

           Aplicar-Baja-Liberada.
               IF empleados-inactivo
                   DISPLAY "El empleado ya estaba inactivo. Se "
                       "rechaza la solicitud."

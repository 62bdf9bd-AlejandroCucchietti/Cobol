           01 WS-Total-Omitidos PIC 9(6) VALUE ZERO.
           01 WS-Total-Monto PIC 9(9)V99 VALUE ZERO.

           01 WS-Prov-Funcion PIC X.
           01 WS-Prov-Concepto PIC X(4) VALUE "AGUI".
           01 WS-Prov-Revertido PIC 9(7)V99.
           01 WS-Prov-Resultado PIC X.
           01 WS-Total-Revertido PIC 9(9)V99 VALUE ZERO.

           01 WS-Total-Deptos PIC 99 VALUE ZERO.
           01 WS-Indice-Depto PIC 99.
           01 WS-Depto-Hallado PIC X.

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Verificar-Provisiones.
           IF WS-Prov-Resultado = "N"
               DISPLAY "provisiones.dat excede la capacidad de "
                   "trabajo; no se pago el aguinaldo."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Apertura-archivos
               PERFORM Escribir-Titulo
               PERFORM Procesar-Empleados
               PERFORM Escribir-Totales-Depto
               PERFORM Cierre-archivos
               PERFORM Grabar-Reversiones
               PERFORM Mostrar-Resumen
           END-IF.
           Program-Done.
            GOBACK.

                   * WS-Dias-Trabajados / 365.
               IF WS-Monto-Aguinaldo > ZERO
                   PERFORM Escribir-Pago
                   PERFORM Revertir-Provision
                   PERFORM Escribir-Detalle-Control
                   PERFORM Acumular-Departamento
                   ADD WS-Monto-Aguinaldo TO WS-Total-Monto
               MOVE WS-Monto-Aguinaldo TO pago-neto.
               WRITE pago-registro.

      * Lo pagado se descarga de la provision mensual de aguinaldo
      * para no reconocer el gasto dos veces.
           Revertir-Provision.
               MOVE "R" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   empleados-id WS-Prov-Concepto WS-Monto-Aguinaldo
                   WS-Fecha-Proceso WS-Prov-Revertido
                   WS-Prov-Resultado.
               ADD WS-Prov-Revertido TO WS-Total-Revertido.

           Grabar-Reversiones.
               MOVE "G" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   empleados-id WS-Prov-Concepto WS-Monto-Aguinaldo
                   WS-Fecha-Proceso WS-Prov-Revertido
                   WS-Prov-Resultado.

      * Las provisiones deben caber en la tabla de trabajo antes de
      * pagar: si no, la reversion se perderia.
           Verificar-Provisiones.
               MOVE "V" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   empleados-id WS-Prov-Concepto WS-Monto-Aguinaldo
                   WS-Fecha-Proceso WS-Prov-Revertido
                   WS-Prov-Resultado.

           Escribir-Detalle-Control.
               MOVE empleados-id TO WS-Det-Id.
               MOVE empleados-nombre TO WS-Det-Nombre.
                   WS-Total-Temporales.
               DISPLAY "Omitidos: " WS-Total-Omitidos.
               DISPLAY "Importe total: " WS-Total-Monto.
               DISPLAY "Provision de aguinaldo revertida: "
                   WS-Total-Revertido.

       END PROGRAM Calcula-aguinaldo.

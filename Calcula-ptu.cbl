           01 WS-Dias-Participante PIC 9(3).
           01 WS-Salario-Participante PIC 9(9)V99.

           01 WS-Prov-Funcion PIC X.
           01 WS-Prov-Concepto PIC X(4) VALUE "PTU".
           01 WS-Prov-Revertido PIC 9(7)V99.
           01 WS-Prov-Resultado PIC X.
           01 WS-Total-Revertido PIC 9(9)V99 VALUE ZERO.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(36) VALUE
                   "REPARTO DE UTILIDADES (PTU) - ANIO  ".
                       "anio; no se puede repartir."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Verificar-Provisiones
                   IF WS-Prov-Resultado = "N"
                       DISPLAY "provisiones.dat excede la capacidad "
                           "de trabajo; no se reparte nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM Repartir-Y-Escribir
                   END-IF
               END-IF
           END-IF.
           Program-Done.
                       TO WS-Suma-Repartida
                   PERFORM Escribir-Pago-Ptu
                   PERFORM Escribir-Detalle-Ptu
                   PERFORM Revertir-Provision
               END-PERFORM.
               MOVE "G" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Par-Id(1) WS-Prov-Concepto WS-Par-Ptu(1)
                   WS-Fecha-Proceso WS-Prov-Revertido
                   WS-Prov-Resultado.
               MOVE SPACE TO ptu-reporte-linea.
               WRITE ptu-reporte-linea.
               MOVE WS-Linea-Firmas TO ptu-reporte-linea.
               DISPLAY "Participantes: " WS-Total-Participantes
                   "  excluidos: " WS-Total-Excluidos.
               DISPLAY "Importe repartido: " WS-Suma-Repartida.
               DISPLAY "Provision de PTU revertida: "
                   WS-Total-Revertido.
               DISPLAY "Pagos en ptu-pagos.dat; reporte firmable "
                   "en ptu-reporte.txt".

      * La PTU pagada se descarga de lo provisionado en el anio.
           Revertir-Provision.
               MOVE "R" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Par-Id(WS-Indice-Par) WS-Prov-Concepto
                   WS-Par-Ptu(WS-Indice-Par) WS-Fecha-Proceso
                   WS-Prov-Revertido WS-Prov-Resultado.
               ADD WS-Prov-Revertido TO WS-Total-Revertido.

      * Las provisiones deben caber en la tabla de trabajo antes de
      * repartir: si no, la reversion se perderia.
           Verificar-Provisiones.
               MOVE "V" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Par-Id(1) WS-Prov-Concepto WS-Par-Ptu(1)
                   WS-Fecha-Proceso WS-Prov-Revertido
                   WS-Prov-Resultado.

           Escribir-Pago-Ptu.
               MOVE WS-Par-Id(WS-Indice-Par) TO ptu-pago-id.
               MOVE WS-Fecha-Proceso TO ptu-pago-fecha.

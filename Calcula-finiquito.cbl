
       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "resguardos-fisico.cbl".
       COPY "beneficiarios-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT OPTIONAL Saldos-archivo
       ASSIGN TO "vacaciones-saldo.dat"
       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "resguardos-logico.cbl".
       COPY "beneficiarios-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Saldos-archivo.

           01 WS-Saldos-Status PIC XX.
           01 WS-Finiquito-Status PIC XX.
           01 WS-Pagos-Status PIC XX.
           01 WS-Resguardos-Status PIC XX.
           01 WS-Beneficiarios-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".

           01 WS-Id-Entrada PIC X(6).
           01 WS-Fecha-Baja PIC X(8).
           01 WS-Monto-Prima PIC 9(7)V99.
           01 WS-Monto-Indemnizacion PIC 9(7)V99.
           01 WS-Total-Finiquito PIC 9(7)V99.
           01 WS-Descuento-Resguardo PIC 9(7)V99 VALUE ZERO.
           01 WS-Neto-Finiquito PIC 9(7)V99.

           01 WS-Confirma-Descuento PIC X.
           01 WS-Fin-Resguardos PIC X.
           01 WS-Res-Funcion PIC X.
           01 WS-Res-Articulos PIC 9(3) VALUE ZERO.
           01 WS-Res-Valor PIC 9(7)V99 VALUE ZERO.
           01 WS-Total-Pend-Resg PIC 99 VALUE ZERO.
           01 WS-Indice-Pend-Resg PIC 99.
           01 WS-Tabla-Pend-Resg.
               05 WS-Pend-Resg-Item OCCURS 20 TIMES.
                   10 WS-Pres-Descripcion PIC X(30).
                   10 WS-Pres-Valor PIC 9(7)V99.

           01 WS-Prov-Funcion PIC X.
           01 WS-Prov-Concepto PIC X(4).
           01 WS-Prov-Revertido PIC 9(7)V99.
           01 WS-Prov-Resultado PIC X.
           01 WS-Total-Revertido PIC 9(7)V99 VALUE ZERO.

           01 WS-Confirma-Defuncion PIC X VALUE "N".
           01 WS-Fin-Beneficiarios PIC X.
           01 WS-Monto-Repartido PIC 9(7)V99.
           01 WS-Total-Benef-Fin PIC 9 VALUE ZERO.
           01 WS-Pct-Benef-Edit PIC ZZ9.99.
           01 WS-Indice-Benef-Fin PIC 9.
           01 WS-Tabla-Benef-Fin.
               05 WS-Benef-Fin-Item OCCURS 9 TIMES.
                   10 WS-Bfi-Nombre PIC X(30).
                   10 WS-Bfi-Parentesco PIC X(12).
                   10 WS-Bfi-Porcentaje PIC 999V99.
                   10 WS-Bfi-Monto PIC 9(7)V99.

           01 WS-Linea-Concepto.
               05 WS-Con-Descripcion PIC X(36).
           ELSE
               PERFORM Buscar-Empleado
               IF WS-Registro-Hallado = "S"
                   PERFORM Verificar-Provisiones
               END-IF
               IF WS-Registro-Hallado = "S"
                   AND WS-Prov-Resultado = "N"
                   DISPLAY "provisiones.dat excede la capacidad de "
                       "trabajo; no se calculo el finiquito."
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-Registro-Hallado = "S"
                   AND WS-Prov-Resultado = "S"
                   DISPLAY "Terminacion por defuncion del empleado "
                       "(S/N)? "
                   ACCEPT WS-Confirma-Defuncion
                   PERFORM Calcular-Conceptos
                   PERFORM Revisar-Resguardo
                   IF WS-Confirma-Defuncion = "S"
                       OR WS-Confirma-Defuncion = "s"
                       PERFORM Repartir-Beneficiarios
                   END-IF
                   PERFORM Imprimir-Finiquito
                   PERFORM Escribir-Pago
                   PERFORM Revertir-Provisiones
                   DISPLAY "Finiquito por " WS-Total-Finiquito
                       " impreso en finiquito.txt y pago en "
                       "finiquitos-pagos.dat."
                   IF WS-Descuento-Resguardo > ZERO
                       DISPLAY "Descuento por articulos no "
                           "devueltos: " WS-Descuento-Resguardo
                           "  Neto: " WS-Neto-Finiquito
                   END-IF
                   DISPLAY "Provisiones revertidas: "
                       WS-Total-Revertido
                   IF WS-Total-Benef-Fin > ZERO
                       DISPLAY "Neto repartido entre "
                           WS-Total-Benef-Fin " beneficiario(s) "
                           "designados; ver finiquito.txt."
                   END-IF
               END-IF
           END-IF.
           Program-Done.
                   + WS-Monto-Vacaciones + WS-Monto-Prima
                   + WS-Monto-Indemnizacion.

      * Lo que el empleado conserva en resguardo sale en el
      * finiquito. Si se conviene descontarlo, su valor se resta
      * del neto y los articulos quedan cerrados como descontados,
      * lo que libera la baja retenida en la cola de pendientes.
           Revisar-Resguardo.
               MOVE ZERO TO WS-Total-Pend-Resg.
               MOVE "1" TO WS-Fin-Resguardos.
               OPEN INPUT Resguardos-archivo.
               IF WS-Resguardos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Resguardos
               END-IF.
               PERFORM UNTIL WS-Fin-Resguardos = "0"
                   READ Resguardos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Resguardos
                       NOT AT END
                           IF resguardo-id = WS-Id-Entrada
                               AND resguardo-asignado
                               PERFORM Anotar-Articulo-Pendiente
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Resguardos-archivo.
               MOVE ZERO TO WS-Descuento-Resguardo.
               IF WS-Res-Articulos > ZERO
                   DISPLAY "Articulos de la empresa sin devolver:"
                   PERFORM VARYING WS-Indice-Pend-Resg FROM 1 BY 1
                       UNTIL WS-Indice-Pend-Resg > WS-Total-Pend-Resg
                       DISPLAY "  " WS-Pres-Descripcion
                           (WS-Indice-Pend-Resg) " "
                           WS-Pres-Valor(WS-Indice-Pend-Resg)
                   END-PERFORM
                   DISPLAY "Total: " WS-Res-Articulos
                       " articulo(s) por " WS-Res-Valor
                   DISPLAY "Descontar su valor convenido del "
                       "finiquito (S/N)? "
                   ACCEPT WS-Confirma-Descuento
                   IF WS-Confirma-Descuento = "S"
                       OR WS-Confirma-Descuento = "s"
                       PERFORM Descontar-Resguardo
                   END-IF
               END-IF.
               COMPUTE WS-Neto-Finiquito =
                   WS-Total-Finiquito - WS-Descuento-Resguardo.

           Anotar-Articulo-Pendiente.
               ADD 1 TO WS-Res-Articulos.
               ADD resguardo-valor TO WS-Res-Valor.
               IF WS-Total-Pend-Resg < 20
                   ADD 1 TO WS-Total-Pend-Resg
                   MOVE resguardo-descripcion
                       TO WS-Pres-Descripcion(WS-Total-Pend-Resg)
                   MOVE resguardo-valor
                       TO WS-Pres-Valor(WS-Total-Pend-Resg)
               END-IF.

      * El descuento no puede dejar el finiquito en negativo.
           Descontar-Resguardo.
               IF WS-Res-Valor > WS-Total-Finiquito
                   MOVE WS-Total-Finiquito TO WS-Descuento-Resguardo
               ELSE
                   MOVE WS-Res-Valor TO WS-Descuento-Resguardo
               END-IF.
               PERFORM Leer-Sesion.
               MOVE "D" TO WS-Res-Funcion.
               CALL "Rutinas-resguardo" USING WS-Res-Funcion
                   WS-Id-Entrada WS-Operador-Actual WS-Res-Articulos
                   WS-Res-Valor.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-operador-id
                               TO WS-Operador-Actual
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

      * En defuncion el neto se entrega a los beneficiarios que el
      * empleado designo para el finiquito, en sus porcentajes. El
      * ultimo absorbe el redondeo para que la suma cuadre con el
      * neto. Sin designacion el pago queda a lo que resuelva la
      * autoridad laboral.
           Repartir-Beneficiarios.
               MOVE ZERO TO WS-Total-Benef-Fin.
               MOVE "1" TO WS-Fin-Beneficiarios.
               OPEN INPUT Beneficiarios-archivo.
               IF WS-Beneficiarios-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Beneficiarios
               END-IF.
               PERFORM UNTIL WS-Fin-Beneficiarios = "0"
                   READ Beneficiarios-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Beneficiarios
                       NOT AT END
                           IF benef-id = WS-Id-Entrada
                               AND benef-finiquito
                               AND WS-Total-Benef-Fin < 9
                               ADD 1 TO WS-Total-Benef-Fin
                               MOVE benef-nombre TO
                                   WS-Bfi-Nombre(WS-Total-Benef-Fin)
                               MOVE benef-parentesco TO
                                   WS-Bfi-Parentesco
                                       (WS-Total-Benef-Fin)
                               MOVE benef-porcentaje TO
                                   WS-Bfi-Porcentaje
                                       (WS-Total-Benef-Fin)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficiarios-archivo.
               MOVE ZERO TO WS-Monto-Repartido.
               PERFORM VARYING WS-Indice-Benef-Fin FROM 1 BY 1
                   UNTIL WS-Indice-Benef-Fin > WS-Total-Benef-Fin
                   IF WS-Indice-Benef-Fin = WS-Total-Benef-Fin
                       COMPUTE WS-Bfi-Monto(WS-Indice-Benef-Fin) =
                           WS-Neto-Finiquito - WS-Monto-Repartido
                   ELSE
                       COMPUTE WS-Bfi-Monto(WS-Indice-Benef-Fin)
                           ROUNDED = WS-Neto-Finiquito
                           * WS-Bfi-Porcentaje(WS-Indice-Benef-Fin)
                           / 100
                       ADD WS-Bfi-Monto(WS-Indice-Benef-Fin)
                           TO WS-Monto-Repartido
                   END-IF
               END-PERFORM.
               IF WS-Total-Benef-Fin = ZERO
                   DISPLAY "El empleado no designo beneficiarios "
                       "para el finiquito; el pago queda sujeto a "
                       "resolucion de la autoridad laboral."
               END-IF.

           Buscar-Saldo-Vacaciones.
               MOVE ZERO TO WS-Dias-Vacaciones.
               MOVE "1" TO WS-Fin-Saldos.
               MOVE WS-Total-Finiquito TO WS-Con-Monto.
               MOVE WS-Linea-Concepto TO finiquito-linea.
               WRITE finiquito-linea.
               IF WS-Res-Articulos > ZERO
                   PERFORM Imprimir-Resguardo
               END-IF.
               IF WS-Confirma-Defuncion = "S"
                   OR WS-Confirma-Defuncion = "s"
                   PERFORM Imprimir-Beneficiarios
               ELSE
                   MOVE SPACE TO finiquito-linea
                   WRITE finiquito-linea
                   MOVE "RECIBI DE CONFORMIDAD: ____________________"
                       TO finiquito-linea
                   WRITE finiquito-linea
               END-IF.
               MOVE WS-Linea-Sep TO finiquito-linea.
               WRITE finiquito-linea.
               CLOSE Finiquito-archivo.

           Imprimir-Resguardo.
               MOVE "ARTICULOS DE LA EMPRESA SIN DEVOLVER:"
                   TO finiquito-linea.
               WRITE finiquito-linea.
               PERFORM VARYING WS-Indice-Pend-Resg FROM 1 BY 1
                   UNTIL WS-Indice-Pend-Resg > WS-Total-Pend-Resg
                   MOVE SPACE TO WS-Con-Descripcion
                   STRING "  " WS-Pres-Descripcion
                       (WS-Indice-Pend-Resg)
                       DELIMITED BY SIZE INTO WS-Con-Descripcion
                   MOVE WS-Pres-Valor(WS-Indice-Pend-Resg)
                       TO WS-Con-Monto
                   MOVE WS-Linea-Concepto TO finiquito-linea
                   WRITE finiquito-linea
               END-PERFORM.
               IF WS-Descuento-Resguardo > ZERO
                   MOVE "DESCUENTO ARTICULOS NO DEVUELTOS"
                       TO WS-Con-Descripcion
                   MOVE WS-Descuento-Resguardo TO WS-Con-Monto
                   MOVE WS-Linea-Concepto TO finiquito-linea
                   WRITE finiquito-linea
                   MOVE "NETO A PAGAR" TO WS-Con-Descripcion
                   MOVE WS-Neto-Finiquito TO WS-Con-Monto
                   MOVE WS-Linea-Concepto TO finiquito-linea
                   WRITE finiquito-linea
               END-IF.

           Imprimir-Beneficiarios.
               MOVE SPACE TO finiquito-linea.
               WRITE finiquito-linea.
               MOVE "TERMINACION POR DEFUNCION - BENEFICIARIOS:"
                   TO finiquito-linea.
               WRITE finiquito-linea.
               IF WS-Total-Benef-Fin = ZERO
                   MOVE "  SIN BENEFICIARIOS DESIGNADOS; PAGO SUJETO "
                       TO finiquito-linea
                   WRITE finiquito-linea
                   MOVE "  A RESOLUCION DE LA AUTORIDAD LABORAL"
                       TO finiquito-linea
                   WRITE finiquito-linea
               END-IF.
               PERFORM VARYING WS-Indice-Benef-Fin FROM 1 BY 1
                   UNTIL WS-Indice-Benef-Fin > WS-Total-Benef-Fin
                   MOVE SPACE TO WS-Con-Descripcion
                   STRING "  " WS-Bfi-Nombre(WS-Indice-Benef-Fin)
                       DELIMITED BY SIZE INTO WS-Con-Descripcion
                   MOVE WS-Bfi-Monto(WS-Indice-Benef-Fin)
                       TO WS-Con-Monto
                   MOVE WS-Linea-Concepto TO finiquito-linea
                   WRITE finiquito-linea
                   MOVE WS-Bfi-Porcentaje(WS-Indice-Benef-Fin)
                       TO WS-Pct-Benef-Edit
                   MOVE SPACE TO finiquito-linea
                   STRING "    " WS-Bfi-Parentesco(WS-Indice-Benef-Fin)
                       "  " WS-Pct-Benef-Edit
                       " POR CIENTO   RECIBI: ____________________"
                       DELIMITED BY SIZE INTO finiquito-linea
                   WRITE finiquito-linea
               END-PERFORM.

           Escribir-Pago.
               MOVE WS-Id-Entrada TO pago-id.
               MOVE empleados-nombre TO pago-nombre.
               MOVE empleados-apellidos TO pago-apellidos.
               MOVE WS-Total-Finiquito TO pago-bruto.
               MOVE WS-Descuento-Resguardo TO pago-deducciones.
               MOVE WS-Neto-Finiquito TO pago-neto.
               OPEN EXTEND Pagos-archivo.
               IF WS-Pagos-Status = "35"
                   OPEN OUTPUT Pagos-archivo
               WRITE pago-registro.
               CLOSE Pagos-archivo.

      * El aguinaldo proporcional y las vacaciones con su prima que
      * se liquidan se descargan de lo provisionado mes a mes.
           Revertir-Provisiones.
               MOVE "R" TO WS-Prov-Funcion.
               MOVE "AGUI" TO WS-Prov-Concepto.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Id-Entrada WS-Prov-Concepto WS-Monto-Aguinaldo
                   WS-Fecha-Baja WS-Prov-Revertido WS-Prov-Resultado.
               ADD WS-Prov-Revertido TO WS-Total-Revertido.
               MOVE "VACA" TO WS-Prov-Concepto.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Id-Entrada WS-Prov-Concepto WS-Monto-Vacaciones
                   WS-Fecha-Baja WS-Prov-Revertido WS-Prov-Resultado.
               ADD WS-Prov-Revertido TO WS-Total-Revertido.
               MOVE "PVAC" TO WS-Prov-Concepto.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Id-Entrada WS-Prov-Concepto WS-Monto-Prima
                   WS-Fecha-Baja WS-Prov-Revertido WS-Prov-Resultado.
               ADD WS-Prov-Revertido TO WS-Total-Revertido.
               MOVE "G" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Id-Entrada WS-Prov-Concepto WS-Monto-Prima
                   WS-Fecha-Baja WS-Prov-Revertido WS-Prov-Resultado.

      * Las provisiones deben caber en la tabla de trabajo antes de
      * imprimir el finiquito: si no, la reversion se perderia.
           Verificar-Provisiones.
               MOVE "V" TO WS-Prov-Funcion.
               CALL "Rutinas-provisiones" USING WS-Prov-Funcion
                   WS-Id-Entrada WS-Prov-Concepto WS-Monto-Prima
                   WS-Fecha-Baja WS-Prov-Revertido WS-Prov-Resultado.

       END PROGRAM Calcula-finiquito.

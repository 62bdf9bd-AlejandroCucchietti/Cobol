
       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "conceptos-fisico.cbl".
       COPY "recibos-detalle-fisico.cbl".
       COPY "acuses-fisico.cbl".

       SELECT Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       FILE STATUS IS WS-Deducciones-Status.

       SELECT Impresos-archivo
       ASSIGN TO WS-Impresos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Impresos-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "conceptos-logico.cbl".
       COPY "recibos-detalle-logico.cbl".
       COPY "acuses-logico.cbl".

       FD  Recibos-archivo.

           01 WS-Recibos-Status PIC XX.
           01 WS-Deducciones-Status PIC XX.
           01 WS-Impresos-Status PIC XX.
           01 WS-Conceptos-Status PIC XX.
           01 WS-Recibos-Detalle-Status PIC XX.
           01 WS-Acuses-Status PIC XX.

      * Grupo de pago cuyos recibos se imprimen (variable
      * GRUPO_PAGO: S = semanal).
           01 WS-Grupo-Pago-Env PIC X(10).
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".
           01 WS-Recibos-Detalle-Filename PIC X(34)
               VALUE "nomina-recibos-detalle.dat".
           01 WS-Impresos-Filename PIC X(30)
               VALUE "recibos-impresos.txt".

           01 Fin-de-Recibos PIC X.
           01 WS-Fin-Deducciones PIC X.
           01 WS-Suma-Otras PIC 9(7)V99.
           01 WS-Monto-Isr PIC S9(7)V99.

      * Catalogo de conceptos y los renglones del desglose que
      * corresponden al recibo en curso.
           01 WS-Fin-Conceptos PIC X.
           01 WS-Fin-Detalle PIC X.
           01 WS-Con-Dummy-Clave PIC X(4).
           01 WS-Con-Dummy-Registro PIC X(44).
           01 WS-Con-Dummy-Hallado PIC X.
           01 WS-Total-Conceptos PIC 99 VALUE ZERO.
           01 WS-Indice-Con PIC 99.
           01 WS-Concepto-Hallado PIC X.
           01 WS-Concepto-Clave PIC X(4).
           01 WS-Concepto-Texto PIC X(20).
           01 WS-Tabla-Conceptos.
               05 WS-Concepto-Item OCCURS 50 TIMES.
                   10 WS-Con-Clave PIC X(4).
                   10 WS-Con-Descripcion PIC X(20).
                   10 WS-Con-Resto PIC X(20).
           01 WS-Total-Det-Rec PIC 99 VALUE ZERO.
           01 WS-Indice-Det PIC 99.
           01 WS-Tabla-Det-Recibo.
               05 WS-Det-Item OCCURS 30 TIMES.
                   10 WS-Det-Concepto PIC X(4).
                   10 WS-Det-Clase PIC X.
                   10 WS-Det-Sat-Tipo PIC X(3).
                   10 WS-Det-Monto PIC 9(7)V99.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Grupo-Pago.
           PERFORM Apertura-archivos.
           PERFORM Cargar-Tabla-Deducciones.
           PERFORM Cargar-Conceptos.
           PERFORM Leer-Datos-Empresa.
           PERFORM Imprimir-Recibos.
           PERFORM Cierre-archivos.
           DISPLAY "Recibos formateados en "
               FUNCTION TRIM(WS-Impresos-Filename).
           DISPLAY "Recibos impresos: " WS-Total-Impresos.
           Program-Done.
            GOBACK.

           Determinar-Grupo-Pago.
               MOVE SPACE TO WS-Grupo-Pago-Env.
               ACCEPT WS-Grupo-Pago-Env
                   FROM ENVIRONMENT "GRUPO_PAGO".
               IF WS-Grupo-Pago-Env = "S" OR WS-Grupo-Pago-Env = "s"
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
                   MOVE "nomina-recibos-detalle-semanal.dat"
                       TO WS-Recibos-Detalle-Filename
                   MOVE "recibos-impresos-semanal.txt"
                       TO WS-Impresos-Filename
               END-IF.

           Apertura-archivos.
               PERFORM Determinar-Archivo-Empleados.
               OPEN INPUT Empleados-archivo.
                   GOBACK
               END-IF.
               OPEN OUTPUT Impresos-archivo.
               OPEN EXTEND Acuses-archivo.
               IF WS-Acuses-Status = "35"
                   OPEN OUTPUT Acuses-archivo
               END-IF.
               MOVE "1" TO WS-Fin-Detalle.
               OPEN INPUT Recibos-detalle-archivo.
               IF WS-Recibos-Detalle-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Detalle
               ELSE
                   PERFORM Leer-Detalle
               END-IF.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               PERFORM Verificar-Estado-Archivo.
               CLOSE Recibos-archivo.
               CLOSE Impresos-archivo.
               CLOSE Recibos-detalle-archivo.
               CLOSE Acuses-archivo.

           Cargar-Tabla-Deducciones.
               MOVE ZERO TO WS-Total-Deducciones-Tabla.
               END-PERFORM.
               CLOSE Deducciones-archivo.

           Cargar-Conceptos.
               MOVE "SUEL" TO WS-Con-Dummy-Clave.
               CALL "Rutinas-conceptos" USING WS-Con-Dummy-Clave
                   WS-Con-Dummy-Registro WS-Con-Dummy-Hallado.
               MOVE ZERO TO WS-Total-Conceptos.
               MOVE "1" TO WS-Fin-Conceptos.
               OPEN INPUT Conceptos-archivo.
               IF WS-Conceptos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Conceptos
               END-IF.
               PERFORM UNTIL WS-Fin-Conceptos = "0"
                   READ Conceptos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Conceptos
                       NOT AT END
                           IF WS-Total-Conceptos < 50
                               ADD 1 TO WS-Total-Conceptos
                               MOVE concepto-registro TO
                                   WS-Concepto-Item
                                       (WS-Total-Conceptos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Leer-Datos-Empresa.
               MOVE SPACE TO WS-Empresa WS-Sitio.
               MOVE "000000" TO empleados-id.
               END-PERFORM.

           Imprimir-Recibo-Actual.
               PERFORM Cargar-Detalle-Recibo.
               PERFORM Buscar-Empleado-Recibo.
               PERFORM Escribir-Encabezado-Pagina.
               PERFORM Escribir-Percepciones.
               PERFORM Escribir-Deducciones.
               PERFORM Escribir-Neto-Y-Firma.
               PERFORM Registrar-Recibo-Impreso.
               ADD 1 TO WS-Total-Impresos.

      * Cada recibo impreso queda pendiente de firma en el control
      * de acuses hasta que se captura firmado o se confirma en el
      * kiosco.
           Registrar-Recibo-Impreso.
               MOVE recibo-fecha TO acuse-fecha-pago.
               MOVE recibo-id TO acuse-id.
               MOVE "I" TO acuse-tipo.
               ACCEPT acuse-fecha FROM DATE YYYYMMDD.
               ACCEPT acuse-hora FROM TIME.
               MOVE "SISTEMA" TO acuse-capturo.
               WRITE acuse-registro.

      * El desglose viene en el mismo orden que los recibos: se
      * saltan los renglones de IDs anteriores (recibos que ya no
      * estan) y se toman los del ID en curso.
           Cargar-Detalle-Recibo.
               MOVE ZERO TO WS-Total-Det-Rec.
               PERFORM Leer-Detalle
                   UNTIL WS-Fin-Detalle = "0"
                   OR detalle-id NOT < recibo-id.
               PERFORM UNTIL WS-Fin-Detalle = "0"
                   OR detalle-id NOT = recibo-id
                   IF WS-Total-Det-Rec < 30
                       ADD 1 TO WS-Total-Det-Rec
                       MOVE detalle-concepto
                           TO WS-Det-Concepto(WS-Total-Det-Rec)
                       MOVE detalle-clase
                           TO WS-Det-Clase(WS-Total-Det-Rec)
                       MOVE detalle-sat-tipo
                           TO WS-Det-Sat-Tipo(WS-Total-Det-Rec)
                       MOVE detalle-monto
                           TO WS-Det-Monto(WS-Total-Det-Rec)
                   END-IF
                   PERFORM Leer-Detalle
               END-PERFORM.

           Leer-Detalle.
               READ Recibos-detalle-archivo
                   AT END
                       MOVE "0" TO WS-Fin-Detalle
               END-READ.

           Buscar-Empleado-Recibo.
               MOVE SPACE TO empleados-departamento empleados-puesto.
               MOVE recibo-id TO empleados-id.
           Escribir-Percepciones.
               MOVE "PERCEPCIONES" TO impreso-linea.
               WRITE impreso-linea.
               IF WS-Total-Det-Rec = ZERO
                   MOVE "SUELDO DEL PERIODO" TO WS-Imp-Concepto
                   MOVE recibo-bruto TO WS-Imp-Monto
                   MOVE WS-Linea-Concepto TO impreso-linea
                   WRITE impreso-linea
               ELSE
                   PERFORM VARYING WS-Indice-Det FROM 1 BY 1
                       UNTIL WS-Indice-Det > WS-Total-Det-Rec
                       IF WS-Det-Clase(WS-Indice-Det) = "P"
                           PERFORM Escribir-Renglon-Concepto
                       END-IF
                   END-PERFORM
                   MOVE "TOTAL PERCEPCIONES" TO WS-Imp-Concepto
                   MOVE recibo-bruto TO WS-Imp-Monto
                   MOVE WS-Linea-Concepto TO impreso-linea
                   WRITE impreso-linea
               END-IF.

      * Cada concepto con su tipo del SAT y la descripcion del
      * catalogo (o la de la tabla de deducciones si no esta
      * catalogado).
           Escribir-Renglon-Concepto.
               MOVE WS-Det-Concepto(WS-Indice-Det)
                   TO WS-Concepto-Clave.
               PERFORM Describir-Concepto.
               MOVE SPACE TO WS-Imp-Concepto.
               STRING WS-Det-Sat-Tipo(WS-Indice-Det) " "
                   WS-Concepto-Texto
                   DELIMITED BY SIZE INTO WS-Imp-Concepto.
               MOVE WS-Det-Monto(WS-Indice-Det) TO WS-Imp-Monto.
               MOVE WS-Linea-Concepto TO impreso-linea.
               WRITE impreso-linea.

           Describir-Concepto.
               MOVE WS-Concepto-Clave TO WS-Concepto-Texto.
               MOVE "N" TO WS-Concepto-Hallado.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   OR WS-Concepto-Hallado = "S"
                   IF WS-Con-Clave(WS-Indice-Con) = WS-Concepto-Clave
                       MOVE "S" TO WS-Concepto-Hallado
                       MOVE WS-Con-Descripcion(WS-Indice-Con)
                           TO WS-Concepto-Texto
                   END-IF
               END-PERFORM.
               IF WS-Concepto-Hallado = "N"
                   PERFORM VARYING WS-Indice-Ded FROM 1 BY 1
                       UNTIL WS-Indice-Ded > WS-Total-Deducciones-Tabla
                       IF WS-Ded-Codigo(WS-Indice-Ded)
                           = WS-Concepto-Clave
                           MOVE WS-Ded-Descripcion(WS-Indice-Ded)
                               TO WS-Concepto-Texto
                       END-IF
                   END-PERFORM
               END-IF.

           Escribir-Deducciones.
               MOVE "DEDUCCIONES" TO impreso-linea.
               WRITE impreso-linea.
               IF WS-Total-Det-Rec = ZERO
                   PERFORM Reconstruir-Deducciones
               ELSE
                   PERFORM VARYING WS-Indice-Det FROM 1 BY 1
                       UNTIL WS-Indice-Det > WS-Total-Det-Rec
                       IF WS-Det-Clase(WS-Indice-Det) = "D"
                           PERFORM Escribir-Renglon-Concepto
                       END-IF
                   END-PERFORM
               END-IF.
               MOVE "TOTAL DEDUCCIONES" TO WS-Imp-Concepto.
               MOVE recibo-deducciones TO WS-Imp-Monto.
               MOVE WS-Linea-Concepto TO impreso-linea.
               WRITE impreso-linea.

      * Recibos de corridas anteriores al desglose por concepto:
      * el recibo guarda solo el total deducido; se recalculan los
      * conceptos porcentuales sobre el bruto y el ISR se presenta
      * como el residuo, de modo que el desglose siempre cuadra con
      * el total del recibo.
           Reconstruir-Deducciones.
               MOVE ZERO TO WS-Suma-Otras.
               MOVE ZERO TO WS-Indice-Isr.
               PERFORM VARYING WS-Indice-Ded FROM 1 BY 1
                   MOVE WS-Linea-Concepto TO impreso-linea
                   WRITE impreso-linea
               END-IF.

           Escribir-Neto-Y-Firma.
               MOVE WS-Linea-Raya TO impreso-linea.

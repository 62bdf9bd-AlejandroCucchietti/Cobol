       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "conceptos-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "conceptos-logico.cbl".
       COPY "detalle-anual-logico.cbl".

       FD  Recibos-anual-archivo.

           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Constancias-Status PIC XX.
           01 WS-Bitacora-Status PIC XX.
           01 WS-Conceptos-Status PIC XX.
           01 WS-Detalle-Anual-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Empresa PIC X(30).
           01 WS-Sitio PIC X(10).

           01 WS-Pat-Funcion PIC X.
           01 WS-Pat-Empleado PIC X(6).
           01 WS-Patron.
               05 WS-Pat-Clave PIC X(3).
               05 WS-Pat-Razon-Social PIC X(30).
               05 WS-Pat-Rfc PIC X(13).
               05 WS-Pat-Registro-Patronal PIC X(11).
               05 WS-Pat-Regimen-Fiscal PIC X(3).
               05 WS-Pat-Calle PIC X(30).
               05 WS-Pat-Numero PIC X(10).
               05 WS-Pat-Colonia PIC X(20).
               05 WS-Pat-Ciudad PIC X(20).
               05 WS-Pat-Estado PIC X(3).
               05 WS-Pat-Cp PIC X(5).
               05 WS-Pat-Principal PIC X.

      * Constancias emitidas y percepciones del anio por patron.
           01 WS-Total-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-Pat PIC 99.
           01 WS-Patron-Hallado PIC X.
           01 WS-Tabla-Patrones.
               05 WS-Patron-Item OCCURS 50 TIMES.
                   10 WS-TP-Clave PIC X(3).
                   10 WS-TP-Nombre PIC X(30).
                   10 WS-TP-Constancias PIC 9(5).
                   10 WS-TP-Bruto PIC 9(11)V99.

           01 WS-Acumulado-Meses.
               05 WS-Mes-Item OCCURS 12 TIMES.
                   10 WS-Mes-Bruto PIC 9(9)V99.
           01 WS-Anual-Deducciones PIC 9(9)V99.
           01 WS-Anual-Neto PIC 9(9)V99.

      * Desglose anual por concepto del empleado en curso, con la
      * parte gravada y exenta de cada percepcion.
           01 WS-Fin-Conceptos PIC X.
           01 WS-Fin-Detalle PIC X.
           01 WS-Total-Catalogo PIC 99 VALUE ZERO.
           01 WS-Indice-Cat PIC 99.
           01 WS-Tabla-Catalogo.
               05 WS-Catalogo-Item OCCURS 50 TIMES.
                   10 WS-Cat-Clave PIC X(4).
                   10 WS-Cat-Descripcion PIC X(20).
                   10 WS-Cat-Resto PIC X(20).
           01 WS-Total-Conc-Anual PIC 99 VALUE ZERO.
           01 WS-Indice-CA PIC 99.
           01 WS-Conc-Anual-Hallado PIC X.
           01 WS-Tabla-Conc-Anual.
               05 WS-Conc-Anual-Item OCCURS 30 TIMES.
                   10 WS-CA-Concepto PIC X(4).
                   10 WS-CA-Clase PIC X.
                   10 WS-CA-Sat-Tipo PIC X(3).
                   10 WS-CA-Monto PIC 9(9)V99.
                   10 WS-CA-Gravado PIC 9(9)V99.
                   10 WS-CA-Exento PIC 9(9)V99.
           01 WS-Anual-Gravado PIC 9(9)V99.
           01 WS-Anual-Exento PIC 9(9)V99.

           01 WS-Linea-Sep PIC X(64) VALUE ALL "=".

           01 WS-Linea-Empresa.
               05 FILLER PIC X(14) VALUE SPACE.
               05 WS-Con-Sitio PIC X(10).

           01 WS-Linea-Patron.
               05 FILLER PIC X(5) VALUE "RFC: ".
               05 WS-Con-Rfc PIC X(13).
               05 FILLER PIC X(21) VALUE "  REGISTRO PATRONAL: ".
               05 WS-Con-Registro PIC X(11).

           01 WS-Linea-Domicilio.
               05 WS-Con-Domicilio PIC X(64).

           01 WS-Linea-Resumen-Patron.
               05 WS-LR-Clave PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Nombre PIC X(30).
               05 FILLER PIC X(13) VALUE " CONSTANCIAS ".
               05 WS-LR-Constancias PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Bruto PIC ZZ,ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(44) VALUE
                   "CONSTANCIA ANUAL DE PERCEPCIONES Y RETENCION".
               05 FILLER PIC X(6) VALUE " NETO ".
               05 WS-LM-Neto PIC ZZZ,ZZ9.99.

           01 WS-Linea-Titulo-Conceptos.
               05 FILLER PIC X(30) VALUE
                   "CONCEPTO                      ".
               05 FILLER PIC X(12) VALUE "     IMPORTE".
               05 FILLER PIC X(13) VALUE "      GRAVADO".
               05 FILLER PIC X(13) VALUE "       EXENTO".

           01 WS-Linea-Concepto.
               05 WS-LC-Clase PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Sat-Tipo PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Descripcion PIC X(20).
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-LC-Monto PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Gravado PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Exento PIC Z,ZZZ,ZZ9.99.

           01 WS-Linea-Anual.
               05 FILLER PIC X(12) VALUE "TOTAL ANUAL ".
               05 WS-LA-Bruto PIC Z,ZZZ,ZZ9.99.
           PERFORM Verificar-Estado-Archivo.
           OPEN OUTPUT Constancias-archivo.
           PERFORM Leer-Datos-Empresa.
           PERFORM Cargar-Catalogo.
           IF WS-Id-Entrada = SPACE
               PERFORM Emitir-Todas
               PERFORM Escribir-Resumen-Patrones
           ELSE
               MOVE WS-Id-Entrada TO empleados-id
               READ Empleados-archivo
           PERFORM Verificar-Estado-Archivo.
           DISPLAY "Constancias emitidas: " WS-Total-Emitidas
               " (en constancias-anuales.txt)".
           PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
               UNTIL WS-Indice-Pat > WS-Total-Patrones
               DISPLAY "  Patron " WS-TP-Clave(WS-Indice-Pat) " "
                   WS-TP-Nombre(WS-Indice-Pat) ": "
                   WS-TP-Constancias(WS-Indice-Pat)
           END-PERFORM.
           Program-Done.
            GOBACK.

                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa
                       MOVE info-sitio TO WS-Sitio
                       MOVE info-empresa TO WS-Pat-Razon-Social
                       MOVE info-rfc-patron TO WS-Pat-Rfc
                       MOVE info-registro-patronal
                           TO WS-Pat-Registro-Patronal
                       MOVE info-regimen-fiscal TO WS-Pat-Regimen-Fiscal
                       MOVE info-cp-expedicion TO WS-Pat-Cp
               END-READ.
               MOVE "I" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.

      * La constancia la expide el patron (razon social) al que
      * pertenece el empleado.
           Determinar-Patron.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE empleados-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE "N" TO WS-Patron-Hallado.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   OR WS-Patron-Hallado = "S"
                   IF WS-TP-Clave(WS-Indice-Pat) = WS-Pat-Clave
                       MOVE "S" TO WS-Patron-Hallado
                       SUBTRACT 1 FROM WS-Indice-Pat
                   END-IF
               END-PERFORM.
               IF WS-Patron-Hallado = "N" AND WS-Total-Patrones < 50
                   ADD 1 TO WS-Total-Patrones
                   MOVE WS-Total-Patrones TO WS-Indice-Pat
                   MOVE WS-Pat-Clave TO WS-TP-Clave(WS-Indice-Pat)
                   MOVE WS-Pat-Razon-Social
                       TO WS-TP-Nombre(WS-Indice-Pat)
                   MOVE ZERO TO WS-TP-Constancias(WS-Indice-Pat)
                       WS-TP-Bruto(WS-Indice-Pat)
                   MOVE "S" TO WS-Patron-Hallado
               END-IF.
               IF WS-Patron-Hallado = "S"
                   ADD 1 TO WS-TP-Constancias(WS-Indice-Pat)
                   ADD WS-Anual-Bruto TO WS-TP-Bruto(WS-Indice-Pat)
               END-IF.

           Escribir-Resumen-Patrones.
               MOVE "RESUMEN DE CONSTANCIAS POR PATRON"
                   TO constancia-linea.
               WRITE constancia-linea.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   MOVE WS-TP-Clave(WS-Indice-Pat) TO WS-LR-Clave
                   MOVE WS-TP-Nombre(WS-Indice-Pat) TO WS-LR-Nombre
                   MOVE WS-TP-Constancias(WS-Indice-Pat)
                       TO WS-LR-Constancias
                   MOVE WS-TP-Bruto(WS-Indice-Pat) TO WS-LR-Bruto
                   MOVE WS-Linea-Resumen-Patron TO constancia-linea
                   WRITE constancia-linea
               END-PERFORM.

           Cargar-Catalogo.
               MOVE ZERO TO WS-Total-Catalogo.
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
                           IF WS-Total-Catalogo < 50
                               ADD 1 TO WS-Total-Catalogo
                               MOVE concepto-registro TO
                                   WS-Catalogo-Item(WS-Total-Catalogo)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Emitir-Todas.
               MOVE "1" TO Fin-del-Archivo.

           Emitir-Constancia-Actual.
               PERFORM Acumular-Anio-Empleado.
               PERFORM Acumular-Conceptos-Empleado.
               IF WS-Hubo-Recibos = "S"
                   PERFORM Determinar-Patron
                   PERFORM Escribir-Constancia
                   PERFORM Registrar-En-Bitacora
                   ADD 1 TO WS-Total-Emitidas
                   ADD recibo-anual-neto TO WS-Anual-Neto
               END-IF.

      * Desglose del acumulado anual por concepto; un anio sin
      * desglose (corridas anteriores a el) deja la seccion vacia
      * y la constancia sale solo con los totales por mes.
           Acumular-Conceptos-Empleado.
               MOVE ZERO TO WS-Total-Conc-Anual.
               MOVE "1" TO WS-Fin-Detalle.
               OPEN INPUT Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Detalle
               END-IF.
               PERFORM UNTIL WS-Fin-Detalle = "0"
                   READ Detalle-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Detalle
                       NOT AT END
                           IF detanual-id = empleados-id
                               AND detanual-fecha(1:4)
                                   = WS-Fecha-Proceso(1:4)
                               PERFORM Acumular-Concepto-Anual
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Detalle-anual-archivo.

           Acumular-Concepto-Anual.
               MOVE "N" TO WS-Conc-Anual-Hallado.
               PERFORM VARYING WS-Indice-CA FROM 1 BY 1
                   UNTIL WS-Indice-CA > WS-Total-Conc-Anual
                   OR WS-Conc-Anual-Hallado = "S"
                   IF WS-CA-Concepto(WS-Indice-CA) = detanual-concepto
                       AND WS-CA-Clase(WS-Indice-CA) = detanual-clase
                       MOVE "S" TO WS-Conc-Anual-Hallado
                       SUBTRACT 1 FROM WS-Indice-CA
                   END-IF
               END-PERFORM.
               IF WS-Conc-Anual-Hallado = "N"
                   IF WS-Total-Conc-Anual < 30
                       ADD 1 TO WS-Total-Conc-Anual
                       MOVE WS-Total-Conc-Anual TO WS-Indice-CA
                       MOVE detanual-concepto
                           TO WS-CA-Concepto(WS-Indice-CA)
                       MOVE detanual-clase TO WS-CA-Clase(WS-Indice-CA)
                       MOVE detanual-sat-tipo
                           TO WS-CA-Sat-Tipo(WS-Indice-CA)
                       MOVE ZERO TO WS-CA-Monto(WS-Indice-CA)
                       MOVE ZERO TO WS-CA-Gravado(WS-Indice-CA)
                       MOVE ZERO TO WS-CA-Exento(WS-Indice-CA)
                       MOVE "S" TO WS-Conc-Anual-Hallado
                   END-IF
               END-IF.
               IF WS-Conc-Anual-Hallado = "S"
                   ADD detanual-monto TO WS-CA-Monto(WS-Indice-CA)
                   ADD detanual-gravado TO WS-CA-Gravado(WS-Indice-CA)
                   ADD detanual-exento TO WS-CA-Exento(WS-Indice-CA)
               END-IF.

           Escribir-Conceptos-Anuales.
               MOVE SPACE TO constancia-linea.
               WRITE constancia-linea.
               MOVE WS-Linea-Titulo-Conceptos TO constancia-linea.
               WRITE constancia-linea.
               MOVE ZERO TO WS-Anual-Gravado.
               MOVE ZERO TO WS-Anual-Exento.
               PERFORM VARYING WS-Indice-CA FROM 1 BY 1
                   UNTIL WS-Indice-CA > WS-Total-Conc-Anual
                   MOVE WS-CA-Clase(WS-Indice-CA) TO WS-LC-Clase
                   MOVE WS-CA-Sat-Tipo(WS-Indice-CA) TO WS-LC-Sat-Tipo
                   MOVE WS-CA-Concepto(WS-Indice-CA)
                       TO WS-LC-Descripcion
                   PERFORM VARYING WS-Indice-Cat FROM 1 BY 1
                       UNTIL WS-Indice-Cat > WS-Total-Catalogo
                       IF WS-Cat-Clave(WS-Indice-Cat)
                           = WS-CA-Concepto(WS-Indice-CA)
                           MOVE WS-Cat-Descripcion(WS-Indice-Cat)
                               TO WS-LC-Descripcion
                       END-IF
                   END-PERFORM
                   MOVE WS-CA-Monto(WS-Indice-CA) TO WS-LC-Monto
                   MOVE WS-CA-Gravado(WS-Indice-CA) TO WS-LC-Gravado
                   MOVE WS-CA-Exento(WS-Indice-CA) TO WS-LC-Exento
                   MOVE WS-Linea-Concepto TO constancia-linea
                   WRITE constancia-linea
                   ADD WS-CA-Gravado(WS-Indice-CA) TO WS-Anual-Gravado
                   ADD WS-CA-Exento(WS-Indice-CA) TO WS-Anual-Exento
               END-PERFORM.
               MOVE SPACE TO WS-LC-Clase WS-LC-Sat-Tipo.
               MOVE "INGRESO GRAVADO/EXENTO" TO WS-LC-Descripcion.
               MOVE WS-Anual-Bruto TO WS-LC-Monto.
               MOVE WS-Anual-Gravado TO WS-LC-Gravado.
               MOVE WS-Anual-Exento TO WS-LC-Exento.
               MOVE WS-Linea-Concepto TO constancia-linea.
               WRITE constancia-linea.

           Escribir-Constancia.
               MOVE WS-Linea-Sep TO constancia-linea.
               WRITE constancia-linea.
               MOVE WS-Pat-Razon-Social TO WS-Con-Empresa.
               MOVE WS-Sitio TO WS-Con-Sitio.
               MOVE WS-Linea-Empresa TO constancia-linea.
               WRITE constancia-linea.
               MOVE WS-Pat-Rfc TO WS-Con-Rfc.
               MOVE WS-Pat-Registro-Patronal TO WS-Con-Registro.
               MOVE WS-Linea-Patron TO constancia-linea.
               WRITE constancia-linea.
               IF WS-Pat-Calle NOT = SPACE
                   MOVE SPACE TO WS-Con-Domicilio
                   STRING WS-Pat-Calle DELIMITED BY "  "
                       " " WS-Pat-Numero DELIMITED BY "  "
                       ", " WS-Pat-Colonia DELIMITED BY "  "
                       ", " WS-Pat-Ciudad DELIMITED BY "  "
                       " " WS-Pat-Estado " CP " WS-Pat-Cp
                       DELIMITED BY SIZE INTO WS-Con-Domicilio
                   END-STRING
                   MOVE WS-Linea-Domicilio TO constancia-linea
                   WRITE constancia-linea
               END-IF.
               MOVE WS-Anio-Constancia TO WS-Con-Anio.
               MOVE WS-Linea-Titulo TO constancia-linea.
               WRITE constancia-linea.
               MOVE WS-Anual-Neto TO WS-LA-Neto.
               MOVE WS-Linea-Anual TO constancia-linea.
               WRITE constancia-linea.
               IF WS-Total-Conc-Anual > ZERO
                   PERFORM Escribir-Conceptos-Anuales
               END-IF.
               MOVE WS-Linea-Sep TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.

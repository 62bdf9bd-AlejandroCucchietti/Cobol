      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Genera-cfdi.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "periodos-fisico.cbl".
       COPY "fiscal-fisico.cbl".
       COPY "conceptos-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "timbres-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT Timbres-tmp-archivo
       ASSIGN TO "cfdi-timbres.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Timbres-Tmp-Status.

       SELECT Cfdi-archivo
       ASSIGN TO WS-Cfdi-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Cfdi-Status.

       SELECT Lote-archivo
       ASSIGN TO "cfdi-lote.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Lote-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "periodos-logico.cbl".
       COPY "fiscal-logico.cbl".
       COPY "conceptos-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "timbres-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.
           05  recibo-anual-periodo PIC X(7).

       FD  Timbres-tmp-archivo.

       01  timbre-tmp-registro PIC X(146).

       FD  Cfdi-archivo.

       01  cfdi-linea PIC X(400).

       FD  Lote-archivo.

       01  lote-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Periodos-Status PIC XX.
           01 WS-Fiscal-Status PIC XX.
           01 WS-Conceptos-Status PIC XX.
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Timbres-Status PIC XX.
           01 WS-Timbres-Tmp-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Cfdi-Status PIC XX.
           01 WS-Lote-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Cfdi-Filename PIC X(30).

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Hora-Proceso PIC X(8).
           01 WS-Periodo-Entrada PIC X(7).
           01 WS-Periodo-Inicio PIC X(8).
           01 WS-Periodo-Fin PIC X(8).
           01 WS-Periodo-Valido PIC X.
           01 WS-Grupo-Entrada PIC X.
           01 WS-Grupo-Pago PIC X VALUE "Q".
               88 WS-Grupo-Semanal VALUE "S".
           01 WS-Periodicidad-Pago PIC XX VALUE "04".
           01 WS-Tipo-Nomina PIC X VALUE "O".
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".

           01 WS-Fin-Periodos PIC X.
           01 WS-Fin-Recibos PIC X.
           01 WS-Fin-Fiscal PIC X.
           01 WS-Fin-Conceptos PIC X.
           01 WS-Fin-Detalle PIC X.
           01 WS-Fin-Timbres PIC X.

      * Datos del patron del recibo en curso; el principal viene
      * del encabezado 000000 y los demas del catalogo de patrones.
           01 WS-Emisor-Nombre PIC X(30).
           01 WS-Emisor-Rfc PIC X(13).
           01 WS-Emisor-Registro PIC X(11).
           01 WS-Emisor-Regimen PIC X(3).
           01 WS-Emisor-Cp PIC X(5).
           01 WS-Entidad-Federativa PIC X(3).

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

      * Totales del lote por patron.
           01 WS-Total-Lote-Patron PIC 99 VALUE ZERO.
           01 WS-Indice-LP PIC 99.
           01 WS-LP-Hallado PIC X.
           01 WS-Tabla-Lote-Patron.
               05 WS-Lote-Patron-Item OCCURS 50 TIMES.
                   10 WS-LP-Clave PIC X(3).
                   10 WS-LP-Rfc PIC X(13).
                   10 WS-LP-Nombre PIC X(30).
                   10 WS-LP-Emitidos PIC 9(5).
                   10 WS-LP-Omitidos PIC 9(5).
                   10 WS-LP-Neto PIC 9(9)V99.

           01 WS-Linea-Lote-Patron.
               05 FILLER PIC X(7) VALUE "PATRON ".
               05 WS-LLP-Clave PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LLP-Rfc PIC X(13).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LLP-Nombre PIC X(30).
               05 FILLER PIC X(6) VALUE " CFDI ".
               05 WS-LLP-Emitidos PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE " OMIT ".
               05 WS-LLP-Omitidos PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE " NETO ".
               05 WS-LLP-Neto PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.

      * Datos del receptor del recibo en curso.
           01 WS-Rec-Rfc PIC X(13).
           01 WS-Rec-Curp PIC X(18).
           01 WS-Rec-Hallado PIC X.
           01 WS-Rec-Nombre PIC X(61).
           01 WS-Rec-Cp PIC X(5).
           01 WS-Rec-Departamento PIC X(20).
           01 WS-Rec-Puesto PIC X(20).
           01 WS-Rec-Fecha-Alta PIC X(8).
           01 WS-Rec-Clabe PIC X(18).
           01 WS-Rec-Tipo-Contrato PIC XX.
           01 WS-Rec-Salario PIC 9(7)V99.
           01 WS-Rec-Sdi PIC 9(7)V99.
           01 WS-Rec-Semanas PIC 9(5).
           01 WS-Rec-Dias-Pagados PIC 9(3).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Catalogo PIC 99 VALUE ZERO.
           01 WS-Indice-Cat PIC 99.
           01 WS-Tabla-Catalogo.
               05 WS-Catalogo-Item OCCURS 50 TIMES.
                   10 WS-Cat-Clave PIC X(4).
                   10 WS-Cat-Descripcion PIC X(20).
                   10 WS-Cat-Resto PIC X(20).
           01 WS-Descripcion-Concepto PIC X(20).

      * Renglones del recibo en curso tomados del detalle anual.
           01 WS-Total-Renglones PIC 99 VALUE ZERO.
           01 WS-Indice-Ren PIC 99.
           01 WS-Tabla-Renglones.
               05 WS-Renglon-Item OCCURS 30 TIMES.
                   10 WS-Ren-Concepto PIC X(4).
                   10 WS-Ren-Clase PIC X.
                   10 WS-Ren-Sat-Tipo PIC X(3).
                   10 WS-Ren-Monto PIC 9(7)V99.
                   10 WS-Ren-Gravado PIC 9(7)V99.
                   10 WS-Ren-Exento PIC 9(7)V99.

           01 WS-Tot-Percepciones PIC 9(7)V99.
           01 WS-Tot-Gravado PIC 9(7)V99.
           01 WS-Tot-Exento PIC 9(7)V99.
           01 WS-Tot-Deducciones PIC 9(7)V99.
           01 WS-Tot-Isr PIC 9(7)V99.
           01 WS-Tot-Otras-Ded PIC 9(7)V99.

      * Control de timbrado del periodo en proceso; los renglones de
      * otros periodos pasan intactos por el archivo temporal.
           01 WS-Total-Timbres PIC 9(4) VALUE ZERO.
           01 WS-Indice-Tim PIC 9(4).
           01 WS-Timbre-Hallado PIC X.
           01 WS-Tabla-Timbres.
               05 WS-Timbre-Item OCCURS 2000 TIMES PIC X(146).

           01 WS-Capacidad-Excedida PIC X VALUE "N".
           01 WS-Tabla-Excedida PIC X(30).
           01 WS-Ultima-Excedida PIC X(30).

           01 WS-Importe-Aux PIC 9(9)V99.
           01 WS-Importe-Edicion PIC Z(8)9.99.
           01 WS-Txt-Importe-1 PIC X(12).
           01 WS-Txt-Importe-2 PIC X(12).
           01 WS-Txt-Importe-3 PIC X(12).
           01 WS-Txt-Importe-4 PIC X(12).
           01 WS-Txt-Sdi PIC X(12).
           01 WS-Txt-Salario PIC X(12).
           01 WS-Numero-Edicion PIC Z(4)9.
           01 WS-Txt-Numero PIC X(5).
           01 WS-Fecha-Xml-Aux PIC X(8).
           01 WS-Fecha-Xml PIC X(10).
           01 WS-Fecha-Pago-Xml PIC X(10).
           01 WS-Fecha-Inicio-Xml PIC X(10).
           01 WS-Fecha-Fin-Xml PIC X(10).
           01 WS-Fecha-Alta-Xml PIC X(10).
           01 WS-Fecha-Emision PIC X(19).
           01 WS-Folio PIC X(14).
           01 WS-Xml-Linea PIC X(400).

           01 WS-Total-Generados PIC 9(5) VALUE ZERO.
           01 WS-Total-Ya-Timbrados PIC 9(5) VALUE ZERO.
           01 WS-Total-Omitidos PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Detalle PIC 9(5) VALUE ZERO.

           01 WS-Linea-Lote.
               05 WS-LL-Estado PIC X(12).
               05 WS-LL-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LL-Patron PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LL-Nombre PIC X(36).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LL-Neto PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LL-Nota PIC X(27).

      * Emision del CFDI de nomina (version 4.0 con complemento de
      * nomina 1.2) de cada recibo de un periodo dispersado o
      * cerrado: un XML por recibo, listo para enviarse al PAC, y
      * una lista de control del lote. Los recibos ya timbrados no
      * se vuelven a generar.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           DISPLAY "===== Emision de CFDI de Nomina =====".
           PERFORM Elegir-Grupo-Pago.
           DISPLAY "Periodo a emitir (AAAAMMQ o AAAAMMS, ENTER = "
               "ultimo dispersado o cerrado): ".
           MOVE SPACE TO WS-Periodo-Entrada.
           ACCEPT WS-Periodo-Entrada.
           PERFORM Seleccionar-Periodo.
           IF WS-Periodo-Valido NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE "N" TO WS-Capacidad-Excedida.
           MOVE SPACE TO WS-Ultima-Excedida.
           PERFORM Cargar-Catalogo.
           PERFORM Apartar-Timbres-Periodo.
           IF WS-Capacidad-Excedida = "S"
               DISPLAY "No se genero ningun CFDI del periodo "
                   WS-Periodo-Entrada "; depure el archivo y relance."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT Empleados-archivo.
           PERFORM Leer-Datos-Emisor.
           PERFORM Obtener-Entidad-Federativa.
           OPEN OUTPUT Lote-archivo.
           MOVE SPACE TO lote-linea.
           STRING "LOTE CFDI NOMINA PERIODO " WS-Periodo-Entrada
               DELIMITED BY SIZE INTO lote-linea.
           WRITE lote-linea.
           PERFORM Procesar-Recibos.
           PERFORM Escribir-Totales-Patron.
           CLOSE Lote-archivo.
           CLOSE Empleados-archivo.
           PERFORM Guardar-Timbres.
           IF WS-Capacidad-Excedida = "S"
               DISPLAY "El lote se detuvo incompleto; los CFDI "
                   "generados quedan en el control de timbrado."
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "CFDI generados: " WS-Total-Generados.
           DISPLAY "Ya timbrados (sin regenerar): "
               WS-Total-Ya-Timbrados.
           DISPLAY "Omitidos por falta de RFC/CURP del empleado o "
               "RFC del patron: " WS-Total-Omitidos.
           DISPLAY "Recibos sin desglose por concepto: "
               WS-Total-Sin-Detalle.
           DISPLAY "Lista de control en cfdi-lote.txt".
           Program-Done.
            GOBACK.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Obtener-Fecha-Proceso.
               OPEN INPUT Fecha-proceso-archivo.
               IF WS-Fecha-Proceso-Status = "00"
                   READ Fecha-proceso-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           IF fecha-proceso-valor NUMERIC
                               MOVE fecha-proceso-valor
                                   TO WS-Fecha-Proceso
                           END-IF
                   END-READ
               END-IF.
               CLOSE Fecha-proceso-archivo.

      * La nomina semanal tiene su propio catalogo de periodos y
      * se declara con periodicidad 02 (semanal) del catalogo del
      * SAT; la quincenal, 04.
           Elegir-Grupo-Pago.
               DISPLAY "Grupo de pago: Quincenal o Semanal (Q/S)? ".
               MOVE SPACE TO WS-Grupo-Entrada.
               ACCEPT WS-Grupo-Entrada.
               IF WS-Grupo-Entrada = "S" OR WS-Grupo-Entrada = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "02" TO WS-Periodicidad-Pago
                   MOVE "periodos-semanal.dat"
                       TO WS-Periodos-Filename
               END-IF.

      * Los periodos especiales de la nomina extraordinaria (AAAAMM
      * mas 3 a 9) y los pagos de demandas laborales (AAAAMM mas J)
      * se declaran como nomina extraordinaria (E) con periodicidad
      * 99 (otra periodicidad) del catalogo del SAT.
           Determinar-Tipo-Nomina.
               IF NOT WS-Grupo-Semanal
                   AND ((WS-Periodo-Entrada(7:1) >= "3"
                   AND WS-Periodo-Entrada(7:1) <= "9")
                   OR WS-Periodo-Entrada(7:1) = "J")
                   MOVE "E" TO WS-Tipo-Nomina
                   MOVE "99" TO WS-Periodicidad-Pago
                   DISPLAY "Periodo especial: nomina extraordinaria."
               END-IF.

      * Sin periodo capturado se toma el ultimo dispersado o
      * cerrado del catalogo; solo esos estados se pueden emitir.
           Seleccionar-Periodo.
               MOVE "N" TO WS-Periodo-Valido.
               MOVE "1" TO WS-Fin-Periodos.
               OPEN INPUT Periodos-archivo.
               IF WS-Periodos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Periodos
               END-IF.
               PERFORM UNTIL WS-Fin-Periodos = "0"
                   READ Periodos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Periodos
                       NOT AT END
                           IF WS-Periodo-Entrada = SPACE
                               IF periodo-dispersado
                                   OR periodo-cerrado
                                   MOVE periodo-id TO WS-Folio
                                   MOVE periodo-fecha-inicio
                                       TO WS-Periodo-Inicio
                                   MOVE periodo-fecha-fin
                                       TO WS-Periodo-Fin
                                   MOVE "S" TO WS-Periodo-Valido
                               END-IF
                           ELSE
                               IF periodo-id = WS-Periodo-Entrada
                                   MOVE periodo-id TO WS-Folio
                                   MOVE periodo-fecha-inicio
                                       TO WS-Periodo-Inicio
                                   MOVE periodo-fecha-fin
                                       TO WS-Periodo-Fin
                                   IF periodo-dispersado
                                       OR periodo-cerrado
                                       MOVE "S" TO WS-Periodo-Valido
                                   ELSE
                                       MOVE "E" TO WS-Periodo-Valido
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.
               EVALUATE WS-Periodo-Valido
                   WHEN "S"
                       MOVE WS-Folio(1:7) TO WS-Periodo-Entrada
                       DISPLAY "Periodo " WS-Periodo-Entrada " del "
                           WS-Periodo-Inicio " al " WS-Periodo-Fin
                       PERFORM Determinar-Tipo-Nomina
                   WHEN "E"
                       DISPLAY "El periodo " WS-Periodo-Entrada
                           " no esta dispersado ni cerrado; no se "
                           "puede emitir su CFDI."
                   WHEN OTHER
                       DISPLAY "No hay periodo dispersado o cerrado "
                           "que emitir."
               END-EVALUATE.

           Leer-Datos-Emisor.
               MOVE SPACE TO WS-Patron.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
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

      * Cada recibo se emite a nombre del patron del empleado.
           Determinar-Emisor.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE recibo-anual-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE WS-Pat-Razon-Social TO WS-Emisor-Nombre.
               MOVE WS-Pat-Rfc TO WS-Emisor-Rfc.
               MOVE WS-Pat-Registro-Patronal TO WS-Emisor-Registro.
               MOVE WS-Pat-Regimen-Fiscal TO WS-Emisor-Regimen.
               MOVE WS-Pat-Cp TO WS-Emisor-Cp.
               IF WS-Emisor-Regimen = SPACE
                   MOVE "601" TO WS-Emisor-Regimen
               END-IF.
               MOVE "N" TO WS-LP-Hallado.
               PERFORM VARYING WS-Indice-LP FROM 1 BY 1
                   UNTIL WS-Indice-LP > WS-Total-Lote-Patron
                   OR WS-LP-Hallado = "S"
                   IF WS-LP-Clave(WS-Indice-LP) = WS-Pat-Clave
                       MOVE "S" TO WS-LP-Hallado
                       SUBTRACT 1 FROM WS-Indice-LP
                   END-IF
               END-PERFORM.
               IF WS-LP-Hallado = "N"
                   ADD 1 TO WS-Total-Lote-Patron
                   MOVE WS-Total-Lote-Patron TO WS-Indice-LP
                   MOVE WS-Pat-Clave TO WS-LP-Clave(WS-Indice-LP)
                   MOVE WS-Emisor-Rfc TO WS-LP-Rfc(WS-Indice-LP)
                   MOVE WS-Emisor-Nombre TO WS-LP-Nombre(WS-Indice-LP)
                   MOVE ZERO TO WS-LP-Emitidos(WS-Indice-LP)
                       WS-LP-Omitidos(WS-Indice-LP)
                       WS-LP-Neto(WS-Indice-LP)
               END-IF.

           Escribir-Totales-Patron.
               MOVE SPACE TO lote-linea.
               WRITE lote-linea.
               MOVE "TOTALES POR PATRON" TO lote-linea.
               WRITE lote-linea.
               PERFORM VARYING WS-Indice-LP FROM 1 BY 1
                   UNTIL WS-Indice-LP > WS-Total-Lote-Patron
                   MOVE WS-LP-Clave(WS-Indice-LP) TO WS-LLP-Clave
                   MOVE WS-LP-Rfc(WS-Indice-LP) TO WS-LLP-Rfc
                   MOVE WS-LP-Nombre(WS-Indice-LP) TO WS-LLP-Nombre
                   MOVE WS-LP-Emitidos(WS-Indice-LP)
                       TO WS-LLP-Emitidos
                   MOVE WS-LP-Omitidos(WS-Indice-LP)
                       TO WS-LLP-Omitidos
                   MOVE WS-LP-Neto(WS-Indice-LP) TO WS-LLP-Neto
                   MOVE WS-Linea-Lote-Patron TO lote-linea
                   WRITE lote-linea
               END-PERFORM.

           Obtener-Entidad-Federativa.
               MOVE "CFDI-ENT-FED" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S" AND WS-Param-Valor NOT = SPACE
                   MOVE WS-Param-Valor(1:3) TO WS-Entidad-Federativa
               ELSE
                   MOVE "CMX" TO WS-Entidad-Federativa
               END-IF.

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
                           ELSE
                               MOVE "CONCEPTOS" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

      * Los renglones del periodo se cargan a la tabla y el resto
      * del control se copia al temporal para reescribirlo al final.
           Apartar-Timbres-Periodo.
               MOVE ZERO TO WS-Total-Timbres.
               OPEN OUTPUT Timbres-tmp-archivo.
               MOVE "1" TO WS-Fin-Timbres.
               OPEN INPUT Timbres-archivo.
               IF WS-Timbres-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Timbres
               END-IF.
               PERFORM UNTIL WS-Fin-Timbres = "0"
                   READ Timbres-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Timbres
                       NOT AT END
                           IF timbre-periodo = WS-Periodo-Entrada
                               IF WS-Total-Timbres < 2000
                                   ADD 1 TO WS-Total-Timbres
                                   MOVE timbre-registro TO
                                       WS-Timbre-Item(WS-Total-Timbres)
                               ELSE
                                   MOVE "CONTROL DE TIMBRES"
                                       TO WS-Tabla-Excedida
                                   PERFORM Tabla-Excedida
                               END-IF
                           ELSE
                               MOVE timbre-registro
                                   TO timbre-tmp-registro
                               WRITE timbre-tmp-registro
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Timbres-archivo.
               CLOSE Timbres-tmp-archivo.

           Guardar-Timbres.
               OPEN OUTPUT Timbres-archivo.
               MOVE "1" TO WS-Fin-Timbres.
               OPEN INPUT Timbres-tmp-archivo.
               IF WS-Timbres-Tmp-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Timbres
               END-IF.
               PERFORM UNTIL WS-Fin-Timbres = "0"
                   READ Timbres-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Timbres
                       NOT AT END
                           MOVE timbre-tmp-registro TO timbre-registro
                           WRITE timbre-registro
                   END-READ
               END-PERFORM.
               CLOSE Timbres-tmp-archivo.
               PERFORM VARYING WS-Indice-Tim FROM 1 BY 1
                   UNTIL WS-Indice-Tim > WS-Total-Timbres
                   MOVE WS-Timbre-Item(WS-Indice-Tim) TO timbre-registro
                   WRITE timbre-registro
               END-PERFORM.
               CLOSE Timbres-archivo.

           Procesar-Recibos.
               MOVE "1" TO WS-Fin-Recibos.
               OPEN INPUT Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Recibos
               END-IF.
               PERFORM UNTIL WS-Fin-Recibos = "0"
                   OR WS-Capacidad-Excedida = "S"
                   READ Recibos-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Recibos
                       NOT AT END
                           IF recibo-anual-periodo NOT = SPACE
                               IF recibo-anual-periodo
                                   = WS-Periodo-Entrada
                                   PERFORM Emitir-Cfdi-Recibo
                               END-IF
                           ELSE
                           IF NOT WS-Grupo-Semanal
                               AND recibo-anual-fecha
                               NOT < WS-Periodo-Inicio
                               AND recibo-anual-fecha
                                   NOT > WS-Periodo-Fin
                               PERFORM Emitir-Cfdi-Recibo
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.

           Emitir-Cfdi-Recibo.
               PERFORM Determinar-Emisor.
               PERFORM Buscar-Timbre-Recibo.
               MOVE SPACE TO WS-Linea-Lote.
               MOVE recibo-anual-id TO WS-LL-Id.
               MOVE WS-Pat-Clave TO WS-LL-Patron.
               STRING recibo-anual-nombre DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   recibo-anual-apellidos DELIMITED BY "  "
                   INTO WS-LL-Nombre.
               MOVE recibo-anual-neto TO WS-LL-Neto.
               IF WS-Timbre-Hallado = "S"
                   AND WS-Timbre-Item(WS-Indice-Tim)(22:1) = "T"
                   MOVE WS-Timbre-Item(WS-Indice-Tim) TO timbre-registro
                   MOVE "YA TIMBRADO " TO WS-LL-Estado
                   MOVE timbre-uuid TO WS-LL-Nota
                   ADD 1 TO WS-Total-Ya-Timbrados
                   ADD 1 TO WS-LP-Emitidos(WS-Indice-LP)
                   ADD recibo-anual-neto TO WS-LP-Neto(WS-Indice-LP)
               ELSE
                   PERFORM Buscar-Fiscal-Receptor
                   IF WS-Emisor-Rfc = SPACE
                       MOVE "OMITIDO     " TO WS-LL-Estado
                       MOVE "PATRON SIN RFC" TO WS-LL-Nota
                       ADD 1 TO WS-Total-Omitidos
                       ADD 1 TO WS-LP-Omitidos(WS-Indice-LP)
                   ELSE
                   IF WS-Rec-Rfc = SPACE OR WS-Rec-Curp = SPACE
                       MOVE "OMITIDO     " TO WS-LL-Estado
                       MOVE "SIN RFC/CURP EN FISCAL" TO WS-LL-Nota
                       ADD 1 TO WS-Total-Omitidos
                       ADD 1 TO WS-LP-Omitidos(WS-Indice-LP)
                   ELSE
                   IF WS-Timbre-Hallado = "N"
                       AND WS-Total-Timbres NOT < 2000
                       MOVE "CONTROL DE TIMBRES" TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                       MOVE "DETENIDO    " TO WS-LL-Estado
                       MOVE "CONTROL DE TIMBRES LLENO" TO WS-LL-Nota
                   ELSE
                       PERFORM Leer-Datos-Receptor
                       PERFORM Cargar-Renglones-Recibo
                       PERFORM Escribir-Xml-Recibo
                       PERFORM Registrar-Timbre-Generado
                       MOVE "GENERADO    " TO WS-LL-Estado
                       MOVE WS-Cfdi-Filename TO WS-LL-Nota
                       ADD 1 TO WS-Total-Generados
                       ADD 1 TO WS-LP-Emitidos(WS-Indice-LP)
                       ADD recibo-anual-neto
                           TO WS-LP-Neto(WS-Indice-LP)
                   END-IF
                   END-IF
                   END-IF
               END-IF.
               MOVE WS-Linea-Lote TO lote-linea.
               WRITE lote-linea.

           Buscar-Timbre-Recibo.
               MOVE "N" TO WS-Timbre-Hallado.
               PERFORM VARYING WS-Indice-Tim FROM 1 BY 1
                   UNTIL WS-Indice-Tim > WS-Total-Timbres
                   OR WS-Timbre-Hallado = "S"
                   IF WS-Timbre-Item(WS-Indice-Tim)(8:6)
                       = recibo-anual-id
                       MOVE "S" TO WS-Timbre-Hallado
                       SUBTRACT 1 FROM WS-Indice-Tim
                   END-IF
               END-PERFORM.

           Buscar-Fiscal-Receptor.
               MOVE SPACE TO WS-Rec-Rfc WS-Rec-Curp.
               MOVE "1" TO WS-Fin-Fiscal.
               OPEN INPUT Fiscal-archivo.
               IF WS-Fiscal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Fiscal
               END-IF.
               PERFORM UNTIL WS-Fin-Fiscal = "0"
                   READ Fiscal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Fiscal
                       NOT AT END
                           IF fiscal-id = recibo-anual-id
                               MOVE fiscal-rfc TO WS-Rec-Rfc
                               MOVE fiscal-curp TO WS-Rec-Curp
                               MOVE "0" TO WS-Fin-Fiscal
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Fiscal-archivo.

      * El SDI se estima igual que en el extracto del IMSS: salario
      * diario por el factor de integracion de prestaciones minimas.
           Leer-Datos-Receptor.
               MOVE SPACE TO WS-Rec-Nombre.
               STRING recibo-anual-nombre DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   recibo-anual-apellidos DELIMITED BY "  "
                   INTO WS-Rec-Nombre.
               MOVE SPACE TO WS-Rec-Cp WS-Rec-Departamento
                   WS-Rec-Puesto WS-Rec-Clabe.
               MOVE WS-Periodo-Inicio TO WS-Rec-Fecha-Alta.
               MOVE "01" TO WS-Rec-Tipo-Contrato.
               MOVE ZERO TO WS-Rec-Salario WS-Rec-Sdi WS-Rec-Semanas.
               MOVE "S" TO WS-Rec-Hallado.
               MOVE recibo-anual-id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Rec-Hallado
               END-READ.
               IF WS-Rec-Hallado = "S"
                   MOVE empleados-codigo-postal TO WS-Rec-Cp
                   MOVE empleados-departamento TO WS-Rec-Departamento
                   MOVE empleados-puesto TO WS-Rec-Puesto
                   MOVE empleados-clabe TO WS-Rec-Clabe
                   MOVE empleados-salario TO WS-Rec-Salario
                   IF empleados-fecha-alta NUMERIC
                       MOVE empleados-fecha-alta TO WS-Rec-Fecha-Alta
                   END-IF
                   IF empleados-temporal
                       MOVE "03" TO WS-Rec-Tipo-Contrato
                   END-IF
               END-IF.
               IF WS-Rec-Cp = SPACE
                   MOVE WS-Emisor-Cp TO WS-Rec-Cp
               END-IF.
               COMPUTE WS-Rec-Sdi ROUNDED =
                   WS-Rec-Salario / 30 * 383 / 365.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Rec-Fecha-Alta TO WS-Fec-Fecha-1.
               MOVE WS-Periodo-Fin TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Resultado > ZERO
                   COMPUTE WS-Rec-Semanas = WS-Fec-Resultado / 7
               END-IF.
               MOVE WS-Periodo-Inicio TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               COMPUTE WS-Rec-Dias-Pagados = WS-Fec-Resultado + 1.

      * Los conceptos salen del detalle anual del periodo; un recibo
      * anterior al desglose se emite con el bruto como sueldo y las
      * deducciones como otras deducciones.
           Cargar-Renglones-Recibo.
               MOVE ZERO TO WS-Total-Renglones.
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
                           IF detanual-id = recibo-anual-id
                               AND detanual-periodo
                                   = WS-Periodo-Entrada
                               AND WS-Total-Renglones < 30
                               ADD 1 TO WS-Total-Renglones
                               MOVE detanual-concepto TO
                                   WS-Ren-Concepto(WS-Total-Renglones)
                               MOVE detanual-clase TO
                                   WS-Ren-Clase(WS-Total-Renglones)
                               MOVE detanual-sat-tipo TO
                                   WS-Ren-Sat-Tipo(WS-Total-Renglones)
                               MOVE detanual-monto TO
                                   WS-Ren-Monto(WS-Total-Renglones)
                               MOVE detanual-gravado TO
                                   WS-Ren-Gravado(WS-Total-Renglones)
                               MOVE detanual-exento TO
                                   WS-Ren-Exento(WS-Total-Renglones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Detalle-anual-archivo.
               IF WS-Total-Renglones = ZERO
                   ADD 1 TO WS-Total-Sin-Detalle
                   MOVE 1 TO WS-Total-Renglones
                   MOVE "SUEL" TO WS-Ren-Concepto(1)
                   MOVE "P" TO WS-Ren-Clase(1)
                   MOVE "001" TO WS-Ren-Sat-Tipo(1)
                   MOVE recibo-anual-bruto TO WS-Ren-Monto(1)
                   MOVE recibo-anual-bruto TO WS-Ren-Gravado(1)
                   MOVE ZERO TO WS-Ren-Exento(1)
                   IF recibo-anual-deducciones > ZERO
                       MOVE 2 TO WS-Total-Renglones
                       MOVE "OTRA" TO WS-Ren-Concepto(2)
                       MOVE "D" TO WS-Ren-Clase(2)
                       MOVE "004" TO WS-Ren-Sat-Tipo(2)
                       MOVE recibo-anual-deducciones
                           TO WS-Ren-Monto(2)
                       MOVE ZERO TO WS-Ren-Gravado(2)
                       MOVE ZERO TO WS-Ren-Exento(2)
                   END-IF
               END-IF.
               MOVE ZERO TO WS-Tot-Percepciones WS-Tot-Gravado
                   WS-Tot-Exento WS-Tot-Deducciones WS-Tot-Isr
                   WS-Tot-Otras-Ded.
               PERFORM VARYING WS-Indice-Ren FROM 1 BY 1
                   UNTIL WS-Indice-Ren > WS-Total-Renglones
                   IF WS-Ren-Clase(WS-Indice-Ren) = "P"
                       ADD WS-Ren-Monto(WS-Indice-Ren)
                           TO WS-Tot-Percepciones
                       ADD WS-Ren-Gravado(WS-Indice-Ren)
                           TO WS-Tot-Gravado
                       ADD WS-Ren-Exento(WS-Indice-Ren)
                           TO WS-Tot-Exento
                   ELSE
                       ADD WS-Ren-Monto(WS-Indice-Ren)
                           TO WS-Tot-Deducciones
                       IF WS-Ren-Sat-Tipo(WS-Indice-Ren) = "002"
                           ADD WS-Ren-Monto(WS-Indice-Ren)
                               TO WS-Tot-Isr
                       ELSE
                           ADD WS-Ren-Monto(WS-Indice-Ren)
                               TO WS-Tot-Otras-Ded
                       END-IF
                   END-IF
               END-PERFORM.

           Registrar-Timbre-Generado.
               IF WS-Timbre-Hallado = "S"
                   MOVE WS-Timbre-Item(WS-Indice-Tim) TO timbre-registro
               ELSE
                   ADD 1 TO WS-Total-Timbres
                   MOVE WS-Total-Timbres TO WS-Indice-Tim
                   MOVE SPACE TO timbre-registro
                   MOVE WS-Periodo-Entrada TO timbre-periodo
                   MOVE recibo-anual-id TO timbre-id
               END-IF.
               MOVE recibo-anual-fecha TO timbre-fecha-recibo.
               MOVE "G" TO timbre-estado.
               MOVE recibo-anual-neto TO timbre-total.
               MOVE SPACE TO timbre-uuid timbre-fecha-timbrado
                   timbre-mensaje.
               MOVE timbre-registro TO WS-Timbre-Item(WS-Indice-Tim).

           Tabla-Excedida.
               MOVE "S" TO WS-Capacidad-Excedida.
               IF WS-Tabla-Excedida NOT = WS-Ultima-Excedida
                   MOVE WS-Tabla-Excedida TO WS-Ultima-Excedida
                   DISPLAY "La tabla de "
                       FUNCTION TRIM(WS-Tabla-Excedida)
                       " excede la capacidad de trabajo; depure el "
                       "archivo y relance."
                   PERFORM Registrar-Aviso-Capacidad
               END-IF.

           Registrar-Aviso-Capacidad.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Genera-cfdi" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de " DELIMITED BY SIZE
                   WS-Tabla-Excedida DELIMITED BY "  "
                   " llena; emision CFDI detenida" DELIMITED BY SIZE
                   INTO aviso-texto
               END-STRING.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Formatear-Importe.
               MOVE WS-Importe-Aux TO WS-Importe-Edicion.
               MOVE FUNCTION TRIM(WS-Importe-Edicion)
                   TO WS-Txt-Importe-1.

           Formatear-Fecha-Xml.
               MOVE SPACE TO WS-Fecha-Xml.
               STRING WS-Fecha-Xml-Aux(1:4) "-"
                   WS-Fecha-Xml-Aux(5:2) "-"
                   WS-Fecha-Xml-Aux(7:2)
                   DELIMITED BY SIZE INTO WS-Fecha-Xml.

           Escribir-Linea-Xml.
               MOVE WS-Xml-Linea TO cfdi-linea.
               WRITE cfdi-linea.
               MOVE SPACE TO WS-Xml-Linea.

           Escribir-Xml-Recibo.
               MOVE SPACE TO WS-Folio WS-Cfdi-Filename.
               STRING WS-Periodo-Entrada "-" recibo-anual-id
                   DELIMITED BY SIZE INTO WS-Folio.
               STRING "cfdi-" WS-Folio ".xml"
                   DELIMITED BY SIZE INTO WS-Cfdi-Filename.
               ACCEPT WS-Hora-Proceso FROM TIME.
               MOVE WS-Fecha-Proceso TO WS-Fecha-Xml-Aux.
               PERFORM Formatear-Fecha-Xml.
               MOVE SPACE TO WS-Fecha-Emision.
               STRING WS-Fecha-Xml "T" WS-Hora-Proceso(1:2) ":"
                   WS-Hora-Proceso(3:2) ":" WS-Hora-Proceso(5:2)
                   DELIMITED BY SIZE INTO WS-Fecha-Emision.
               MOVE recibo-anual-fecha TO WS-Fecha-Xml-Aux.
               PERFORM Formatear-Fecha-Xml.
               MOVE WS-Fecha-Xml TO WS-Fecha-Pago-Xml.
               MOVE WS-Periodo-Inicio TO WS-Fecha-Xml-Aux.
               PERFORM Formatear-Fecha-Xml.
               MOVE WS-Fecha-Xml TO WS-Fecha-Inicio-Xml.
               MOVE WS-Periodo-Fin TO WS-Fecha-Xml-Aux.
               PERFORM Formatear-Fecha-Xml.
               MOVE WS-Fecha-Xml TO WS-Fecha-Fin-Xml.
               MOVE WS-Rec-Fecha-Alta TO WS-Fecha-Xml-Aux.
               PERFORM Formatear-Fecha-Xml.
               MOVE WS-Fecha-Xml TO WS-Fecha-Alta-Xml.
               OPEN OUTPUT Cfdi-archivo.
               MOVE SPACE TO WS-Xml-Linea.
               MOVE '<?xml version="1.0" encoding="UTF-8"?>'
                   TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               PERFORM Escribir-Comprobante.
               PERFORM Escribir-Emisor-Receptor.
               PERFORM Escribir-Complemento-Nomina.
               MOVE "</cfdi:Comprobante>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               CLOSE Cfdi-archivo.

           Escribir-Comprobante.
               MOVE recibo-anual-bruto TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-2.
               MOVE recibo-anual-deducciones TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-3.
               MOVE recibo-anual-neto TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-4.
               STRING '<cfdi:Comprobante '
                   'xmlns:cfdi="http://www.sat.gob.mx/cfd/4" '
                   'xmlns:nomina12="http://www.sat.gob.mx/nomina12" '
                   'Version="4.0" Serie="NOM" Folio="'
                   WS-Folio '" Fecha="' WS-Fecha-Emision
                   '" SubTotal="' DELIMITED BY SIZE
                   WS-Txt-Importe-2 DELIMITED BY SPACE
                   '" Descuento="' DELIMITED BY SIZE
                   WS-Txt-Importe-3 DELIMITED BY SPACE
                   '" Moneda="MXN" Total="' DELIMITED BY SIZE
                   WS-Txt-Importe-4 DELIMITED BY SPACE
                   '" TipoDeComprobante="N" Exportacion="01" '
                   'MetodoPago="PUE" LugarExpedicion="'
                   WS-Emisor-Cp '">'
                   DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Emisor-Receptor.
               STRING '  <cfdi:Emisor Rfc="' DELIMITED BY SIZE
                   WS-Emisor-Rfc DELIMITED BY SPACE
                   '" Nombre="' DELIMITED BY SIZE
                   WS-Emisor-Nombre DELIMITED BY "  "
                   '" RegimenFiscal="' WS-Emisor-Regimen '"/>'
                   DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               STRING '  <cfdi:Receptor Rfc="' DELIMITED BY SIZE
                   WS-Rec-Rfc DELIMITED BY SPACE
                   '" Nombre="' DELIMITED BY SIZE
                   WS-Rec-Nombre DELIMITED BY "  "
                   '" DomicilioFiscalReceptor="' WS-Rec-Cp
                   '" RegimenFiscalReceptor="605" UsoCFDI="CN01"/>'
                   DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               MOVE "  <cfdi:Conceptos>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               STRING '    <cfdi:Concepto ClaveProdServ="84111505" '
                   'Cantidad="1" ClaveUnidad="ACT" '
                   'Descripcion="Pago de nomina" ValorUnitario="'
                   DELIMITED BY SIZE
                   WS-Txt-Importe-2 DELIMITED BY SPACE
                   '" Importe="' DELIMITED BY SIZE
                   WS-Txt-Importe-2 DELIMITED BY SPACE
                   '" Descuento="' DELIMITED BY SIZE
                   WS-Txt-Importe-3 DELIMITED BY SPACE
                   '" ObjetoImp="01"/>' DELIMITED BY SIZE
                   INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               MOVE "  </cfdi:Conceptos>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Complemento-Nomina.
               MOVE "  <cfdi:Complemento>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               MOVE WS-Tot-Percepciones TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-2.
               MOVE WS-Tot-Deducciones TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-3.
               MOVE WS-Rec-Dias-Pagados TO WS-Numero-Edicion.
               MOVE FUNCTION TRIM(WS-Numero-Edicion) TO WS-Txt-Numero.
               STRING '    <nomina12:Nomina Version="1.2" '
                   'TipoNomina="' WS-Tipo-Nomina
                   '" FechaPago="' WS-Fecha-Pago-Xml
                   '" FechaInicialPago="' WS-Fecha-Inicio-Xml
                   '" FechaFinalPago="' WS-Fecha-Fin-Xml
                   '" NumDiasPagados="' DELIMITED BY SIZE
                   WS-Txt-Numero DELIMITED BY SPACE
                   '" TotalPercepciones="' DELIMITED BY SIZE
                   WS-Txt-Importe-2 DELIMITED BY SPACE
                   '" TotalDeducciones="' DELIMITED BY SIZE
                   WS-Txt-Importe-3 DELIMITED BY SPACE
                   '">' DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               STRING '      <nomina12:Emisor RegistroPatronal="'
                   DELIMITED BY SIZE
                   WS-Emisor-Registro DELIMITED BY SPACE
                   '"/>' DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               PERFORM Escribir-Receptor-Nomina.
               PERFORM Escribir-Percepciones.
               IF WS-Tot-Deducciones > ZERO
                   PERFORM Escribir-Deducciones
               END-IF.
               MOVE "    </nomina12:Nomina>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               MOVE "  </cfdi:Complemento>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Receptor-Nomina.
               MOVE WS-Rec-Salario TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Salario.
               MOVE WS-Rec-Sdi TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Sdi.
               MOVE WS-Rec-Semanas TO WS-Numero-Edicion.
               MOVE FUNCTION TRIM(WS-Numero-Edicion) TO WS-Txt-Numero.
               STRING '      <nomina12:Receptor Curp="' WS-Rec-Curp
                   '" TipoContrato="' WS-Rec-Tipo-Contrato
                   '" TipoRegimen="02" NumEmpleado="'
                   recibo-anual-id
                   '" FechaInicioRelLaboral="' WS-Fecha-Alta-Xml
                   '" Antiguedad="P' DELIMITED BY SIZE
                   WS-Txt-Numero DELIMITED BY SPACE
                   'W" PeriodicidadPago="' WS-Periodicidad-Pago
                   '" Departamento="'
                   DELIMITED BY SIZE
                   WS-Rec-Departamento DELIMITED BY "  "
                   '" Puesto="' DELIMITED BY SIZE
                   WS-Rec-Puesto DELIMITED BY "  "
                   '" CuentaBancaria="' DELIMITED BY SIZE
                   WS-Rec-Clabe DELIMITED BY SPACE
                   '" SalarioDiarioIntegrado="' DELIMITED BY SIZE
                   WS-Txt-Sdi DELIMITED BY SPACE
                   '" ClaveEntFed="' WS-Entidad-Federativa '"/>'
                   DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Percepciones.
               MOVE WS-Tot-Percepciones TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-2.
               MOVE WS-Tot-Gravado TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-3.
               MOVE WS-Tot-Exento TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-4.
               STRING '      <nomina12:Percepciones TotalSueldos="'
                   DELIMITED BY SIZE
                   WS-Txt-Importe-2 DELIMITED BY SPACE
                   '" TotalGravado="' DELIMITED BY SIZE
                   WS-Txt-Importe-3 DELIMITED BY SPACE
                   '" TotalExento="' DELIMITED BY SIZE
                   WS-Txt-Importe-4 DELIMITED BY SPACE
                   '">' DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.
               PERFORM VARYING WS-Indice-Ren FROM 1 BY 1
                   UNTIL WS-Indice-Ren > WS-Total-Renglones
                   IF WS-Ren-Clase(WS-Indice-Ren) = "P"
                       PERFORM Escribir-Percepcion
                   END-IF
               END-PERFORM.
               MOVE "      </nomina12:Percepciones>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Percepcion.
               PERFORM Describir-Concepto.
               MOVE WS-Ren-Gravado(WS-Indice-Ren) TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-3.
               MOVE WS-Ren-Exento(WS-Indice-Ren) TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-4.
               STRING '        <nomina12:Percepcion TipoPercepcion="'
                   WS-Ren-Sat-Tipo(WS-Indice-Ren)
                   '" Clave="' DELIMITED BY SIZE
                   WS-Ren-Concepto(WS-Indice-Ren) DELIMITED BY SPACE
                   '" Concepto="' DELIMITED BY SIZE
                   WS-Descripcion-Concepto DELIMITED BY "  "
                   '" ImporteGravado="' DELIMITED BY SIZE
                   WS-Txt-Importe-3 DELIMITED BY SPACE
                   '" ImporteExento="' DELIMITED BY SIZE
                   WS-Txt-Importe-4 DELIMITED BY SPACE
                   '"/>' DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Deducciones.
               MOVE WS-Tot-Otras-Ded TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-2.
               MOVE WS-Tot-Isr TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               MOVE WS-Txt-Importe-1 TO WS-Txt-Importe-3.
               IF WS-Tot-Isr > ZERO
                   STRING '      <nomina12:Deducciones '
                       'TotalOtrasDeducciones="' DELIMITED BY SIZE
                       WS-Txt-Importe-2 DELIMITED BY SPACE
                       '" TotalImpuestosRetenidos="' DELIMITED BY SIZE
                       WS-Txt-Importe-3 DELIMITED BY SPACE
                       '">' DELIMITED BY SIZE INTO WS-Xml-Linea
               ELSE
                   STRING '      <nomina12:Deducciones '
                       'TotalOtrasDeducciones="' DELIMITED BY SIZE
                       WS-Txt-Importe-2 DELIMITED BY SPACE
                       '">' DELIMITED BY SIZE INTO WS-Xml-Linea
               END-IF.
               PERFORM Escribir-Linea-Xml.
               PERFORM VARYING WS-Indice-Ren FROM 1 BY 1
                   UNTIL WS-Indice-Ren > WS-Total-Renglones
                   IF WS-Ren-Clase(WS-Indice-Ren) = "D"
                       PERFORM Escribir-Deduccion
                   END-IF
               END-PERFORM.
               MOVE "      </nomina12:Deducciones>" TO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Escribir-Deduccion.
               PERFORM Describir-Concepto.
               MOVE WS-Ren-Monto(WS-Indice-Ren) TO WS-Importe-Aux.
               PERFORM Formatear-Importe.
               STRING '        <nomina12:Deduccion TipoDeduccion="'
                   WS-Ren-Sat-Tipo(WS-Indice-Ren)
                   '" Clave="' DELIMITED BY SIZE
                   WS-Ren-Concepto(WS-Indice-Ren) DELIMITED BY SPACE
                   '" Concepto="' DELIMITED BY SIZE
                   WS-Descripcion-Concepto DELIMITED BY "  "
                   '" Importe="' DELIMITED BY SIZE
                   WS-Txt-Importe-1 DELIMITED BY SPACE
                   '"/>' DELIMITED BY SIZE INTO WS-Xml-Linea.
               PERFORM Escribir-Linea-Xml.

           Describir-Concepto.
               MOVE WS-Ren-Concepto(WS-Indice-Ren)
                   TO WS-Descripcion-Concepto.
               PERFORM VARYING WS-Indice-Cat FROM 1 BY 1
                   UNTIL WS-Indice-Cat > WS-Total-Catalogo
                   IF WS-Cat-Clave(WS-Indice-Cat)
                       = WS-Ren-Concepto(WS-Indice-Ren)
                       MOVE WS-Cat-Descripcion(WS-Indice-Cat)
                           TO WS-Descripcion-Concepto
                   END-IF
               END-PERFORM.
               IF WS-Ren-Concepto(WS-Indice-Ren) = "OTRA"
                   MOVE "OTRAS DEDUCCIONES" TO WS-Descripcion-Concepto
               END-IF.
               IF WS-Ren-Concepto(WS-Indice-Ren) = "INDM"
                   AND WS-Descripcion-Concepto = "INDM"
                   MOVE "INDEMNIZACION" TO WS-Descripcion-Concepto
               END-IF.

       END PROGRAM Genera-cfdi.

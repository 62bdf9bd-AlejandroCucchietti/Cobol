       COPY "eventos-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "licencias-fisico.cbl".

       SELECT Afiliatorias-archivo
       ASSIGN TO "imss-movimientos.txt"
       COPY "eventos-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "licencias-logico.cbl".

      * Trazado fijo que espera el programa del instituto: NSS,
      * nombre completo, salario diario integrado (dos decimales
      * implicitos), tipo de movimiento y fecha. Mientras el
      * maestro no guarde el NSS se manda el ID interno con ceros
      * a la izquierda, que es la clave de alta convenida. Cada
      * movimiento lleva al frente el registro patronal del patron
      * al que pertenece el trabajador.
       FD  Afiliatorias-archivo.

       01  afiliatoria-registro.
           05  afil-registro-patronal PIC X(11).
           05  afil-nss PIC X(11).
           05  afil-nombre PIC X(50).
           05  afil-sdi PIC 9(4)V99.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Afiliatorias-Status PIC XX.
           01 WS-Control-Imss-Status PIC XX.
           01 WS-Licencias-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Eventos PIC X.
           01 WS-Fin-Cambios PIC X.
           01 WS-Fin-Licencias PIC X.
           01 WS-Fecha-Conocida PIC X(8).
           01 WS-Registro-Hallado PIC X.

           01 WS-Dias-Aguinaldo PIC 99 VALUE 15.
           01 WS-Total-Altas PIC 9(4) VALUE ZERO.
           01 WS-Total-Bajas PIC 9(4) VALUE ZERO.
           01 WS-Total-Modificaciones PIC 9(4) VALUE ZERO.
           01 WS-Total-Bajas-Lic PIC 9(4) VALUE ZERO.
           01 WS-Total-Reingresos-Lic PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Maestro PIC 9(4) VALUE ZERO.

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

      * Movimientos del dia por registro patronal.
           01 WS-Total-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-Pat PIC 99.
           01 WS-Patron-Hallado PIC X.
           01 WS-Tabla-Patrones.
               05 WS-Patron-Item OCCURS 50 TIMES.
                   10 WS-TP-Clave PIC X(3).
                   10 WS-TP-Registro PIC X(11).
                   10 WS-TP-Altas PIC 9(4).
                   10 WS-TP-Bajas PIC 9(4).
                   10 WS-TP-Modificaciones PIC 9(4).

           01 WS-Linea-Total-Patron.
               05 FILLER PIC X(7) VALUE "PATRON ".
               05 WS-LTP-Clave PIC X(3).
               05 FILLER PIC X(6) VALUE " REG. ".
               05 WS-LTP-Registro PIC X(11).
               05 FILLER PIC X(7) VALUE " ALTAS ".
               05 WS-LTP-Altas PIC ZZZ9.
               05 FILLER PIC X(7) VALUE " BAJAS ".
               05 WS-LTP-Bajas PIC ZZZ9.
               05 FILLER PIC X(16) VALUE " MODIFICACIONES ".
               05 WS-LTP-Modificaciones PIC ZZZ9.

           01 WS-Linea-Control.
               05 WS-Ctl-Tipo PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Ctl-Sdi PIC Z,ZZ9.99.
               05 FILLER PIC X(7) VALUE " FECHA ".
               05 WS-Ctl-Fecha PIC X(8).
               05 FILLER PIC X(4) VALUE " PAT".
               05 WS-Ctl-Patron PIC X(3).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Obtener-Fecha-Proceso.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Inicializar-Patrones.
           OPEN OUTPUT Afiliatorias-archivo.
           OPEN OUTPUT Control-imss-archivo.
           MOVE "MOVIMIENTOS AFILIATORIOS IMSS DEL DIA"
           WRITE control-imss-linea.
           PERFORM Procesar-Eventos-Del-Dia.
           PERFORM Procesar-Cambios-Salario.
           PERFORM Procesar-Licencias-Del-Dia.
           PERFORM Escribir-Totales-Patron.
           CLOSE Afiliatorias-archivo.
           CLOSE Control-imss-archivo.
           CLOSE Empleados-archivo.
                       WS-Empleados-Status
               END-IF.

      * Los datos fiscales del registro de control son los del
      * patron principal.
           Inicializar-Patrones.
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

           Procesar-Eventos-Del-Dia.
               MOVE "1" TO WS-Fin-Eventos.
               OPEN INPUT Eventos-archivo.
               END-PERFORM.
               CLOSE Cambios-archivo.

      * Licencias sin goce: la baja se presenta con fecha de inicio
      * de la licencia el dia en que ya empezo y esta capturada; el
      * reingreso, con la fecha de regreso real, el dia en que se
      * registra el regreso. Una licencia cancelada antes de empezar
      * no llego a presentarse.
           Procesar-Licencias-Del-Dia.
               MOVE "1" TO WS-Fin-Licencias.
               OPEN INPUT Licencias-archivo.
               IF WS-Licencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Licencias
               END-IF.
               PERFORM UNTIL WS-Fin-Licencias = "0"
                   READ Licencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Licencias
                       NOT AT END
                           IF NOT licencia-cancelada
                               PERFORM Generar-Movimiento-Licencia
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Licencias-archivo.

           Generar-Movimiento-Licencia.
               MOVE licencia-inicio TO WS-Fecha-Conocida.
               IF licencia-fecha-captura > WS-Fecha-Conocida
                   MOVE licencia-fecha-captura TO WS-Fecha-Conocida
               END-IF.
               IF WS-Fecha-Conocida = WS-Fecha-Proceso
                   MOVE licencia-id TO empleados-id
                   PERFORM Leer-Empleado-Movimiento
                   IF WS-Registro-Hallado = "S"
                       MOVE "02" TO afil-tipo-mov
                       MOVE "BAJA LICENC" TO WS-Ctl-Tipo
                       ADD 1 TO WS-Total-Bajas-Lic
                       IF WS-Patron-Hallado = "S"
                           ADD 1 TO WS-TP-Bajas(WS-Indice-Pat)
                       END-IF
                       MOVE licencia-inicio TO afil-fecha
                       PERFORM Escribir-Movimiento
                   END-IF
               END-IF.
               IF licencia-concluida
                   AND licencia-fecha-cierre = WS-Fecha-Proceso
                   MOVE licencia-id TO empleados-id
                   PERFORM Leer-Empleado-Movimiento
                   IF WS-Registro-Hallado = "S"
                       MOVE "08" TO afil-tipo-mov
                       MOVE "REINGR LICEN" TO WS-Ctl-Tipo
                       ADD 1 TO WS-Total-Reingresos-Lic
                       IF WS-Patron-Hallado = "S"
                           ADD 1 TO WS-TP-Altas(WS-Indice-Pat)
                       END-IF
                       MOVE licencia-regreso-real TO afil-fecha
                       PERFORM Escribir-Movimiento
                   END-IF
               END-IF.

           Generar-Movimiento-Evento.
               MOVE evento-id TO empleados-id.
               PERFORM Leer-Empleado-Movimiento.
                       MOVE "08" TO afil-tipo-mov
                       MOVE "ALTA" TO WS-Ctl-Tipo
                       ADD 1 TO WS-Total-Altas
                       IF WS-Patron-Hallado = "S"
                           ADD 1 TO WS-TP-Altas(WS-Indice-Pat)
                       END-IF
                   ELSE
                       MOVE "02" TO afil-tipo-mov
                       MOVE "BAJA" TO WS-Ctl-Tipo
                       ADD 1 TO WS-Total-Bajas
                       IF WS-Patron-Hallado = "S"
                           ADD 1 TO WS-TP-Bajas(WS-Indice-Pat)
                       END-IF
                   END-IF
                   MOVE evento-fecha TO afil-fecha
                   PERFORM Escribir-Movimiento
                   MOVE "07" TO afil-tipo-mov
                   MOVE "MOD SALARIO" TO WS-Ctl-Tipo
                   ADD 1 TO WS-Total-Modificaciones
                   IF WS-Patron-Hallado = "S"
                       ADD 1 TO WS-TP-Modificaciones(WS-Indice-Pat)
                   END-IF
                   MOVE cambio-fecha-efectiva TO afil-fecha
                   PERFORM Escribir-Movimiento
               END-IF.
                       MOVE "N" TO WS-Registro-Hallado
                       ADD 1 TO WS-Total-Sin-Maestro
               END-READ.
               IF WS-Registro-Hallado = "S"
                   PERFORM Determinar-Patron
               END-IF.

      * Cada movimiento se presenta con el registro patronal del
      * patron del trabajador; se lleva la cuenta por patron.
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
                   MOVE WS-Pat-Registro-Patronal
                       TO WS-TP-Registro(WS-Indice-Pat)
                   MOVE ZERO TO WS-TP-Altas(WS-Indice-Pat)
                       WS-TP-Bajas(WS-Indice-Pat)
                       WS-TP-Modificaciones(WS-Indice-Pat)
                   MOVE "S" TO WS-Patron-Hallado
               END-IF.

      * Salario diario integrado: salario diario por el factor de
      * integracion con aguinaldo proporcional y la prima
                   WS-Salario-Diario *
                   (365 + WS-Dias-Aguinaldo
                   + WS-Dias-Vacaciones * 0.25) / 365.
               MOVE WS-Pat-Registro-Patronal TO afil-registro-patronal.
               MOVE SPACE TO afil-nss.
               STRING "00000" empleados-id
                   DELIMITED BY SIZE INTO afil-nss.
               MOVE empleados-nombre TO WS-Ctl-Nombre.
               MOVE WS-Sdi-Calculado TO WS-Ctl-Sdi.
               MOVE afil-fecha TO WS-Ctl-Fecha.
               MOVE WS-Pat-Clave TO WS-Ctl-Patron.
               MOVE WS-Linea-Control TO control-imss-linea.
               WRITE control-imss-linea.

           Escribir-Totales-Patron.
               MOVE "TOTALES POR REGISTRO PATRONAL"
                   TO control-imss-linea.
               WRITE control-imss-linea.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   MOVE WS-TP-Clave(WS-Indice-Pat) TO WS-LTP-Clave
                   MOVE WS-TP-Registro(WS-Indice-Pat)
                       TO WS-LTP-Registro
                   MOVE WS-TP-Altas(WS-Indice-Pat) TO WS-LTP-Altas
                   MOVE WS-TP-Bajas(WS-Indice-Pat) TO WS-LTP-Bajas
                   MOVE WS-TP-Modificaciones(WS-Indice-Pat)
                       TO WS-LTP-Modificaciones
                   MOVE WS-Linea-Total-Patron TO control-imss-linea
                   WRITE control-imss-linea
               END-PERFORM.

           Mostrar-Resumen.
               DISPLAY "Archivo afiliatorio en imss-movimientos.txt".
               DISPLAY "Listado de control en imss-control.txt".
               DISPLAY "Altas: " WS-Total-Altas
                   "  Bajas: " WS-Total-Bajas
                   "  Modificaciones: " WS-Total-Modificaciones.
               DISPLAY "Bajas por licencia sin goce: "
                   WS-Total-Bajas-Lic
                   "  Reingresos de licencia: "
                   WS-Total-Reingresos-Lic.
               DISPLAY "Movimientos sin registro en el maestro: "
                   WS-Total-Sin-Maestro.
               PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                   UNTIL WS-Indice-Pat > WS-Total-Patrones
                   DISPLAY "  Registro patronal "
                       WS-TP-Registro(WS-Indice-Pat)
                       " (patron " WS-TP-Clave(WS-Indice-Pat) "): "
                       WS-TP-Altas(WS-Indice-Pat) " altas, "
                       WS-TP-Bajas(WS-Indice-Pat) " bajas, "
                       WS-TP-Modificaciones(WS-Indice-Pat)
                       " modificaciones"
               END-PERFORM.

       END PROGRAM Extracto-imss.

       COPY "fecha-proceso-fisico.cbl".
       COPY "periodos-fisico.cbl".
       COPY "prestamos-fisico.cbl".
       COPY "viaticos-fisico.cbl".
       COPY "comisiones-pago-fisico.cbl".
       COPY "cambios-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "incapacidades-fisico.cbl".
       COPY "actas-fisico.cbl".
       COPY "sindicato-fisico.cbl".
       COPY "incidencias-fisico.cbl".
       COPY "centros-costo-fisico.cbl".
       COPY "distribucion-costos-fisico.cbl".
       COPY "beneficios-fisico.cbl".
       COPY "inscripciones-fisico.cbl".
       COPY "conceptos-fisico.cbl".
       COPY "recibos-detalle-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "imss-ramos-fisico.cbl".
       COPY "prima-riesgo-fisico.cbl".
       COPY "costo-patronal-fisico.cbl".
       COPY "ajuste-anual-fisico.cbl".
       COPY "solicitudes-vac-fisico.cbl".
       COPY "grupos-pago-fisico.cbl".
       COPY "horas-extra-aut-fisico.cbl".
       COPY "horas-extra-detalle-fisico.cbl".
       COPY "horas-extra-pend-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Poliza-archivo
       ASSIGN TO "nomina-poliza.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Poliza-Status.

       SELECT Poliza-resumen-archivo
       ASSIGN TO WS-Poliza-Resumen-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Poliza-Resumen-Status.

       SELECT OPTIONAL Visto-archivo
       ASSIGN TO WS-Visto-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Visto-Status.

       FILE STATUS IS WS-Resumen-Status.

       SELECT Registro-archivo
       ASSIGN TO WS-Registro-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Registro-Status.

       SELECT OPTIONAL Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       SELECT OPTIONAL Recibos-ant-archivo
       ASSIGN TO WS-Recibos-Ant-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Ant-Status.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

      * Los satelites que se leen por empleado se ordenan por la
      * clave del empleado y se recorren a la par del maestro, que
      * se lee en orden de llave; ya no se cargan enteros en
      * memoria.
       SELECT Trabajo-Ordenamiento
       ASSIGN TO "nomina-orden.tmp".

       SELECT Horas-orden-archivo
       ASSIGN TO "nomina-horas-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Horas-Orden-Status.

       SELECT Incap-orden-archivo
       ASSIGN TO "nomina-incap-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Incap-Orden-Status.

       SELECT Prestamos-orden-archivo
       ASSIGN TO "nomina-prestamos-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Prestamos-Orden-Status.

       SELECT Prestamos-nuevo-archivo
       ASSIGN TO "nomina-prestamos-nuevo.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Prestamos-Nuevo-Status.

       SELECT Inscr-orden-archivo
       ASSIGN TO "nomina-inscr-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Inscr-Orden-Status.

      * Horas extra ya pagadas o rechazadas que salen del archivo
      * de pendientes.
       SELECT OPTIONAL Hxp-historico-archivo
       ASSIGN TO "horas-extra-pend-historico.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hxp-Historico-Status.

       SELECT Grupos-orden-archivo
       ASSIGN TO "nomina-grupos-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Grupos-Orden-Status.

       SELECT Dist-orden-archivo
       ASSIGN TO "nomina-dist-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Dist-Orden-Status.

       SELECT Anual-tmp-archivo
       ASSIGN TO "nomina-recibos-anual.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Anual-Tmp-Status.

       SELECT Detalle-tmp-archivo
       ASSIGN TO "nomina-detalle-anual.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Detalle-Tmp-Status.

       SELECT Costo-tmp-archivo
       ASSIGN TO "nomina-costo-patronal.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Costo-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "fecha-proceso-logico.cbl".
       COPY "periodos-logico.cbl".
       COPY "prestamos-logico.cbl".
       COPY "viaticos-logico.cbl".
       COPY "comisiones-pago-logico.cbl".
       COPY "cambios-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "incapacidades-logico.cbl".
       COPY "actas-logico.cbl".
       COPY "sindicato-logico.cbl".
       COPY "incidencias-logico.cbl".
       COPY "centros-costo-logico.cbl".
       COPY "distribucion-costos-logico.cbl".
       COPY "beneficios-logico.cbl".
       COPY "inscripciones-logico.cbl".
       COPY "conceptos-logico.cbl".
       COPY "recibos-detalle-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "imss-ramos-logico.cbl".
       COPY "prima-riesgo-logico.cbl".
       COPY "costo-patronal-logico.cbl".
       COPY "ajuste-anual-logico.cbl".
       COPY "solicitudes-vac-logico.cbl".
       COPY "grupos-pago-logico.cbl".
       COPY "horas-extra-aut-logico.cbl".
       COPY "horas-extra-detalle-logico.cbl".
       COPY "horas-extra-pend-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Poliza-archivo.

      * Poliza contable de la corrida: cargos al gasto de sueldos
      * por centro de costo y abonos a los pasivos de retenciones
      * y netos por pagar. Solo se emite si cuadra. Cada renglon
      * lleva su grupo de pago: la corrida semanal y la quincenal
      * comparten el archivo y cada una solo reemplaza lo suyo.
      * Tambien lleva la clave del patron (razon social): cada
      * patron cuadra por si mismo.
       01  poliza-registro.
           05  poliza-tipo PIC X.
           05  poliza-cuenta PIC X(10).
           05  poliza-descripcion PIC X(20).
           05  poliza-monto PIC 9(11)V99.
           05  poliza-grupo PIC X.
           05  poliza-patron PIC X(3).

       FD  Poliza-resumen-archivo.

           05  resumen-horas PIC 9(3)V99.
           05  resumen-extra PIC 9(3)V99.
           05  resumen-quincena PIC 9.
           05  resumen-domingos PIC 99.
           05  resumen-feriados PIC 99.
           05  resumen-semana PIC X.

       FD  Registro-archivo.

      * constancias anuales leen de aqui, no del archivo por
      * corrida que se reescribe cada quincena. Antes de anexar,
      * la quincena en curso se depura del acumulado para que una
      * quincena reabierta y recalculada no quede dos veces. Al
      * final del recibo (posiciones 102 a 108) va el periodo que
      * lo pago; los recibos anteriores al grupo semanal no lo
      * traen.
       FD  Recibos-anual-archivo.

       01  recibo-anual-registro PIC X(108).

       FD  Anual-tmp-archivo.

       01  anual-tmp-registro PIC X(108).

       FD  Detalle-tmp-archivo.

       01  detalle-tmp-registro PIC X(56).

       FD  Costo-tmp-archivo.

       01  costo-tmp-registro PIC X(75).

       SD  Trabajo-Ordenamiento.

       01  orden-registro.
           05  orden-id PIC X(6).
           05  orden-datos PIC X(94).

      * Resumen de horas del periodo ya filtrado, por empleado.
       FD  Horas-orden-archivo.

       01  horas-orden-registro PIC X(20).

      * Incapacidades con fecha de inicio valida, por empleado.
       FD  Incap-orden-archivo.

       01  incap-orden-registro PIC X(17).

      * Libro de descuentos completo ordenado por empleado; sale
      * reescrito en el orden leido a traves de prestamos-nuevo.
       FD  Prestamos-orden-archivo.

       01  prestamos-orden-registro PIC X(71).

       FD  Prestamos-nuevo-archivo.

       01  prestamos-nuevo-registro PIC X(71).

       FD  Inscr-orden-archivo.

       01  inscr-orden-registro PIC X(26).

       FD  Hxp-historico-archivo.

       01  hxp-historico-registro PIC X(42).

       FD  Grupos-orden-archivo.

       01  grupos-orden-registro PIC X(7).

      * Reparto de costos por empleado, en el orden del archivo
      * dentro de cada empleado.
       FD  Dist-orden-archivo.

       01  dist-orden-registro PIC X(31).

       WORKING-STORAGE SECTION.

           01 WS-Err-Programa PIC X(20) VALUE "Calcula-nomina".
           01 WS-Err-Archivo PIC X(30).
           01 WS-Err-Operacion PIC X(10).
           01 WS-Avisos-Status PIC XX.
      * Una tabla de trabajo llena detiene la corrida con aviso
      * critico; nunca se sigue con datos truncados.
           01 WS-Capacidad-Excedida PIC X VALUE "N".
           01 WS-Archivos-Abiertos PIC X VALUE "N".
           01 WS-Tabla-Excedida PIC X(30).
           01 WS-Ultima-Excedida PIC X(30).
           01 WS-Deducciones-Status PIC XX.
           01 WS-Registro-Status PIC XX.
           01 WS-Recibos-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Anual-Tmp-Status PIC XX.
           01 WS-Fin-Anual PIC X.
           01 WS-Conceptos-Status PIC XX.
           01 WS-Recibos-Detalle-Status PIC XX.
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Detalle-Tmp-Status PIC XX.
           01 WS-Fin-Detalle-Anual PIC X.
           01 WS-Imss-Ramos-Status PIC XX.
           01 WS-Prima-Riesgo-Status PIC XX.
           01 WS-Costo-Patronal-Status PIC XX.
           01 WS-Costo-Tmp-Status PIC XX.
           01 WS-Fin-Costo PIC X.
           01 WS-Anual-Del-Periodo PIC X.
           01 WS-Fin-Recibos-Ant PIC X.
           01 WS-Respaldo-Ajenos PIC 9(4).

           01 WS-Fecha-Proceso PIC X(8).

      * Grupo de pago de la corrida (variable GRUPO_PAGO: S =
      * semanal; cualquier otro valor, quincenal). Cada grupo
      * lleva su propio catalogo de periodos y sus archivos por
      * corrida; los acumulados anuales son comunes.
           01 WS-Grupo-Pago PIC X VALUE "Q".
               88 WS-Corrida-Semanal VALUE "S".
           01 WS-Grupo-Pago-Env PIC X(10).
           01 WS-Grupo-Empleado PIC X.
           01 WS-Grupos-Pago-Status PIC XX.
           01 WS-Fin-Grupos PIC X.
           01 WS-Grupos-Orden-Status PIC XX.
           01 WS-Grupo-Actual.
               05 WS-Gru-Id PIC X(6).
               05 WS-Gru-Grupo PIC X.
           01 WS-Total-Otro-Grupo PIC 9(6) VALUE ZERO.
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".
           01 WS-Registro-Filename PIC X(30)
               VALUE "nomina-registro.txt".
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".
           01 WS-Recibos-Detalle-Filename PIC X(34)
               VALUE "nomina-recibos-detalle.dat".
           01 WS-Recibos-Ant-Filename PIC X(36)
               VALUE "nomina-recibos-anterior.dat".
           01 WS-Poliza-Resumen-Filename PIC X(30)
               VALUE "poliza-resumen.txt".
           01 WS-Visto-Filename PIC X(30)
               VALUE "variacion-visto.dat".
           01 WS-Per-Grupo-Inicio PIC X(8).
           01 WS-Per-Grupo-Fin PIC X(8).
           01 WS-Total-Poliza-Ajena PIC 9(3) VALUE ZERO.
           01 WS-Indice-Pol-Aj PIC 9(3).
           01 WS-Fin-Poliza PIC X.
           01 WS-Tabla-Poliza-Ajena.
               05 WS-Poliza-Ajena OCCURS 200 TIMES PIC X(48).

           01 WS-Periodos-Status PIC XX.
           01 WS-Fin-Periodos PIC X.
           01 WS-Periodo-Bloqueado PIC X VALUE "N".

           01 WS-Incapacidades-Status PIC XX.
           01 WS-Fin-Incap PIC X.
           01 WS-Incap-Orden-Status PIC XX.
           01 WS-Incap-Actual.
               05 WS-Inc-Id PIC X(6).
               05 WS-Inc-Tipo PIC X.
               05 WS-Inc-Inicio PIC X(8).
               05 WS-Inc-Dias PIC 99.
           01 WS-Dias-Periodo PIC S9(3).
           01 WS-Inc-Desplaza PIC S9(5).
           01 WS-Inc-Desde PIC S9(5).
           01 WS-Descuento-Incap PIC 9(7)V99.
           01 WS-Total-Dias-Subs PIC 9(6) VALUE ZERO.

           01 WS-Actas-Status PIC XX.
           01 WS-Fin-Actas PIC X.
           01 WS-Total-Susp PIC 9(3) VALUE ZERO.
           01 WS-Indice-Susp PIC 9(3).
           01 WS-Tabla-Suspensiones.
               05 WS-Susp-Item OCCURS 300 TIMES.
                   10 WS-Sus-Id PIC X(6).
                   10 WS-Sus-Inicio PIC X(8).
                   10 WS-Sus-Dias PIC 99.
           01 WS-Sus-Desplaza PIC S9(5).
           01 WS-Sus-Desde PIC S9(5).
           01 WS-Sus-Hasta PIC S9(5).
           01 WS-Dias-Susp-Emp PIC 9(3).
           01 WS-Descuento-Susp PIC 9(7)V99.
           01 WS-Total-Dias-Susp PIC 9(6) VALUE ZERO.

           01 WS-Lic-Funcion PIC X.
           01 WS-Lic-Fecha-1 PIC X(8).
           01 WS-Lic-Fecha-2 PIC X(8).
           01 WS-Lic-Dias PIC 9(5).
           01 WS-Lic-En-Licencia PIC X.
           01 WS-Dias-Lic-Emp PIC 9(3).
           01 WS-Licencia-Completa PIC X.
           01 WS-Descuento-Lic PIC 9(7)V99.
           01 WS-Total-Dias-Lic PIC 9(6) VALUE ZERO.
           01 WS-Total-En-Licencia PIC 9(6) VALUE ZERO.

           01 WS-Sindicato-Status PIC XX.
           01 WS-Fin-Sindicato PIC X.
           01 WS-Total-Afiliados PIC 9(4) VALUE ZERO.
           01 WS-Indice-Afil PIC 9(4).
           01 WS-Tabla-Afiliados.
               05 WS-Afil-Id OCCURS 3000 TIMES PIC X(6).
           01 WS-Pct-Cuota-Sindical PIC 9(3)V99 VALUE 1.
           01 WS-Cuota-Sindical-Emp PIC 9(7)V99.
           01 WS-Total-Cuota-Sindical PIC 9(9)V99 VALUE ZERO.

           01 WS-Solicitudes-Vac-Status PIC XX.
           01 WS-Fin-Vacaciones PIC X.
           01 WS-Total-Vac PIC 9(3) VALUE ZERO.
           01 WS-Indice-Vac PIC 9(3).
           01 WS-Tabla-Vacaciones.
               05 WS-Vacacion-Item OCCURS 300 TIMES.
                   10 WS-Vac-Id PIC X(6).
                   10 WS-Vac-Inicio PIC X(8).
                   10 WS-Vac-Dias PIC 99.
           01 WS-Vac-Desplaza PIC S9(5).
           01 WS-Vac-Desde PIC S9(5).
           01 WS-Vac-Hasta PIC S9(5).
           01 WS-Dias-Vac-Periodo PIC 9(3).
           01 WS-Dias-Vac-Emp PIC 9(3).
           01 WS-Pct-Prima-Vac PIC 9(3)V99 VALUE 25.
           01 WS-Prima-Vac-Empleado PIC 9(7)V99.
           01 WS-Total-Prima-Vac PIC 9(9)V99 VALUE ZERO.

           01 WS-Beneficios-Status PIC XX.
           01 WS-Inscripciones-Status PIC XX.
           01 WS-Fin-Beneficios PIC X.
                   10 WS-Ben-Tipo PIC X.
                   10 WS-Ben-Valor PIC 9(5)V99.
                   10 WS-Ben-Aporte PIC 9(5)V99.
           01 WS-Inscr-Orden-Status PIC XX.
           01 WS-Inscripcion-Actual.
               05 WS-Ins-Id PIC X(6).
               05 WS-Ins-Beneficio PIC X(4).
               05 WS-Ins-Inicio PIC X(8).
               05 WS-Ins-Fin PIC X(8).
           01 WS-Monto-Beneficio PIC 9(7)V99.
           01 WS-Aporte-Patron-Emp PIC 9(7)V99.
           01 WS-Total-Aporte-Patron PIC 9(9)V99 VALUE ZERO.
                   10 WS-CC-Depto PIC X(20).
                   10 WS-CC-Cuenta PIC X(10).
           01 WS-Cuenta-Gasto PIC X(10).
           01 WS-Total-Cargos-Tabla PIC 9(3) VALUE ZERO.
           01 WS-Indice-Cargo PIC 9(3).
           01 WS-Cargo-Hallado PIC X.
           01 WS-Tabla-Cargos.
               05 WS-Cargo-Item OCCURS 100 TIMES.
                   10 WS-Car-Patron PIC X(3).
                   10 WS-Car-Depto PIC X(20).
                   10 WS-Car-Cuenta PIC X(10).
                   10 WS-Car-Monto PIC 9(11)V99.
           01 WS-Distribucion-Status PIC XX.
           01 WS-Fin-Distribucion PIC X.
           01 WS-Dist-Orden-Status PIC XX.
           01 WS-Distribucion-Actual.
               05 WS-Dis-Id PIC X(6).
               05 WS-Dis-Depto PIC X(20).
               05 WS-Dis-Porcentaje PIC 9(3)V99.
           01 WS-Total-Dist PIC 99 VALUE ZERO.
           01 WS-Indice-Dist PIC 99.
           01 WS-Suma-Reparto PIC 9(5)V99.
           01 WS-Monto-Repartido PIC 9(7)V99.
           01 WS-Depto-Cargo PIC X(20).
           01 WS-Monto-Cargo PIC 9(7)V99.
           01 WS-Repartos-Invalidos PIC 9(4) VALUE ZERO.
      * Renglones de reparto del empleado en curso; un reparto
      * tiene a lo mas un renglon por centro de costo.
           01 WS-Tabla-Reparto-Emp.
               05 WS-Reparto-Item OCCURS 20 TIMES.
                   10 WS-Rep-Depto PIC X(20).
                   10 WS-Rep-Porcentaje PIC 9(3)V99.
           01 WS-Total-Abonos-Tabla PIC 99 VALUE ZERO.
           01 WS-Indice-Abono PIC 99.
           01 WS-Abono-Hallado PIC X.
           01 WS-Tabla-Abonos.
               05 WS-Abono-Item OCCURS 60 TIMES.
                   10 WS-Abo-Patron PIC X(3).
                   10 WS-Abo-Codigo PIC X(4).
                   10 WS-Abo-Monto PIC S9(11)V99.
           01 WS-Concepto-Codigo PIC X(4).
           01 WS-Suma-Cargos PIC 9(13)V99.
           01 WS-Suma-Abonos PIC S9(13)V99.
           01 WS-Poliza-Cuadrada PIC X.
           01 WS-Patrones-Descuadrados PIC 99.

      * Patron (razon social) del empleado en curso. El registro,
      * el costo patronal y la poliza se totalizan por patron.
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
           01 WS-Total-Nom-Patrones PIC 99 VALUE ZERO.
           01 WS-Indice-NP PIC 99.
           01 WS-NP-Hallado PIC X.
           01 WS-NP-Clave-Buscada PIC X(3).
           01 WS-Tabla-Nom-Patrones.
               05 WS-Nom-Patron-Item OCCURS 50 TIMES.
                   10 WS-NP-Clave PIC X(3).
                   10 WS-NP-Nombre PIC X(30).
                   10 WS-NP-Registro PIC X(11).
                   10 WS-NP-Procesados PIC 9(6).
                   10 WS-NP-Bruto PIC 9(9)V99.
                   10 WS-NP-Deducido PIC 9(9)V99.
                   10 WS-NP-Neto PIC 9(9)V99.
                   10 WS-NP-Imss-Patron PIC 9(9)V99.
                   10 WS-NP-Imss-Obrero PIC 9(9)V99.
                   10 WS-NP-Cargos PIC 9(13)V99.
                   10 WS-NP-Abonos PIC S9(13)V99.

      * Catalogo de conceptos (clave, descripcion, clase, tipo SAT,
      * tratamiento fiscal) y los conceptos que lleva el empleado
      * en curso; al terminarlo se vuelcan al desglose del recibo.
           01 WS-Fin-Conceptos PIC X.
           01 WS-Con-Dummy-Clave PIC X(4).
           01 WS-Con-Dummy-Registro PIC X(44).
           01 WS-Con-Dummy-Hallado PIC X.
           01 WS-Total-Conceptos PIC 99 VALUE ZERO.
           01 WS-Indice-Con PIC 99.
           01 WS-Concepto-Hallado PIC X.
           01 WS-Tabla-Conceptos.
               05 WS-Concepto-Item OCCURS 50 TIMES.
                   10 WS-Con-Clave PIC X(4).
                   10 WS-Con-Descripcion PIC X(20).
                   10 WS-Con-Clase PIC X.
                   10 WS-Con-Sat-Tipo PIC X(3).
                   10 WS-Con-Tratamiento PIC X.
                   10 WS-Con-Exento-Pct PIC 9(3)V99.
                   10 WS-Con-Cuenta PIC X(10).
           01 WS-Concepto-Clase PIC X.
           01 WS-Total-Conc-Emp PIC 99 VALUE ZERO.
           01 WS-Indice-CE PIC 99.
           01 WS-Conc-Emp-Hallado PIC X.
           01 WS-Tabla-Conc-Emp.
               05 WS-Conc-Emp-Item OCCURS 30 TIMES.
                   10 WS-CE-Clave PIC X(4).
                   10 WS-CE-Clase PIC X.
                   10 WS-CE-Monto PIC 9(7)V99.
           01 WS-Monto-Hex2 PIC 9(7)V99.
           01 WS-Monto-Hex3 PIC 9(7)V99.
           01 WS-Monto-Pdom PIC 9(7)V99.
           01 WS-Monto-Feriado PIC 9(7)V99.
           01 WS-Salario-Diario-Emp PIC 9(5)V9999.
           01 WS-Pct-Prima-Dominical PIC 9(3)V99 VALUE 25.
           01 WS-Total-Prima-Dominical PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-Pago-Feriados PIC 9(9)V99 VALUE ZERO.
           01 WS-Monto-Sueldo PIC S9(7)V99.
           01 WS-Exceso-Deducciones PIC 9(7)V99.
           01 WS-Total-Renglones-Det PIC 9(6) VALUE ZERO.
           01 WS-Total-Tot-Con PIC 99 VALUE ZERO.
           01 WS-Indice-TC PIC 99.
           01 WS-Tot-Con-Hallado PIC X.
           01 WS-Tabla-Tot-Conceptos.
               05 WS-Tot-Con-Item OCCURS 50 TIMES.
                   10 WS-TC-Clave PIC X(4).
                   10 WS-TC-Clase PIC X.
                   10 WS-TC-Monto PIC 9(11)V99.

           01 WS-Linea-Resumen-Pol.
               05 WS-RP-Tipo PIC X(6).

           01 WS-Prestamos-Status PIC XX.
           01 WS-Fin-Prestamos PIC X.
           01 WS-Prestamos-Orden-Status PIC XX.
           01 WS-Prestamos-Nuevo-Status PIC XX.
           01 WS-Total-Prestamos PIC 9(7) VALUE ZERO.
           01 WS-Prestamo-Actual.
               05 WS-Pre-Id PIC X(6).
               05 WS-Pre-Concepto PIC X(20).
               05 WS-Pre-Tipo PIC X.
               05 WS-Pre-Original PIC 9(7)V99.
               05 WS-Pre-Abono PIC 9(7)V99.
               05 WS-Pre-Saldo PIC 9(7)V99.
               05 WS-Pre-Estado PIC X.
               05 WS-Pre-Ultimo-Periodo PIC X(7).
               05 WS-Pre-Ultimo-Abono PIC 9(7)V99.
           01 WS-Viaticos-Status PIC XX.
           01 WS-Fin-Viaticos PIC X.
           01 WS-Total-Viaticos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Via PIC 9(4).
           01 WS-Dias-Comprobar PIC 9(3) VALUE 15.
           01 WS-Pendiente-Viatico PIC 9(7)V99.
           01 WS-Total-Recuperado-Viat PIC 9(9)V99 VALUE ZERO.
           01 WS-Tabla-Viaticos.
               05 WS-Viatico-Item OCCURS 2000 TIMES.
                   10 WS-Via-Folio PIC 9(6).
                   10 WS-Via-Id PIC X(6).
                   10 WS-Via-Fecha PIC X(8).
                   10 WS-Via-Destino PIC X(20).
                   10 WS-Via-Monto PIC 9(7)V99.
                   10 WS-Via-Comprobado PIC 9(7)V99.
                   10 WS-Via-Recuperado PIC 9(7)V99.
                   10 WS-Via-Estado PIC X.
                   10 WS-Via-Ultimo-Periodo PIC X(7).
                   10 WS-Via-Ultimo-Abono PIC 9(7)V99.
           01 WS-Comisiones-Pago-Status PIC XX.
           01 WS-Fin-Comisiones PIC X.
           01 WS-Total-Comisiones PIC 9(4) VALUE ZERO.
           01 WS-Indice-Com PIC 9(4).
           01 WS-Comision-Empleado PIC 9(7)V99.
           01 WS-Total-Comisiones-Pag PIC 9(9)V99 VALUE ZERO.
           01 WS-Tabla-Comisiones.
               05 WS-Comision-Item OCCURS 3000 TIMES.
                   10 WS-Com-Id PIC X(6).
                   10 WS-Com-Mes PIC X(6).
                   10 WS-Com-Ventas PIC 9(9)V99.
                   10 WS-Com-Monto PIC 9(7)V99.
                   10 WS-Com-Estado PIC X.
                   10 WS-Com-Periodo PIC X(7).
           01 WS-Ajuste-Anual-Status PIC XX.
           01 WS-Fin-Ajustes PIC X.
           01 WS-Ajustes-Cambiados PIC X VALUE "N".
           01 WS-Total-Ajustes PIC 9(4) VALUE ZERO.
           01 WS-Indice-Aju PIC 9(4).
           01 WS-Tabla-Ajustes.
               05 WS-Ajuste-Item OCCURS 3000 TIMES PIC X(72).
           01 WS-Ajuste-Favor-Emp PIC 9(7)V99.
           01 WS-Ajuste-Cargo-Emp PIC 9(7)V99.
           01 WS-Bruto-Gasto-Emp PIC 9(7)V99.
           01 WS-Total-Ajuste-Favor PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-Ajuste-Cargo PIC 9(9)V99 VALUE ZERO.
           01 WS-Neto-Provisional PIC 9(7)V99.
           01 WS-Abono-Actual PIC 9(7)V99.
           01 WS-Total-Abonos-Prestamo PIC 9(9)V99 VALUE ZERO.
           01 WS-Excedente-Isr PIC 9(7)V99.
           01 WS-Monto-Isr PIC S9(7)V99.

      * Cuotas obrero-patronales del IMSS: tabla de ramos, UMA del
      * catalogo de parametros y el SBC del empleado en curso con
      * el mismo factor de integracion del extracto del IMSS.
           01 WS-Fin-Ramos PIC X.
           01 WS-Total-Ramos PIC 99 VALUE ZERO.
           01 WS-Indice-Ramo PIC 99.
           01 WS-Tabla-Ramos.
               05 WS-Ramo-Item OCCURS 15 TIMES.
                   10 WS-Ram-Clave PIC X(4).
                   10 WS-Ram-Base PIC X.
                   10 WS-Ram-Pct-Patron PIC 99V99999.
                   10 WS-Ram-Pct-Obrero PIC 99V99999.
           01 WS-Fin-Prima-Riesgo PIC X.
           01 WS-Vigencia-Prima PIC X(8).
           01 WS-Prima-Riesgo-Vigente PIC 99V99999.
           01 WS-Uma-Diaria PIC 9(5)V99 VALUE 113.14.
           01 WS-Tope-Sbc-Umas PIC 99 VALUE 25.
           01 WS-Dias-Aguinaldo PIC 99 VALUE 15.
           01 WS-Dias-Vacaciones PIC 99 VALUE 12.
           01 WS-Sbc-Empleado PIC 9(5)V99.
           01 WS-Tope-Sbc PIC 9(5)V99.
           01 WS-Dias-Cotizados PIC 99.
           01 WS-Base-Ramo PIC 9(7)V99.
           01 WS-Cuota-Patron-Ramo PIC 9(7)V99.
           01 WS-Cuota-Obrero-Ramo PIC 9(7)V99.
           01 WS-Cuota-Patron-Emp PIC 9(7)V99.
           01 WS-Cuota-Obrero-Emp PIC 9(7)V99.
           01 WS-Total-Cuota-Patron PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-Cuota-Obrero PIC 9(9)V99 VALUE ZERO.

           01 WS-Resumen-Status PIC XX.
           01 WS-Fin-Resumen PIC X.
           01 WS-Fin-Lectura-Orden PIC X.
           01 WS-Mes-Proceso PIC X(6).
           01 WS-Quincena-Proceso PIC 9.
           01 WS-Horas-Hallado PIC X.
           01 WS-Horas-Orden-Status PIC XX.
           01 WS-Horas-Actual.
               05 WS-Hor-Id PIC X(6).
               05 WS-Hor-Normales PIC 9(3)V99.
               05 WS-Hor-Extra PIC 9(3)V99.
               05 WS-Hor-Domingos PIC 99.
               05 WS-Hor-Feriados PIC 99.

      * Tiempo extra autorizado: las horas extra de cada dia del
      * periodo, las autorizaciones previas de esos dias y las
      * horas no autorizadas que esperan revision o pago tardio.
           01 WS-Horas-Extra-Aut-Status PIC XX.
           01 WS-Horas-Extra-Detalle-Status PIC XX.
           01 WS-Horas-Extra-Pend-Status PIC XX.
           01 WS-Fin-Extra PIC X.
           01 WS-Total-Hxd PIC 9(4) VALUE ZERO.
           01 WS-Indice-Hxd PIC 9(4).
           01 WS-Tabla-Hxd.
               05 WS-Hxd-Item OCCURS 3000 TIMES.
                   10 WS-Hxd-Id PIC X(6).
                   10 WS-Hxd-Fecha PIC X(8).
                   10 WS-Hxd-Horas PIC 9(3)V99.
           01 WS-Total-Hxa PIC 9(4) VALUE ZERO.
           01 WS-Indice-Hxa PIC 9(4).
           01 WS-Tabla-Hxa.
               05 WS-Hxa-Item OCCURS 3000 TIMES.
                   10 WS-Hxa-Id PIC X(6).
                   10 WS-Hxa-Fecha PIC X(8).
                   10 WS-Hxa-Horas PIC 99V99.
           01 WS-Total-Hxp PIC 9(4) VALUE ZERO.
           01 WS-Indice-Hxp PIC 9(4).
           01 WS-Tabla-Hxp.
               05 WS-Hxp-Item OCCURS 3000 TIMES PIC X(42).
           01 WS-Hxd-Hallado PIC X.
           01 WS-Hxp-Hallado PIC X.
           01 WS-Hxp-Historico-Status PIC XX.
           01 WS-Hxp-Archivar PIC X.
           01 WS-Total-Hxp-Archivados PIC 9(5) VALUE ZERO.
           01 WS-Hxp-Corte.
               05 WS-Hxp-Corte-Anio PIC 9(4).
               05 WS-Hxp-Corte-Mes PIC 99.
           01 WS-Hxa-Maximo PIC 99V99.
           01 WS-Extra-Pagable-Emp PIC 9(3)V99.
           01 WS-Extra-Sin-Aut-Emp PIC 9(3)V99.
           01 WS-Extra-Tardia-Emp PIC 9(3)V99.
           01 WS-Extra-Excedente PIC 9(3)V99.
           01 WS-Total-Extra-Sin-Aut PIC 9(7)V99 VALUE ZERO.
           01 WS-Total-Extra-Tardia PIC 9(7)V99 VALUE ZERO.
           01 WS-Linea-Extra.
               05 FILLER PIC X(22) VALUE "  HORAS EXTRA PAGADAS ".
               05 WS-LX-Pagadas PIC ZZ9.99.
               05 FILLER PIC X(16) VALUE "  SIN AUTORIZAR ".
               05 WS-LX-Sin-Aut PIC ZZ9.99.
               05 FILLER PIC X(18) VALUE "  APROBADAS TARDE ".
               05 WS-LX-Tardias PIC ZZ9.99.

           01 WS-Horas-Quincena PIC 9(3)V99 VALUE 120.
           01 WS-Tope-Extra-Doble PIC 9(3)V99 VALUE 18.
           01 WS-Horas-Semana PIC 9(3)V99 VALUE 48.
           01 WS-Tope-Extra-Semanal PIC 9(3)V99 VALUE 9.
           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
                   "APORTACION PATRONAL A PRESTACIONES: ".
               05 WS-Total-Linea-Aporte PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Cuotas-Imss.
               05 FILLER PIC X(27) VALUE
                   "CUOTAS IMSS:  PATRONALES   ".
               05 WS-Total-Linea-Imss-Patron PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE "  OBRERAS  ".
               05 WS-Total-Linea-Imss-Obrero PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Patron-Registro.
               05 FILLER PIC X(7) VALUE "PATRON ".
               05 WS-LNP-Clave PIC X(3).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LNP-Nombre PIC X(30).
               05 FILLER PIC X(6) VALUE " REG. ".
               05 WS-LNP-Registro PIC X(11).
               05 FILLER PIC X(11) VALUE " EMPLEADOS ".
               05 WS-LNP-Procesados PIC ZZZZZ9.

           01 WS-Linea-Patron-Importes.
               05 FILLER PIC X(24) VALUE "  BRUTO/DEDUC./NETO:    ".
               05 WS-LNP-Bruto PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LNP-Deducido PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LNP-Neto PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Patron-Imss.
               05 FILLER PIC X(27) VALUE
                   "  CUOTAS IMSS: PATRONALES  ".
               05 WS-LNP-Imss-Patron PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X(11) VALUE "  OBRERAS  ".
               05 WS-LNP-Imss-Obrero PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Total.
               05 FILLER PIC X(24) VALUE "TOTALES DEL PERIODO:    ".
               05 WS-Total-Linea-Bruto PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Empieza-Programa.
           MOVE "N" TO WS-Capacidad-Excedida.
           MOVE SPACE TO WS-Ultima-Excedida.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Determinar-Grupo-Pago.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Verificar-Periodo-Nomina.
           IF WS-Periodo-Error = "S" OR WS-Capacidad-Excedida = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-Periodo-Bloqueado = "S"
               DISPLAY "Nada que calcular para este periodo; la "
                   "corrida termina sin error."
           ELSE
               PERFORM Inicializar-Catalogos
               PERFORM Leer-Parametros-Nomina
               PERFORM Cargar-Tabla-Deducciones
               PERFORM Cargar-Tabla-Isr
               PERFORM Cargar-Ramos-Imss
               PERFORM Cargar-Prima-Riesgo
               PERFORM Cargar-Resumen-Horas
               PERFORM Cargar-Extra-Autorizada
               PERFORM Cargar-Tabla-Prestamos
               PERFORM Cargar-Tabla-Viaticos
               PERFORM Cargar-Comisiones
               PERFORM Cargar-Ajustes-Anuales
               PERFORM Cargar-Retroactivos
               PERFORM Cargar-Incapacidades
               PERFORM Cargar-Suspensiones
               PERFORM Cargar-Afiliados
               PERFORM Cargar-Vacaciones-Aprobadas
               PERFORM Cargar-Tardanzas
               PERFORM Cargar-Centros-Costo
               PERFORM Cargar-Distribucion-Costos
               PERFORM Cargar-Beneficios
               PERFORM Cargar-Conceptos
               PERFORM Cargar-Grupos-Pago
               IF WS-Capacidad-Excedida = "N"
                   PERFORM Apertura-archivos
                   PERFORM Escribir-Encabezado-Registro
                   PERFORM Procesar-Empleados
               END-IF
               IF WS-Capacidad-Excedida = "N"
                   PERFORM Escribir-Totales-Registro
                   PERFORM Generar-Poliza
               END-IF
               IF WS-Capacidad-Excedida = "S"
                   PERFORM Detener-Por-Capacidad
               ELSE
                   PERFORM Cierre-archivos
                   PERFORM Cerrar-Archivos-Ordenados
                   PERFORM Guardar-Prestamos
                   PERFORM Guardar-Viaticos
                   PERFORM Guardar-Comisiones
                   PERFORM Guardar-Ajustes-Anuales
                   PERFORM Guardar-Extra-Pendientes
                   PERFORM Marcar-Periodo-Calculado
                   PERFORM Mostrar-Resumen
               END-IF
           END-IF
           END-IF.
           Program-Done.
            GOBACK.

      * Las horas base de la quincena y el tope de extras al doble
      * vienen del catalogo central de parametros; la corrida
      * semanal usa sus propios valores (48 horas y 9 extra al
      * doble por semana, LFT art. 66).
           Leer-Parametros-Nomina.
               MOVE "HORAS-QUINCENA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Tope-Extra-Doble
               END-IF.
               MOVE "HORAS-SEMANA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Horas-Semana
               END-IF.
               MOVE "EXTRA-TOPE-SEMANAL" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Tope-Extra-Semanal
               END-IF.
               IF WS-Corrida-Semanal
                   MOVE WS-Horas-Semana TO WS-Horas-Quincena
                   MOVE WS-Tope-Extra-Semanal TO WS-Tope-Extra-Doble
               END-IF.
               MOVE "UMA-DIARIA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Uma-Diaria
               END-IF.
               COMPUTE WS-Tope-Sbc = WS-Uma-Diaria * WS-Tope-Sbc-Umas.
               MOVE "PRIMA-DOMINICAL" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Pct-Prima-Dominical
               END-IF.
               MOVE "VIATICO-DIAS-COMPROB" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Dias-Comprobar
               END-IF.
               MOVE "PRIMA-VACACIONAL" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Pct-Prima-Vac
               END-IF.
               MOVE "CUOTA-SINDICAL-PCT" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Pct-Cuota-Sindical
               END-IF.

      * Los catalogos que faltan se siembran antes de cargar las
      * tablas de trabajo.
           Inicializar-Catalogos.
               PERFORM Inicializar-Deducciones.
               PERFORM Inicializar-Tabla-Isr.
               PERFORM Inicializar-Ramos-Imss.

      * Solo se llega aqui con todas las tablas cargadas: hasta
      * este punto la corrida no ha tocado ningun archivo de
      * resultados de la quincena.
           Apertura-archivos.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               IF WS-Retro-Depurados > ZERO
                   PERFORM Reescribir-Retros-Pagados
               END-IF.
               PERFORM Respaldar-Recibos-Anteriores.
               PERFORM Depurar-Anual-Periodo.
               PERFORM Depurar-Detalle-Anual.
               PERFORM Depurar-Costo-Patronal.
               OPEN OUTPUT Registro-archivo.
               OPEN OUTPUT Recibos-archivo.
               OPEN OUTPUT Recibos-detalle-archivo.
               OPEN EXTEND Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status = "35"
                   OPEN OUTPUT Recibos-anual-archivo
               END-IF.
               OPEN EXTEND Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status = "35"
                   OPEN OUTPUT Detalle-anual-archivo
               END-IF.
               OPEN EXTEND Costo-patronal-archivo.
               IF WS-Costo-Patronal-Status = "35"
                   OPEN OUTPUT Costo-patronal-archivo
               END-IF.
               MOVE "S" TO WS-Archivos-Abiertos.

      * Los recibos de la quincena en curso se retiran del
      * acumulado anual (pasando por un archivo de trabajo) antes
                   PERFORM Recargar-Anual-Depurado
               END-IF.

      * El recibo que trae periodo se depura si es el periodo en
      * curso. Los anteriores (sin periodo, todos quincenales):
      * la fecha va en las posiciones 7 a 14 del trazado; mismo
      * mes y misma mitad de quincena que el periodo en curso =
      * registro a depurar.
           Clasificar-Recibo-Anual.
               MOVE "N" TO WS-Anual-Del-Periodo.
               IF recibo-anual-registro(102:7) NOT = SPACE
                   IF recibo-anual-registro(102:7)
                       = WS-Periodo-Actual-Id
                       MOVE "S" TO WS-Anual-Del-Periodo
                   END-IF
               ELSE
               IF NOT WS-Corrida-Semanal
                   AND recibo-anual-registro(7:6)
                       = WS-Periodo-Actual-Id(1:6)
                   IF (recibo-anual-registro(13:2) < "16"
                       AND WS-Periodo-Actual-Id(7:1) = "1")
                       OR (recibo-anual-registro(13:2)
                       AND WS-Periodo-Actual-Id(7:1) = "2")
                       MOVE "S" TO WS-Anual-Del-Periodo
                   END-IF
               END-IF
               END-IF.

      * El desglose anual por concepto se depura igual, pero cada
      * renglon ya trae su periodo.
           Depurar-Detalle-Anual.
               OPEN INPUT Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status NOT = "00"
                   CLOSE Detalle-anual-archivo
               ELSE
                   OPEN OUTPUT Detalle-tmp-archivo
                   MOVE "1" TO WS-Fin-Detalle-Anual
                   PERFORM UNTIL WS-Fin-Detalle-Anual = "0"
                       READ Detalle-anual-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Detalle-Anual
                           NOT AT END
                               IF detanual-periodo
                                   NOT = WS-Periodo-Actual-Id
                                   MOVE detanual-registro
                                       TO detalle-tmp-registro
                                   WRITE detalle-tmp-registro
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Detalle-tmp-archivo
                   CLOSE Detalle-anual-archivo
                   PERFORM Recargar-Detalle-Depurado
               END-IF.

           Recargar-Detalle-Depurado.
               OPEN INPUT Detalle-tmp-archivo.
               OPEN OUTPUT Detalle-anual-archivo.
               MOVE "1" TO WS-Fin-Detalle-Anual.
               PERFORM UNTIL WS-Fin-Detalle-Anual = "0"
                   READ Detalle-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Detalle-Anual
                       NOT AT END
                           MOVE detalle-tmp-registro
                               TO detanual-registro
                           WRITE detanual-registro
                   END-READ
               END-PERFORM.
               CLOSE Detalle-tmp-archivo.
               CLOSE Detalle-anual-archivo.

      * El costo patronal se depura igual por el periodo antes de
      * anexar la corrida nueva.
           Depurar-Costo-Patronal.
               OPEN INPUT Costo-patronal-archivo.
               IF WS-Costo-Patronal-Status NOT = "00"
                   CLOSE Costo-patronal-archivo
               ELSE
                   OPEN OUTPUT Costo-tmp-archivo
                   MOVE "1" TO WS-Fin-Costo
                   PERFORM UNTIL WS-Fin-Costo = "0"
                       READ Costo-patronal-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Costo
                           NOT AT END
                               IF costo-periodo
                                   NOT = WS-Periodo-Actual-Id
                                   MOVE costo-registro
                                       TO costo-tmp-registro
                                   WRITE costo-tmp-registro
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Costo-tmp-archivo
                   CLOSE Costo-patronal-archivo
                   PERFORM Recargar-Costo-Depurado
               END-IF.

           Recargar-Costo-Depurado.
               OPEN INPUT Costo-tmp-archivo.
               OPEN OUTPUT Costo-patronal-archivo.
               MOVE "1" TO WS-Fin-Costo.
               PERFORM UNTIL WS-Fin-Costo = "0"
                   READ Costo-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Costo
                       NOT AT END
                           MOVE costo-tmp-registro TO costo-registro
                           WRITE costo-registro
                   END-READ
               END-PERFORM.
               CLOSE Costo-tmp-archivo.
               CLOSE Costo-patronal-archivo.

           Recargar-Anual-Depurado.
               OPEN INPUT Anual-tmp-archivo.
               OPEN OUTPUT Recibos-anual-archivo.
                   IF WS-Respaldo-Ajenos > ZERO
                       PERFORM Copiar-Recibos-Ajenos
                   ELSE
                       DISPLAY "Los recibos en archivo son de este "
                           "mismo periodo; el respaldo anterior "
                           "se conserva."
                   END-IF
               END-IF.

           Clasificar-Recibo-Periodo.
               MOVE "N" TO WS-Recibo-Del-Periodo.
               IF WS-Corrida-Semanal
                   IF recibo-fecha NOT < WS-Per-Grupo-Inicio
                       AND recibo-fecha NOT > WS-Per-Grupo-Fin
                       MOVE "S" TO WS-Recibo-Del-Periodo
                   END-IF
               ELSE
               IF recibo-fecha(1:6) = WS-Periodo-Actual-Id(1:6)
                   IF (recibo-fecha(7:2) < "16"
                       AND WS-Periodo-Actual-Id(7:1) = "1")
                       AND WS-Periodo-Actual-Id(7:1) = "2")
                       MOVE "S" TO WS-Recibo-Del-Periodo
                   END-IF
               END-IF
               END-IF.

           Copiar-Recibos-Ajenos.
                       TO WS-Empleados-Filename
               END-IF.

      * La corrida semanal trabaja con su propio catalogo de
      * periodos y sus propios archivos por corrida (sufijo
      * -semanal); la poliza y los acumulados anuales son los
      * mismos para los dos grupos.
           Determinar-Grupo-Pago.
               MOVE SPACE TO WS-Grupo-Pago-Env.
               ACCEPT WS-Grupo-Pago-Env
                   FROM ENVIRONMENT "GRUPO_PAGO".
               IF WS-Grupo-Pago-Env = "S" OR WS-Grupo-Pago-Env = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "periodos-semanal.dat"
                       TO WS-Periodos-Filename
                   MOVE "nomina-registro-semanal.txt"
                       TO WS-Registro-Filename
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
                   MOVE "nomina-recibos-detalle-semanal.dat"
                       TO WS-Recibos-Detalle-Filename
                   MOVE "nomina-recibos-anterior-semanal.dat"
                       TO WS-Recibos-Ant-Filename
                   MOVE "poliza-resumen-semanal.txt"
                       TO WS-Poliza-Resumen-Filename
                   MOVE "variacion-visto-semanal.dat"
                       TO WS-Visto-Filename
               END-IF.

      * Empleados con grupo de pago asignado; quien no aparece en
      * grupos-pago.dat cobra por quincena. El archivo se ordena
      * por empleado y se recorre a la par del maestro.
           Cargar-Grupos-Pago.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Grupos-Pago
                   GIVING Grupos-orden-archivo.
               MOVE "1" TO WS-Fin-Grupos.
               OPEN INPUT Grupos-orden-archivo.
               IF WS-Grupos-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Grupos
                   MOVE HIGH-VALUES TO WS-Gru-Id
               ELSE
                   PERFORM Leer-Grupo-Orden
               END-IF.

           Liberar-Grupos-Pago.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Grupos-pago-archivo.
               IF WS-Grupos-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Grupos-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           MOVE gpago-id TO WS-Gru-Id
                           MOVE gpago-grupo TO WS-Gru-Grupo
                           MOVE WS-Grupo-Actual TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Grupos-pago-archivo.

           Leer-Grupo-Orden.
               READ Grupos-orden-archivo INTO WS-Grupo-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Grupos
                       MOVE HIGH-VALUES TO WS-Gru-Id
               END-READ.

           Determinar-Grupo-Empleado.
               MOVE "Q" TO WS-Grupo-Empleado.
               PERFORM Leer-Grupo-Orden
                   UNTIL WS-Gru-Id NOT < empleados-id.
               PERFORM UNTIL WS-Gru-Id NOT = empleados-id
                   IF WS-Gru-Grupo = "S"
                       MOVE "S" TO WS-Grupo-Empleado
                   END-IF
                   PERFORM Leer-Grupo-Orden
               END-PERFORM.

      * El ciclo nocturno publica la fecha de negocio en
      * fecha-proceso.dat; si existe, manda sobre el reloj.
           Obtener-Fecha-Proceso.
                               ADD 1 TO WS-Total-Periodos
                               MOVE periodo-registro TO
                                   WS-Periodo-Item(WS-Total-Periodos)
                           ELSE
                               MOVE "PERIODOS DE NOMINA"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.

      * La quincena 1 va del 1 al 15; la quincena 2 del 16 al fin
      * de mes. El identificador es AAAAMM mas el numero. La
      * semana (lunes a domingo) la resuelve Rutinas-periodo.
           Determinar-Periodo-Actual.
               MOVE WS-Fecha-Proceso(7:2) TO WS-Dia-Proceso.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Anio-Periodo.
               MOVE WS-Fecha-Proceso(5:2) TO WS-Mes-Periodo.
               IF WS-Corrida-Semanal
                   CALL "Rutinas-periodo" USING WS-Grupo-Pago
                       WS-Fecha-Proceso WS-Periodo-Actual-Id
                       WS-Per-Grupo-Inicio WS-Per-Grupo-Fin
               ELSE
               IF WS-Dia-Proceso < 16
                   STRING WS-Fecha-Proceso(1:6) "1"
                       DELIMITED BY SIZE
                   STRING WS-Fecha-Proceso(1:6) "2"
                       DELIMITED BY SIZE
                       INTO WS-Periodo-Actual-Id
               END-IF
               END-IF.

           Determinar-Dias-Mes-Periodo.
                   MOVE WS-Periodo-Actual-Id
                       TO WS-Per-Id(WS-Periodo-Indice)
                   MOVE "A" TO WS-Per-Estado(WS-Periodo-Indice)
                   IF WS-Corrida-Semanal
                       MOVE WS-Per-Grupo-Inicio
                           TO WS-Per-Inicio(WS-Periodo-Indice)
                       MOVE WS-Per-Grupo-Fin
                           TO WS-Per-Fin(WS-Periodo-Indice)
                   ELSE
                   IF WS-Dia-Proceso < 16
                       STRING WS-Fecha-Proceso(1:6) "01"
                           DELIMITED BY SIZE
                           DELIMITED BY SIZE
                           INTO WS-Per-Fin(WS-Periodo-Indice)
                   END-IF
                   END-IF
               ELSE
                   MOVE "PERIODOS DE NOMINA" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
                   MOVE "S" TO WS-Periodo-Bloqueado
                   MOVE "S" TO WS-Periodo-Error
               END-IF.
               CLOSE Registro-archivo.
               CLOSE Recibos-archivo.
               CLOSE Recibos-anual-archivo.
               CLOSE Recibos-detalle-archivo.
               CLOSE Detalle-anual-archivo.
               CLOSE Costo-patronal-archivo.

           Cerrar-Archivos-Ordenados.
               CLOSE Horas-orden-archivo.
               CLOSE Incap-orden-archivo.
               CLOSE Inscr-orden-archivo.
               CLOSE Grupos-orden-archivo.
               CLOSE Dist-orden-archivo.

      * Una tabla de trabajo que no alcanza detiene la corrida sin
      * guardar prestamos, viaticos, comisiones, ajustes ni extras
      * pendientes. Si fallo una carga no se toco nada y el periodo
      * sigue como estaba. Si fallo ya en el calculo, el registro y
      * los recibos de la quincena quedaron truncados o a medias,
      * el anual, su detalle y el costo patronal solo traen parte
      * de la quincena, y puede haber asientos de retroactivos y
      * de auditoria ya escritos: el periodo vuelve a abierto y se
      * tira su visto bueno para que ningun paso posterior lo tome
      * por calculado. Al relanzar se depura y recalcula completo.
           Detener-Por-Capacidad.
               PERFORM Cerrar-Archivos-Ordenados.
               CLOSE Prestamos-orden-archivo.
               CLOSE Prestamos-nuevo-archivo.
               IF WS-Archivos-Abiertos = "S"
                   PERFORM Cierre-archivos
                   PERFORM Invalidar-Visto-Periodo
                   MOVE "A" TO WS-Per-Estado(WS-Periodo-Indice)
                   PERFORM Reescribir-Periodos
                   DISPLAY "La corrida se detuvo a medio calculo; "
                       "el periodo " WS-Periodo-Actual-Id
                       " queda abierto y debe recalcularse."
               ELSE
                   DISPLAY "La corrida se detuvo sin tocar "
                       "resultados; el periodo " WS-Periodo-Actual-Id
                       " queda como estaba."
               END-IF.
               MOVE 8 TO RETURN-CODE.

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
               MOVE "Calcula-nomina" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de " DELIMITED BY SIZE
                   WS-Tabla-Excedida DELIMITED BY "  "
                   " llena; nomina detenida" DELIMITED BY SIZE
                   INTO aviso-texto
               END-STRING.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
               OPEN INPUT Deducciones-archivo.
               MOVE "N" TO WS-Fin-Deducciones.
               PERFORM UNTIL WS-Fin-Deducciones = "S"
                   READ Deducciones-archivo
                       AT END
                           MOVE "S" TO WS-Fin-Deducciones
                       NOT AT END
                           IF WS-Total-Deducciones-Tabla < 10
                               ADD 1 TO WS-Total-Deducciones-Tabla
                               MOVE WS-Total-Deducciones-Tabla
                                   TO WS-Indice-Ded
                               MOVE deduccion-codigo
                                   TO WS-Ded-Codigo(WS-Indice-Ded)
                               MOVE deduccion-descripcion TO
                                   WS-Ded-Descripcion(WS-Indice-Ded)
                               MOVE deduccion-porcentaje TO
                                   WS-Ded-Porcentaje(WS-Indice-Ded)
                           ELSE
                               MOVE "DEDUCCIONES" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Deducciones-archivo.
                   CLOSE Isr-archivo
               END-IF.

      * Los porcentajes por ramo son un archivo mantenible; si no
      * existe todavia se siembra con las cuotas de ley y una prima
      * de riesgo de trabajo de clase I.
           Inicializar-Ramos-Imss.
               OPEN INPUT Imss-ramos-archivo.
               IF WS-Imss-Ramos-Status NOT = "00"
                   CLOSE Imss-ramos-archivo
                   OPEN OUTPUT Imss-ramos-archivo
                   MOVE "EMCF" TO ramo-clave
                   MOVE "ENF. Y MAT. CUOTA FIJA" TO ramo-descripcion
                   MOVE "U" TO ramo-base
                   MOVE 20.40000 TO ramo-pct-patron
                   MOVE ZERO TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "EMEX" TO ramo-clave
                   MOVE "ENF. Y MAT. EXCEDENTE 3 UMA"
                       TO ramo-descripcion
                   MOVE "E" TO ramo-base
                   MOVE 01.10000 TO ramo-pct-patron
                   MOVE 00.40000 TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "EMPD" TO ramo-clave
                   MOVE "ENF. Y MAT. PREST. EN DINERO"
                       TO ramo-descripcion
                   MOVE "S" TO ramo-base
                   MOVE 00.70000 TO ramo-pct-patron
                   MOVE 00.25000 TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "EMGP" TO ramo-clave
                   MOVE "GASTOS MEDICOS PENSIONADOS"
                       TO ramo-descripcion
                   MOVE 01.05000 TO ramo-pct-patron
                   MOVE 00.37500 TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "INVI" TO ramo-clave
                   MOVE "INVALIDEZ Y VIDA" TO ramo-descripcion
                   MOVE 01.75000 TO ramo-pct-patron
                   MOVE 00.62500 TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "RETI" TO ramo-clave
                   MOVE "RETIRO" TO ramo-descripcion
                   MOVE 02.00000 TO ramo-pct-patron
                   MOVE ZERO TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "CEAV" TO ramo-clave
                   MOVE "CESANTIA Y VEJEZ" TO ramo-descripcion
                   MOVE 03.15000 TO ramo-pct-patron
                   MOVE 01.12500 TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "GUAR" TO ramo-clave
                   MOVE "GUARDERIAS Y PREST. SOCIALES"
                       TO ramo-descripcion
                   MOVE 01.00000 TO ramo-pct-patron
                   MOVE ZERO TO ramo-pct-obrero
                   WRITE ramo-registro
                   MOVE "RTRA" TO ramo-clave
                   MOVE "RIESGO DE TRABAJO" TO ramo-descripcion
                   MOVE 00.54355 TO ramo-pct-patron
                   MOVE ZERO TO ramo-pct-obrero
                   WRITE ramo-registro
                   CLOSE Imss-ramos-archivo
               ELSE
                   CLOSE Imss-ramos-archivo
               END-IF.

           Cargar-Ramos-Imss.
               MOVE ZERO TO WS-Total-Ramos.
               MOVE "1" TO WS-Fin-Ramos.
               OPEN INPUT Imss-ramos-archivo.
               IF WS-Imss-Ramos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Ramos
               END-IF.
               PERFORM UNTIL WS-Fin-Ramos = "0"
                   READ Imss-ramos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Ramos
                       NOT AT END
                           IF WS-Total-Ramos < 15
                               ADD 1 TO WS-Total-Ramos
                               MOVE ramo-clave
                                   TO WS-Ram-Clave(WS-Total-Ramos)
                               MOVE ramo-base
                                   TO WS-Ram-Base(WS-Total-Ramos)
                               MOVE ramo-pct-patron
                                   TO WS-Ram-Pct-Patron(WS-Total-Ramos)
                               MOVE ramo-pct-obrero
                                   TO WS-Ram-Pct-Obrero(WS-Total-Ramos)
                           ELSE
                               MOVE "RAMOS IMSS" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Imss-ramos-archivo.

      * La prima de riesgo de trabajo determinada cada anio rige
      * desde su vigencia; la de vigencia mas reciente a la fecha
      * de proceso sustituye el porcentaje patronal del ramo.
           Cargar-Prima-Riesgo.
               MOVE SPACE TO WS-Vigencia-Prima.
               MOVE "1" TO WS-Fin-Prima-Riesgo.
               OPEN INPUT Prima-riesgo-archivo.
               IF WS-Prima-Riesgo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Prima-Riesgo
               END-IF.
               PERFORM UNTIL WS-Fin-Prima-Riesgo = "0"
                   READ Prima-riesgo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Prima-Riesgo
                       NOT AT END
                           IF prima-vigencia NOT > WS-Fecha-Proceso
                               AND prima-vigencia > WS-Vigencia-Prima
                               MOVE prima-vigencia
                                   TO WS-Vigencia-Prima
                               MOVE prima-aplicada
                                   TO WS-Prima-Riesgo-Vigente
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Prima-riesgo-archivo.
               IF WS-Vigencia-Prima NOT = SPACE
                   PERFORM VARYING WS-Indice-Ramo FROM 1 BY 1
                       UNTIL WS-Indice-Ramo > WS-Total-Ramos
                       IF WS-Ram-Clave(WS-Indice-Ramo) = "RTRA"
                           MOVE WS-Prima-Riesgo-Vigente
                               TO WS-Ram-Pct-Patron(WS-Indice-Ramo)
                       END-IF
                   END-PERFORM
               END-IF.

           Cargar-Tabla-Isr.
               MOVE ZERO TO WS-Total-Isr-Tabla.
               OPEN INPUT Isr-archivo.
               MOVE "N" TO WS-Fin-Isr.
               PERFORM UNTIL WS-Fin-Isr = "S"
                   READ Isr-archivo
                       AT END
                           MOVE "S" TO WS-Fin-Isr
                       NOT AT END
                           IF WS-Total-Isr-Tabla < 15
                               PERFORM Agregar-Renglon-Isr
                           ELSE
                               MOVE "TARIFA ISR" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Isr-archivo.

           Agregar-Renglon-Isr.
               ADD 1 TO WS-Total-Isr-Tabla.
               MOVE WS-Total-Isr-Tabla TO WS-Indice-Isr.
               MOVE isr-limite-inferior TO WS-Isr-Limite(WS-Indice-Isr).
               MOVE isr-cuota-fija TO WS-Isr-Cuota(WS-Indice-Isr).
               MOVE isr-tasa TO WS-Isr-Tasa(WS-Indice-Isr).
               MOVE isr-subsidio TO WS-Isr-Subsidio(WS-Indice-Isr).
               IF WS-Corrida-Semanal
                   PERFORM Escalar-Renglon-Isr
               END-IF.

      * La tarifa del archivo es quincenal; para la corrida
      * semanal los limites, la cuota fija y el subsidio se
      * llevan a siete dias (la tasa marginal no cambia).
           Escalar-Renglon-Isr.
               COMPUTE WS-Isr-Limite(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Limite(WS-Indice-Isr) * 7 / 15.
               COMPUTE WS-Isr-Cuota(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Cuota(WS-Indice-Isr) * 7 / 15.
               COMPUTE WS-Isr-Subsidio(WS-Indice-Isr) ROUNDED =
                   WS-Isr-Subsidio(WS-Indice-Isr) * 7 / 15.

           Cargar-Extra-Autorizada.
               PERFORM Cargar-Extra-Detalle.
               PERFORM Cargar-Autorizaciones-Extra.
               PERFORM Cargar-Extra-Pendientes.

      * Extra diaria del mismo mes, quincena y semana que el
      * resumen de horas; dos checadas del mismo dia se suman.
           Cargar-Extra-Detalle.
               MOVE ZERO TO WS-Total-Hxd.
               MOVE "1" TO WS-Fin-Extra.
               OPEN INPUT Horas-extra-detalle-archivo.
               IF WS-Horas-Extra-Detalle-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Extra
               END-IF.
               PERFORM UNTIL WS-Fin-Extra = "0"
                   READ Horas-extra-detalle-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Extra
                       NOT AT END
                           IF hxdet-mes = WS-Mes-Proceso
                               AND hxdet-quincena = WS-Quincena-Proceso
                               AND (NOT WS-Corrida-Semanal
                                   OR hxdet-semana
                                   = WS-Periodo-Actual-Id(7:1))
                               PERFORM Acumular-Extra-Detalle
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-detalle-archivo.

           Acumular-Extra-Detalle.
               MOVE "N" TO WS-Hxd-Hallado.
               PERFORM VARYING WS-Indice-Hxd FROM 1 BY 1
                   UNTIL WS-Indice-Hxd > WS-Total-Hxd
                   OR WS-Hxd-Hallado = "S"
                   IF WS-Hxd-Id(WS-Indice-Hxd) = hxdet-id
                       AND WS-Hxd-Fecha(WS-Indice-Hxd) = hxdet-fecha
                       MOVE "S" TO WS-Hxd-Hallado
                       SUBTRACT 1 FROM WS-Indice-Hxd
                   END-IF
               END-PERFORM.
               IF WS-Hxd-Hallado = "S"
                   ADD hxdet-horas TO WS-Hxd-Horas(WS-Indice-Hxd)
               ELSE
               IF WS-Total-Hxd < 3000
                   ADD 1 TO WS-Total-Hxd
                   MOVE hxdet-id TO WS-Hxd-Id(WS-Total-Hxd)
                   MOVE hxdet-fecha TO WS-Hxd-Fecha(WS-Total-Hxd)
                   MOVE hxdet-horas TO WS-Hxd-Horas(WS-Total-Hxd)
               ELSE
                   MOVE "HORAS EXTRA POR DIA" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF
               END-IF.

           Cargar-Autorizaciones-Extra.
               MOVE ZERO TO WS-Total-Hxa.
               MOVE "1" TO WS-Fin-Extra.
               OPEN INPUT Horas-extra-aut-archivo.
               IF WS-Horas-Extra-Aut-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Extra
               END-IF.
               PERFORM UNTIL WS-Fin-Extra = "0"
                   READ Horas-extra-aut-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Extra
                       NOT AT END
                           IF hxaut-fecha
                               NOT < WS-Per-Inicio(WS-Periodo-Indice)
                               AND hxaut-fecha
                               NOT > WS-Per-Fin(WS-Periodo-Indice)
                               PERFORM Agregar-Autorizacion-Extra
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-aut-archivo.

           Agregar-Autorizacion-Extra.
               IF WS-Total-Hxa < 3000
                   ADD 1 TO WS-Total-Hxa
                   MOVE hxaut-id TO WS-Hxa-Id(WS-Total-Hxa)
                   MOVE hxaut-fecha TO WS-Hxa-Fecha(WS-Total-Hxa)
                   MOVE hxaut-horas-max TO WS-Hxa-Horas(WS-Total-Hxa)
               ELSE
                   MOVE "AUTORIZACIONES DE EXTRA" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.

      * En un recalculo del mismo periodo las horas que siguen en
      * espera se vuelven a generar y las aprobadas que se pagaron
      * en el se regresan a aprobadas, como los abonos a prestamos.
      * Las horas pagadas o rechazadas en un periodo de antes del
      * mes anterior ya no se recalculan: no se suben a la tabla y
      * al guardar pasan al historico.
           Cargar-Extra-Pendientes.
               MOVE ZERO TO WS-Total-Hxp.
               MOVE WS-Periodo-Actual-Id(1:6) TO WS-Hxp-Corte.
               IF WS-Hxp-Corte-Mes = 1
                   SUBTRACT 1 FROM WS-Hxp-Corte-Anio
                   MOVE 12 TO WS-Hxp-Corte-Mes
               ELSE
                   SUBTRACT 1 FROM WS-Hxp-Corte-Mes
               END-IF.
               MOVE "1" TO WS-Fin-Extra.
               OPEN INPUT Horas-extra-pend-archivo.
               IF WS-Horas-Extra-Pend-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Extra
               END-IF.
               PERFORM UNTIL WS-Fin-Extra = "0"
                   READ Horas-extra-pend-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Extra
                       NOT AT END
                           PERFORM Clasificar-Extra-Pendiente
                           IF hxpen-pagada
                               AND hxpen-periodo-pago
                                   = WS-Periodo-Actual-Id
                               MOVE "A" TO hxpen-estado
                               MOVE SPACE TO hxpen-periodo-pago
                           END-IF
                           IF WS-Hxp-Archivar = "S"
                               CONTINUE
                           ELSE
                           IF hxpen-en-espera
                               AND hxpen-periodo = WS-Periodo-Actual-Id
                               CONTINUE
                           ELSE
                           IF WS-Total-Hxp < 3000
                               ADD 1 TO WS-Total-Hxp
                               MOVE hxpen-registro
                                   TO WS-Hxp-Item(WS-Total-Hxp)
                           ELSE
                               MOVE "HORAS EXTRA PENDIENTES"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-pend-archivo.

           Clasificar-Extra-Pendiente.
               MOVE "N" TO WS-Hxp-Archivar.
               IF hxpen-pagada
                   AND hxpen-periodo-pago(1:6) < WS-Hxp-Corte
                   MOVE "S" TO WS-Hxp-Archivar
               END-IF.
               IF hxpen-rechazada
                   AND hxpen-periodo(1:6) < WS-Hxp-Corte
                   MOVE "S" TO WS-Hxp-Archivar
               END-IF.

      * Antes de reescribir los pendientes, los renglones que ya
      * no subieron a la tabla se agregan al historico.
           Guardar-Extra-Pendientes.
               PERFORM Archivar-Extra-Pendientes.
               OPEN OUTPUT Horas-extra-pend-archivo.
               PERFORM VARYING WS-Indice-Hxp FROM 1 BY 1
                   UNTIL WS-Indice-Hxp > WS-Total-Hxp
                   MOVE WS-Hxp-Item(WS-Indice-Hxp) TO hxpen-registro
                   WRITE hxpen-registro
               END-PERFORM.
               CLOSE Horas-extra-pend-archivo.

           Archivar-Extra-Pendientes.
               MOVE ZERO TO WS-Total-Hxp-Archivados.
               MOVE "1" TO WS-Fin-Extra.
               OPEN INPUT Horas-extra-pend-archivo.
               IF WS-Horas-Extra-Pend-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Extra
               END-IF.
               PERFORM UNTIL WS-Fin-Extra = "0"
                   READ Horas-extra-pend-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Extra
                       NOT AT END
                           PERFORM Clasificar-Extra-Pendiente
                           IF WS-Hxp-Archivar = "S"
                               PERFORM Escribir-Hxp-Historico
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Horas-extra-pend-archivo.
               IF WS-Total-Hxp-Archivados > ZERO
                   CLOSE Hxp-historico-archivo
               END-IF.

           Escribir-Hxp-Historico.
               IF WS-Total-Hxp-Archivados = ZERO
                   OPEN EXTEND Hxp-historico-archivo
                   IF WS-Hxp-Historico-Status = "35"
                       OPEN OUTPUT Hxp-historico-archivo
                   END-IF
               END-IF.
               ADD 1 TO WS-Total-Hxp-Archivados.
               WRITE hxp-historico-registro FROM hxpen-registro.

      * Resumen de asistencia de la quincena que se esta pagando,
      * tal como lo dejo Importa-checadas (un renglon por quincena
      * por empleado); los empleados sin resumen (sitios sin reloj
      * checador) se pagan con salario plano. Los renglones del
      * grupo semanal llevan quincena cero y la letra de la
      * semana, con el mes del domingo que la cierra.
           Cargar-Resumen-Horas.
               MOVE WS-Fecha-Proceso(1:6) TO WS-Mes-Proceso.
               IF WS-Dia-Proceso < 16
               ELSE
                   MOVE 2 TO WS-Quincena-Proceso
               END-IF.
               IF WS-Corrida-Semanal
                   MOVE WS-Periodo-Actual-Id(1:6) TO WS-Mes-Proceso
                   MOVE ZERO TO WS-Quincena-Proceso
               END-IF.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Resumen-Horas
                   GIVING Horas-orden-archivo.
               MOVE "1" TO WS-Fin-Resumen.
               OPEN INPUT Horas-orden-archivo.
               IF WS-Horas-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Resumen
                   MOVE HIGH-VALUES TO WS-Hor-Id
               ELSE
                   PERFORM Leer-Horas-Orden
               END-IF.

      * Al ordenamiento solo pasan los renglones del periodo que
      * se paga, ya en la forma en que se consultan.
           Liberar-Resumen-Horas.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Resumen-horas-archivo.
               IF WS-Resumen-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Resumen-horas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           IF resumen-mes = WS-Mes-Proceso
                               AND resumen-quincena NUMERIC
                               AND resumen-quincena
                                   = WS-Quincena-Proceso
                               AND (NOT WS-Corrida-Semanal
                                   OR resumen-semana
                                   = WS-Periodo-Actual-Id(7:1))
                               MOVE resumen-id TO WS-Hor-Id
                               MOVE resumen-horas TO WS-Hor-Normales
                               MOVE resumen-extra TO WS-Hor-Extra
                               MOVE ZERO TO WS-Hor-Domingos
                               MOVE ZERO TO WS-Hor-Feriados
                               IF resumen-domingos NUMERIC
                                   MOVE resumen-domingos
                                       TO WS-Hor-Domingos
                               END-IF
                               IF resumen-feriados NUMERIC
                                   MOVE resumen-feriados
                                       TO WS-Hor-Feriados
                               END-IF
                               MOVE WS-Horas-Actual TO orden-registro
                               RELEASE orden-registro
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Resumen-horas-archivo.

           Leer-Horas-Orden.
               READ Horas-orden-archivo INTO WS-Horas-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Resumen
                       MOVE HIGH-VALUES TO WS-Hor-Id
               END-READ.

           Escribir-Encabezado-Registro.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                       MOVE info-sitio TO WS-Encab-Sitio
                       MOVE WS-Linea-Encabezado-1 TO registro-linea
                       WRITE registro-linea
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
               MOVE WS-Fecha-Proceso TO WS-Encab-Fecha.
               MOVE WS-Linea-Encabezado-2 TO registro-linea.
               WRITE registro-linea.
                   PERFORM Lee-siguiente-registro
                   PERFORM Saltar-Si-Encabezado
                   PERFORM UNTIL Fin-del-Archivo = "0"
                       OR WS-Capacidad-Excedida = "S"
                       PERFORM Calcular-Empleado-Actual
                       PERFORM Lee-siguiente-registro
                   END-PERFORM
           END-IF.

      * El salario del maestro es mensual; el periodo de pago es
      * quincenal, por eso el bruto del periodo es la mitad (en el
      * grupo semanal, siete dias de salario). Cada corrida paga
      * solo a los empleados de su grupo de pago.
           Calcular-Empleado-Actual.
               PERFORM Determinar-Grupo-Empleado.
               IF WS-Grupo-Empleado NOT = WS-Grupo-Pago
                   ADD 1 TO WS-Total-Otro-Grupo
               ELSE
               MOVE "N" TO WS-Licencia-Completa
               MOVE ZERO TO WS-Dias-Lic-Emp
               IF empleados-activo AND NOT empleados-temporal
                   PERFORM Determinar-Dias-Licencia
               END-IF
               IF WS-Licencia-Completa = "S"
                   ADD 1 TO WS-Total-En-Licencia
               ELSE
               IF empleados-activo AND NOT empleados-temporal
                   MOVE ZERO TO WS-Total-Conc-Emp
                   PERFORM Determinar-Patron-Empleado
                   PERFORM Determinar-Bruto-Periodo
                   PERFORM Descontar-Retardos
                   PERFORM Aplicar-Retroactivo
                   PERFORM Aplicar-Prima-Vacacional
                   PERFORM Aplicar-Comisiones
                   PERFORM Registrar-Percepciones-Emp
                   PERFORM Calcular-Cuotas-Imss
                   MOVE ZERO TO WS-Deducciones-Empleado
                   MOVE ZERO TO WS-Conceptos-Empleado
                   PERFORM Aplicar-Deducciones
                   PERFORM Aplicar-Beneficios
                   PERFORM Aplicar-Cuota-Sindical
                   PERFORM Aplicar-Prestamos
                   PERFORM Aplicar-Viaticos
                   PERFORM Aplicar-Ajuste-Anual
                   IF WS-Deducciones-Empleado > WS-Bruto-Periodo
                       DISPLAY "AVISO: deducciones mayores al bruto "
                           "para el ID " empleados-id ". Se limitan."
                       MOVE WS-Bruto-Periodo
                           TO WS-Deducciones-Empleado
                       PERFORM Recortar-Deducciones-Emp
                   END-IF
                   COMPUTE WS-Neto-Empleado =
                       WS-Bruto-Periodo - WS-Deducciones-Empleado
                   PERFORM Acumular-Poliza-Empleado
                   PERFORM Escribir-Detalle-Registro
                   PERFORM Escribir-Linea-Retardos
                   PERFORM Escribir-Linea-Extra
                   PERFORM Escribir-Linea-Retro
                   PERFORM Escribir-Lineas-Prestamo
                   PERFORM Escribir-Recibo
                   PERFORM Escribir-Detalle-Conceptos
                   ADD 1 TO WS-Total-Procesados
                   ADD WS-Bruto-Periodo TO WS-Total-Bruto
                   ADD WS-Deducciones-Empleado TO WS-Total-Deducido
                   ADD WS-Neto-Empleado TO WS-Total-Neto
                   PERFORM Acumular-Totales-Patron
               ELSE
                   ADD 1 TO WS-Total-Omitidos
               END-IF
               END-IF
               END-IF.

      * Cada empleado pertenece a un patron (razon social); los que
      * no tienen asignacion son del principal. La tabla guarda un
      * renglon por patron con sus totales del registro.
           Determinar-Patron-Empleado.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE empleados-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE WS-Pat-Clave TO WS-NP-Clave-Buscada.
               PERFORM Buscar-Patron-Nomina.
               IF WS-NP-Hallado = "N"
                   AND WS-Total-Nom-Patrones NOT < 50
                   MOVE "PATRONES" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-NP-Hallado = "N"
                   AND WS-Total-Nom-Patrones < 50
                   ADD 1 TO WS-Total-Nom-Patrones
                   MOVE WS-Total-Nom-Patrones TO WS-Indice-NP
                   MOVE WS-Pat-Clave TO WS-NP-Clave(WS-Indice-NP)
                   MOVE WS-Pat-Razon-Social
                       TO WS-NP-Nombre(WS-Indice-NP)
                   MOVE WS-Pat-Registro-Patronal
                       TO WS-NP-Registro(WS-Indice-NP)
                   MOVE ZERO TO WS-NP-Procesados(WS-Indice-NP)
                       WS-NP-Bruto(WS-Indice-NP)
                       WS-NP-Deducido(WS-Indice-NP)
                       WS-NP-Neto(WS-Indice-NP)
                       WS-NP-Imss-Patron(WS-Indice-NP)
                       WS-NP-Imss-Obrero(WS-Indice-NP)
                       WS-NP-Cargos(WS-Indice-NP)
                       WS-NP-Abonos(WS-Indice-NP)
                   MOVE "S" TO WS-NP-Hallado
               END-IF.

           Buscar-Patron-Nomina.
               MOVE "N" TO WS-NP-Hallado.
               PERFORM VARYING WS-Indice-NP FROM 1 BY 1
                   UNTIL WS-Indice-NP > WS-Total-Nom-Patrones
                   OR WS-NP-Hallado = "S"
                   IF WS-NP-Clave(WS-Indice-NP) = WS-NP-Clave-Buscada
                       MOVE "S" TO WS-NP-Hallado
                       SUBTRACT 1 FROM WS-Indice-NP
                   END-IF
               END-PERFORM.

           Acumular-Totales-Patron.
               MOVE WS-Pat-Clave TO WS-NP-Clave-Buscada.
               PERFORM Buscar-Patron-Nomina.
               IF WS-NP-Hallado = "S"
                   ADD 1 TO WS-NP-Procesados(WS-Indice-NP)
                   ADD WS-Bruto-Periodo TO WS-NP-Bruto(WS-Indice-NP)
                   ADD WS-Deducciones-Empleado
                       TO WS-NP-Deducido(WS-Indice-NP)
                   ADD WS-Neto-Empleado TO WS-NP-Neto(WS-Indice-NP)
                   ADD WS-Cuota-Patron-Emp
                       TO WS-NP-Imss-Patron(WS-Indice-NP)
                   ADD WS-Cuota-Obrero-Emp
                       TO WS-NP-Imss-Obrero(WS-Indice-NP)
               END-IF.

      * Con resumen de asistencia de la quincena, el bruto sale de
      * las horas reales del periodo pagado: las normales a tarifa
      * simple (las faltantes sin justificar se descuentan solas
      * al no pagarse), las primeras 18 extra de la quincena (9
      * de la semana) al doble y el resto al triple, como marca
      * la ley.
           Determinar-Bruto-Periodo.
               MOVE ZERO TO WS-Horas-Base-Detalle.
               MOVE ZERO TO WS-Monto-Hex2.
               MOVE ZERO TO WS-Monto-Hex3.
               MOVE ZERO TO WS-Monto-Pdom.
               MOVE ZERO TO WS-Monto-Feriado.
               MOVE ZERO TO WS-Extra-Pagable-Emp.
               MOVE ZERO TO WS-Extra-Sin-Aut-Emp.
               MOVE ZERO TO WS-Extra-Tardia-Emp.
               PERFORM Buscar-Resumen-Empleado.
               IF WS-Horas-Hallado = "S"
                   COMPUTE WS-Salario-Hora ROUNDED =
                       empleados-salario / 240
                   MOVE WS-Hor-Normales
                       TO WS-Horas-Normales
                   MOVE WS-Hor-Extra
                       TO WS-Horas-Extra
                   PERFORM Autorizar-Horas-Extra
                   IF WS-Horas-Normales > WS-Horas-Quincena
                       MOVE WS-Horas-Quincena TO WS-Horas-Normales
                   END-IF
                       WS-Horas-Normales * WS-Salario-Hora
                       + WS-Horas-Dobles * WS-Salario-Hora * 2
                       + WS-Horas-Triples * WS-Salario-Hora * 3
                   COMPUTE WS-Monto-Hex2 ROUNDED =
                       WS-Horas-Dobles * WS-Salario-Hora * 2
                   COMPUTE WS-Monto-Hex3 ROUNDED =
                       WS-Horas-Triples * WS-Salario-Hora * 3
                   COMPUTE WS-Horas-Base-Detalle =
                       WS-Horas-Normales + WS-Horas-Extra
                   PERFORM Calcular-Domingos-Feriados
               ELSE
                   IF WS-Corrida-Semanal
                       COMPUTE WS-Bruto-Periodo ROUNDED =
                           empleados-salario / 30 * 7
                   ELSE
                       COMPUTE WS-Bruto-Periodo ROUNDED =
                           empleados-salario / 2
                   END-IF
                   PERFORM Descontar-Incapacidades
                   PERFORM Descontar-Suspensiones
                   PERFORM Descontar-Licencias
               END-IF.

      * Domingo trabajado: prima dominical sobre el salario diario
      * (LFT art. 71). Feriado oficial trabajado: salario doble
      * ademas del dia ya pagado con las horas (LFT art. 75).
           Calcular-Domingos-Feriados.
               COMPUTE WS-Salario-Diario-Emp ROUNDED =
                   empleados-salario / 30.
               COMPUTE WS-Monto-Pdom ROUNDED =
                   WS-Salario-Diario-Emp
                   * WS-Hor-Domingos
                   * WS-Pct-Prima-Dominical / 100.
               COMPUTE WS-Monto-Feriado ROUNDED =
                   WS-Salario-Diario-Emp * 2
                   * WS-Hor-Feriados.
               ADD WS-Monto-Pdom TO WS-Bruto-Periodo.
               ADD WS-Monto-Feriado TO WS-Bruto-Periodo.
               ADD WS-Monto-Pdom TO WS-Total-Prima-Dominical.
               ADD WS-Monto-Feriado TO WS-Total-Pago-Feriados.

      * El resumen ordenado avanza a la par del maestro: lo que
      * queda atras pertenece a empleados que ya pasaron.
           Buscar-Resumen-Empleado.
               MOVE "N" TO WS-Horas-Hallado.
               PERFORM Leer-Horas-Orden
                   UNTIL WS-Hor-Id NOT < empleados-id.
               IF WS-Hor-Id = empleados-id
                   MOVE "S" TO WS-Horas-Hallado
               END-IF.

      * Solo son retroactivos los cambios de salario APLICADOS
      * despues de la quincena de su fecha efectiva: un aumento
               CLOSE Cambios-archivo.

      * Los asientos de la quincena en curso se descartan (y el
      * libro se reescribe sin ellos al abrir los archivos de la
      * corrida): asi el recalculo de la misma quincena vuelve a
      * incluir su retro en el recibo y lo re-asienta, mientras
      * que las quincenas ya pagadas siguen contando como
      * cubiertas.
           Cargar-Retros-Pagados.
               MOVE ZERO TO WS-Total-Retro-Pag.
               MOVE ZERO TO WS-Retro-Depurados.
                                   WS-RPag-Monto(WS-Total-Retro-Pag)
                               MOVE retro-pag-periodo TO
                                   WS-RPag-Periodo(WS-Total-Retro-Pag)
                           ELSE
                               MOVE "RETROACTIVOS PAGADOS"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Retro-pagados-archivo.

           Reescribir-Retros-Pagados.
               OPEN OUTPUT Retro-pagados-archivo.
                       (FUNCTION NUMVAL(cambio-valor-nuevo)
                       - FUNCTION NUMVAL(cambio-valor-anterior))
                       / 2
                   IF WS-Quincenas-Retro > ZERO
                       AND WS-Diferencia-Quincenal > ZERO
                       AND WS-Total-Retros NOT < 100
                       MOVE "RETROACTIVOS" TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
                   IF WS-Quincenas-Retro > ZERO
                       AND WS-Diferencia-Quincenal > ZERO
                       AND WS-Total-Retros < 100
               END-IF.

           Cargar-Incapacidades.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Incapacidades
                   GIVING Incap-orden-archivo.
               MOVE "1" TO WS-Fin-Incap.
               OPEN INPUT Incap-orden-archivo.
               IF WS-Incap-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Incap
                   MOVE HIGH-VALUES TO WS-Inc-Id
               ELSE
                   PERFORM Leer-Incap-Orden
               END-IF.

           Liberar-Incapacidades.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Incapacidades-archivo.
               IF WS-Incapacidades-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Incapacidades-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           IF incap-fecha-inicio NUMERIC
                               MOVE incap-id TO WS-Inc-Id
                               MOVE incap-tipo TO WS-Inc-Tipo
                               MOVE incap-fecha-inicio
                                   TO WS-Inc-Inicio
                               MOVE incap-dias TO WS-Inc-Dias
                               MOVE WS-Incap-Actual TO orden-registro
                               RELEASE orden-registro
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Incapacidades-archivo.

           Leer-Incap-Orden.
               READ Incap-orden-archivo INTO WS-Incap-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Incap
                       MOVE HIGH-VALUES TO WS-Inc-Id
               END-READ.

      * Dias subsidiados por el IMSS dentro de la quincena: no se
      * pagan por nomina. En enfermedad general el patron cubre
      * los primeros tres dias del certificado; riesgo de trabajo
      * trabajados ya quedaron fuera de las horas pagadas.
           Descontar-Incapacidades.
               MOVE ZERO TO WS-Dias-Subs-Emp.
               PERFORM Leer-Incap-Orden
                   UNTIL WS-Inc-Id NOT < empleados-id.
               PERFORM UNTIL WS-Inc-Id NOT = empleados-id
                   PERFORM Evaluar-Incapacidad-Actual
                   PERFORM Leer-Incap-Orden
               END-PERFORM.
               IF WS-Dias-Subs-Emp > ZERO
                   COMPUTE WS-Descuento-Incap ROUNDED =
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Per-Inicio(WS-Periodo-Indice)
                   TO WS-Fec-Fecha-1.
               MOVE WS-Inc-Inicio TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               COMPUTE WS-Inc-Hasta =
                   WS-Dias-Periodo - 1 - WS-Inc-Desplaza.
               IF WS-Inc-Hasta >
                   (WS-Inc-Dias - 1)
                   COMPUTE WS-Inc-Hasta =
                       WS-Inc-Dias - 1
               END-IF.
               MOVE WS-Inc-Desde TO WS-Inc-Subs-Desde.
               IF WS-Inc-Tipo = "G"
                   AND WS-Inc-Subs-Desde < 3
                   MOVE 3 TO WS-Inc-Subs-Desde
               END-IF.
                       WS-Inc-Hasta - WS-Inc-Subs-Desde + 1
               END-IF.

      * Suspensiones del registro disciplinario: los dias que
      * caen dentro del periodo son sin goce de sueldo. Igual que
      * las incapacidades, solo se descuentan en el pago con
      * salario plano.
           Cargar-Suspensiones.
               MOVE ZERO TO WS-Total-Susp.
               MOVE "1" TO WS-Fin-Actas.
               OPEN INPUT Actas-archivo.
               IF WS-Actas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Actas
               END-IF.
               PERFORM UNTIL WS-Fin-Actas = "0"
                   READ Actas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Actas
                       NOT AT END
                           IF acta-suspension
                               AND acta-fecha NUMERIC
                               AND acta-dias-suspension > ZERO
                               IF WS-Total-Susp < 300
                                   ADD 1 TO WS-Total-Susp
                                   MOVE acta-id
                                       TO WS-Sus-Id(WS-Total-Susp)
                                   MOVE acta-fecha
                                       TO WS-Sus-Inicio(WS-Total-Susp)
                                   MOVE acta-dias-suspension
                                       TO WS-Sus-Dias(WS-Total-Susp)
                               ELSE
                                   MOVE "SUSPENSIONES"
                                       TO WS-Tabla-Excedida
                                   PERFORM Tabla-Excedida
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Actas-archivo.

           Descontar-Suspensiones.
               MOVE ZERO TO WS-Dias-Susp-Emp.
               PERFORM VARYING WS-Indice-Susp FROM 1 BY 1
                   UNTIL WS-Indice-Susp > WS-Total-Susp
                   IF WS-Sus-Id(WS-Indice-Susp) = empleados-id
                       PERFORM Evaluar-Suspension-Actual
                   END-IF
               END-PERFORM.
               IF WS-Dias-Susp-Emp > ZERO
                   COMPUTE WS-Descuento-Susp ROUNDED =
                       empleados-salario / 30 * WS-Dias-Susp-Emp
                   IF WS-Descuento-Susp > WS-Bruto-Periodo
                       MOVE WS-Bruto-Periodo
                           TO WS-Descuento-Susp
                   END-IF
                   SUBTRACT WS-Descuento-Susp
                       FROM WS-Bruto-Periodo
                   ADD WS-Dias-Susp-Emp TO WS-Total-Dias-Susp
               END-IF.

      * Traslape de los dias de la suspension con el periodo, en
      * indices de dia de la suspension (el dia cero es el primero).
           Evaluar-Suspension-Actual.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Per-Inicio(WS-Periodo-Indice)
                   TO WS-Fec-Fecha-1.
               MOVE WS-Sus-Inicio(WS-Indice-Susp) TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Fec-Resultado TO WS-Sus-Desplaza
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Per-Inicio(WS-Periodo-Indice)
                       TO WS-Fec-Fecha-1
                   MOVE WS-Per-Fin(WS-Periodo-Indice)
                       TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   COMPUTE WS-Dias-Periodo = WS-Fec-Resultado + 1
                   COMPUTE WS-Sus-Desde = ZERO - WS-Sus-Desplaza
                   IF WS-Sus-Desde < ZERO
                       MOVE ZERO TO WS-Sus-Desde
                   END-IF
                   COMPUTE WS-Sus-Hasta =
                       WS-Dias-Periodo - 1 - WS-Sus-Desplaza
                   IF WS-Sus-Hasta >
                       (WS-Sus-Dias(WS-Indice-Susp) - 1)
                       COMPUTE WS-Sus-Hasta =
                           WS-Sus-Dias(WS-Indice-Susp) - 1
                   END-IF
                   IF WS-Sus-Hasta >= WS-Sus-Desde
                       COMPUTE WS-Dias-Susp-Emp = WS-Dias-Susp-Emp
                           + WS-Sus-Hasta - WS-Sus-Desde + 1
                   END-IF
               END-IF.

      * Licencias sin goce: el empleado que pasa todo el periodo
      * de licencia no entra a la nomina; si la licencia cubre
      * solo parte del periodo se descuentan esos dias en el pago
      * con salario plano y no se cotizan ante el IMSS.
           Determinar-Dias-Licencia.
               MOVE "D" TO WS-Lic-Funcion.
               MOVE WS-Per-Inicio(WS-Periodo-Indice) TO WS-Lic-Fecha-1.
               MOVE WS-Per-Fin(WS-Periodo-Indice) TO WS-Lic-Fecha-2.
               CALL "Rutinas-licencia" USING WS-Lic-Funcion
                   empleados-id WS-Lic-Fecha-1 WS-Lic-Fecha-2
                   WS-Lic-Dias WS-Lic-En-Licencia.
               IF WS-Lic-Dias > ZERO
                   MOVE WS-Lic-Dias TO WS-Dias-Lic-Emp
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Lic-Fecha-1 TO WS-Fec-Fecha-1
                   MOVE WS-Lic-Fecha-2 TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       AND WS-Lic-Dias > WS-Fec-Resultado
                       MOVE "S" TO WS-Licencia-Completa
                   END-IF
               END-IF.

           Descontar-Licencias.
               IF WS-Dias-Lic-Emp > ZERO
                   COMPUTE WS-Descuento-Lic ROUNDED =
                       empleados-salario / 30 * WS-Dias-Lic-Emp
                   IF WS-Descuento-Lic > WS-Bruto-Periodo
                       MOVE WS-Bruto-Periodo
                           TO WS-Descuento-Lic
                   END-IF
                   SUBTRACT WS-Descuento-Lic
                       FROM WS-Bruto-Periodo
                   ADD WS-Dias-Lic-Emp TO WS-Total-Dias-Lic
               END-IF.

      * Padron sindical: solo los afiliados vigentes a la fecha
      * de proceso pagan cuota en el periodo.
           Cargar-Afiliados.
               MOVE ZERO TO WS-Total-Afiliados.
               MOVE "1" TO WS-Fin-Sindicato.
               OPEN INPUT Sindicato-archivo.
               IF WS-Sindicato-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Sindicato
               END-IF.
               PERFORM UNTIL WS-Fin-Sindicato = "0"
                   READ Sindicato-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Sindicato
                       NOT AT END
                           IF sind-es-afiliado
                               AND sind-fecha-alta
                                   NOT > WS-Fecha-Proceso
                               IF WS-Total-Afiliados < 3000
                                   ADD 1 TO WS-Total-Afiliados
                                   MOVE sind-id
                                       TO WS-Afil-Id(WS-Total-Afiliados)
                               ELSE
                                   MOVE "AFILIADOS AL SINDICATO"
                                       TO WS-Tabla-Excedida
                                   PERFORM Tabla-Excedida
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sindicato-archivo.

      * Vacaciones aprobadas en Revisar-vacaciones: la prima
      * vacacional se paga en la quincena que contiene los dias
      * gozados, sobre el salario diario y con el porcentaje del
      * catalogo de parametros. Una solicitud que cruza el corte
      * de quincena se paga en partes, cada parte en su periodo.
           Cargar-Vacaciones-Aprobadas.
               MOVE ZERO TO WS-Total-Vac.
               MOVE "1" TO WS-Fin-Vacaciones.
               OPEN INPUT Solicitudes-vac-archivo.
               IF WS-Solicitudes-Vac-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Vacaciones
               END-IF.
               PERFORM UNTIL WS-Fin-Vacaciones = "0"
                   READ Solicitudes-vac-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Vacaciones
                       NOT AT END
                           IF solvac-aprobada
                               AND solvac-fecha-inicio NUMERIC
                               AND solvac-dias > ZERO
                               IF WS-Total-Vac < 300
                                   ADD 1 TO WS-Total-Vac
                                   MOVE solvac-id
                                       TO WS-Vac-Id(WS-Total-Vac)
                                   MOVE solvac-fecha-inicio
                                       TO WS-Vac-Inicio(WS-Total-Vac)
                                   MOVE solvac-dias
                                       TO WS-Vac-Dias(WS-Total-Vac)
                               ELSE
                                   MOVE "VACACIONES APROBADAS"
                                       TO WS-Tabla-Excedida
                                   PERFORM Tabla-Excedida
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Solicitudes-vac-archivo.

           Aplicar-Prima-Vacacional.
               MOVE ZERO TO WS-Prima-Vac-Empleado.
               MOVE ZERO TO WS-Dias-Vac-Emp.
               PERFORM VARYING WS-Indice-Vac FROM 1 BY 1
                   UNTIL WS-Indice-Vac > WS-Total-Vac
                   IF WS-Vac-Id(WS-Indice-Vac) = empleados-id
                       PERFORM Evaluar-Vacacion-Actual
                   END-IF
               END-PERFORM.
               IF WS-Dias-Vac-Emp > ZERO
                   COMPUTE WS-Prima-Vac-Empleado ROUNDED =
                       empleados-salario / 30 * WS-Dias-Vac-Emp
                       * WS-Pct-Prima-Vac / 100
                   ADD WS-Prima-Vac-Empleado TO WS-Bruto-Periodo
                   ADD WS-Prima-Vac-Empleado TO WS-Total-Prima-Vac
               END-IF.

      * Traslape de la solicitud con la quincena, en indices de
      * dia de la solicitud (el dia cero es el primero gozado).
           Evaluar-Vacacion-Actual.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Per-Inicio(WS-Periodo-Indice)
                   TO WS-Fec-Fecha-1.
               MOVE WS-Vac-Inicio(WS-Indice-Vac) TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Fec-Resultado TO WS-Vac-Desplaza
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Per-Inicio(WS-Periodo-Indice)
                       TO WS-Fec-Fecha-1
                   MOVE WS-Per-Fin(WS-Periodo-Indice)
                       TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   COMPUTE WS-Dias-Periodo = WS-Fec-Resultado + 1
                   COMPUTE WS-Vac-Desde = ZERO - WS-Vac-Desplaza
                   IF WS-Vac-Desde < ZERO
                       MOVE ZERO TO WS-Vac-Desde
                   END-IF
                   COMPUTE WS-Vac-Hasta =
                       WS-Dias-Periodo - 1 - WS-Vac-Desplaza
                   IF WS-Vac-Hasta > (WS-Vac-Dias(WS-Indice-Vac) - 1)
                       COMPUTE WS-Vac-Hasta =
                           WS-Vac-Dias(WS-Indice-Vac) - 1
                   END-IF
                   IF WS-Vac-Hasta >= WS-Vac-Desde
                       COMPUTE WS-Dias-Vac-Periodo =
                           WS-Vac-Hasta - WS-Vac-Desde + 1
                       ADD WS-Dias-Vac-Periodo TO WS-Dias-Vac-Emp
                   END-IF
               END-IF.

      * Retardos acumulados del MES ANTERIOR desde las incidencias
      * del reloj checador: el mes en curso aun esta incompleto
      * cuando corre la nomina, asi que el descuento contractual
                       MOVE incidencia-id
                           TO WS-Tar-Id(WS-Total-Ret-Tabla)
                       MOVE 1 TO WS-Tar-Cuenta(WS-Total-Ret-Tabla)
                   ELSE
                       MOVE "RETARDOS" TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
               END-IF.

      * Descuento contractual: cada tres retardos del mes cuestan
      * un dia de salario. El mes completo se liquida en la
      * primera quincena del mes siguiente (en el grupo semanal, la
      * semana A), cuando todas sus incidencias ya existen, y solo
      * una vez.
           Descontar-Retardos.
               MOVE ZERO TO WS-Desc-Retardo-Emp.
               IF WS-Corrida-Semanal
                   IF WS-Periodo-Actual-Id(7:1) = "A"
                       PERFORM Buscar-Tardanzas-Empleado
                   END-IF
               ELSE
               IF WS-Dia-Proceso < 16
                   PERFORM Buscar-Tardanzas-Empleado
               END-IF
               END-IF.

           Buscar-Tardanzas-Empleado.
                   END-IF
               END-IF.

      * Solo se paga el tiempo extra que un supervisor autorizo
      * para ese dia, hasta el maximo autorizado; el excedente
      * queda en horas-extra-pendientes.dat para revision. Lo que
      * el supervisor aprobo tarde se suma a las extra de esta
      * nomina (al doble y al triple como las demas).
           Autorizar-Horas-Extra.
               PERFORM VARYING WS-Indice-Hxd FROM 1 BY 1
                   UNTIL WS-Indice-Hxd > WS-Total-Hxd
                   IF WS-Hxd-Id(WS-Indice-Hxd) = empleados-id
                       PERFORM Evaluar-Extra-Dia
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Hxp FROM 1 BY 1
                   UNTIL WS-Indice-Hxp > WS-Total-Hxp
                   MOVE WS-Hxp-Item(WS-Indice-Hxp) TO hxpen-registro
                   IF hxpen-id = empleados-id AND hxpen-aprobada
                       ADD hxpen-horas TO WS-Extra-Tardia-Emp
                       MOVE "X" TO hxpen-estado
                       MOVE WS-Periodo-Actual-Id TO hxpen-periodo-pago
                       MOVE hxpen-registro
                           TO WS-Hxp-Item(WS-Indice-Hxp)
                   END-IF
               END-PERFORM.
               COMPUTE WS-Horas-Extra =
                   WS-Extra-Pagable-Emp + WS-Extra-Tardia-Emp.
               ADD WS-Extra-Sin-Aut-Emp TO WS-Total-Extra-Sin-Aut.
               ADD WS-Extra-Tardia-Emp TO WS-Total-Extra-Tardia.

           Evaluar-Extra-Dia.
               MOVE ZERO TO WS-Hxa-Maximo.
               PERFORM VARYING WS-Indice-Hxa FROM 1 BY 1
                   UNTIL WS-Indice-Hxa > WS-Total-Hxa
                   IF WS-Hxa-Id(WS-Indice-Hxa) = empleados-id
                       AND WS-Hxa-Fecha(WS-Indice-Hxa)
                           = WS-Hxd-Fecha(WS-Indice-Hxd)
                       MOVE WS-Hxa-Horas(WS-Indice-Hxa)
                           TO WS-Hxa-Maximo
                   END-IF
               END-PERFORM.
               IF WS-Hxd-Horas(WS-Indice-Hxd) > WS-Hxa-Maximo
                   ADD WS-Hxa-Maximo TO WS-Extra-Pagable-Emp
                   COMPUTE WS-Extra-Excedente =
                       WS-Hxd-Horas(WS-Indice-Hxd) - WS-Hxa-Maximo
                   ADD WS-Extra-Excedente TO WS-Extra-Sin-Aut-Emp
                   PERFORM Registrar-Extra-Pendiente
               ELSE
                   ADD WS-Hxd-Horas(WS-Indice-Hxd)
                       TO WS-Extra-Pagable-Emp
               END-IF.

      * Un dia que ya fue revisado (aprobado, rechazado o pagado)
      * no vuelve a la cola aunque se recalcule la nomina.
           Registrar-Extra-Pendiente.
               MOVE "N" TO WS-Hxp-Hallado.
               PERFORM VARYING WS-Indice-Hxp FROM 1 BY 1
                   UNTIL WS-Indice-Hxp > WS-Total-Hxp
                   OR WS-Hxp-Hallado = "S"
                   MOVE WS-Hxp-Item(WS-Indice-Hxp) TO hxpen-registro
                   IF hxpen-id = empleados-id
                       AND hxpen-fecha = WS-Hxd-Fecha(WS-Indice-Hxd)
                       MOVE "S" TO WS-Hxp-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Hxp-Hallado = "N"
                   IF WS-Total-Hxp < 3000
                       MOVE SPACE TO hxpen-registro
                       MOVE empleados-id TO hxpen-id
                       MOVE WS-Hxd-Fecha(WS-Indice-Hxd) TO hxpen-fecha
                       MOVE WS-Extra-Excedente TO hxpen-horas
                       MOVE WS-Periodo-Actual-Id TO hxpen-periodo
                       MOVE "P" TO hxpen-estado
                       ADD 1 TO WS-Total-Hxp
                       MOVE hxpen-registro TO WS-Hxp-Item(WS-Total-Hxp)
                   ELSE
                       MOVE "HORAS EXTRA PENDIENTES"
                           TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
               END-IF.

           Escribir-Linea-Extra.
               IF WS-Horas-Hallado = "S"
                   AND (WS-Extra-Pagable-Emp > ZERO
                       OR WS-Extra-Sin-Aut-Emp > ZERO
                       OR WS-Extra-Tardia-Emp > ZERO)
                   MOVE WS-Extra-Pagable-Emp TO WS-LX-Pagadas
                   MOVE WS-Extra-Sin-Aut-Emp TO WS-LX-Sin-Aut
                   MOVE WS-Extra-Tardia-Emp TO WS-LX-Tardias
                   MOVE WS-Linea-Extra TO registro-linea
                   WRITE registro-linea
               END-IF.

           Escribir-Linea-Retardos.
               IF WS-Desc-Retardo-Emp > ZERO
                   MOVE WS-Tar-Cuenta(WS-Indice-Tar)
                   WRITE registro-linea
               END-IF.

      * El libro de prestamos se recorre ordenado por empleado a la
      * par del maestro; cada renglon se copia al archivo nuevo al
      * pasar y al final este sustituye a prestamos.dat, que queda
      * asi ordenado por empleado.
           Cargar-Tabla-Prestamos.
               MOVE ZERO TO WS-Total-Prestamos.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Prestamos
                   GIVING Prestamos-orden-archivo.
               MOVE "1" TO WS-Fin-Prestamos.
               OPEN INPUT Prestamos-orden-archivo.
               IF WS-Prestamos-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Prestamos
                   MOVE HIGH-VALUES TO WS-Pre-Id
               ELSE
                   PERFORM Leer-Prestamo-Orden
               END-IF.
               OPEN OUTPUT Prestamos-nuevo-archivo.

           Liberar-Prestamos.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Prestamos-archivo.
               IF WS-Prestamos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Prestamos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           ADD 1 TO WS-Total-Prestamos
                           MOVE prestamo-registro TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Prestamos-archivo.

           Leer-Prestamo-Orden.
               READ Prestamos-orden-archivo INTO WS-Prestamo-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Prestamos
                       MOVE HIGH-VALUES TO WS-Pre-Id
                   NOT AT END
                       PERFORM Revertir-Abono-Periodo
               END-READ.

           Pasar-Prestamo-Actual.
               WRITE prestamos-nuevo-registro FROM WS-Prestamo-Actual.
               PERFORM Leer-Prestamo-Orden.

      * Si el prestamo ya abono en esta misma quincena (recalculo
      * con el visto pendiente o tras una reapertura), el abono
      * anterior se regresa al saldo antes de volver a descontar;
      * los tipo P sin tope no llevan saldo que regresar.
           Revertir-Abono-Periodo.
               IF WS-Pre-Ultimo-Periodo = WS-Periodo-Actual-Id
                   IF WS-Pre-Original > ZERO
                       AND WS-Pre-Ultimo-Abono NUMERIC
                       ADD WS-Pre-Ultimo-Abono TO WS-Pre-Saldo
                       IF WS-Pre-Estado = "L" AND WS-Pre-Saldo > ZERO
                           MOVE "A" TO WS-Pre-Estado
                       END-IF
                   END-IF
                   MOVE SPACE TO WS-Pre-Ultimo-Periodo
                   MOVE ZERO TO WS-Pre-Ultimo-Abono
               END-IF.

      * Los abonos del libro de descuentos salen del neto que va
               ELSE
                   MOVE ZERO TO WS-Neto-Provisional
               END-IF.
               PERFORM Pasar-Prestamo-Actual
                   UNTIL WS-Pre-Id NOT < empleados-id.
               PERFORM UNTIL WS-Pre-Id NOT = empleados-id
                   IF WS-Pre-Estado = "A"
                       PERFORM Aplicar-Prestamo-Actual
                   END-IF
                   PERFORM Pasar-Prestamo-Actual
               END-PERFORM.

           Aplicar-Prestamo-Actual.
               IF WS-Pre-Tipo = "P"
                   COMPUTE WS-Abono-Actual ROUNDED =
                       WS-Neto-Provisional * WS-Pre-Abono / 100
               ELSE
                   MOVE WS-Pre-Abono TO WS-Abono-Actual
               END-IF.
               IF WS-Pre-Saldo > ZERO
                   AND WS-Abono-Actual > WS-Pre-Saldo
                   MOVE WS-Pre-Saldo TO WS-Abono-Actual
               END-IF.
               IF WS-Abono-Actual > WS-Neto-Provisional
                   MOVE WS-Neto-Provisional TO WS-Abono-Actual
                   MOVE "PRES" TO WS-Concepto-Codigo
                   MOVE WS-Abono-Actual TO WS-Concepto-Monto
                   PERFORM Acumular-Abono-Concepto
                   PERFORM Registrar-Deduccion-Emp
                   SUBTRACT WS-Abono-Actual
                       FROM WS-Neto-Provisional
                   IF WS-Pre-Saldo > ZERO
                       SUBTRACT WS-Abono-Actual FROM WS-Pre-Saldo
                       IF WS-Pre-Saldo = ZERO AND WS-Pre-Original > ZERO
                           MOVE "L" TO WS-Pre-Estado
                       END-IF
                   END-IF
                   MOVE WS-Periodo-Actual-Id TO WS-Pre-Ultimo-Periodo
                   MOVE WS-Abono-Actual TO WS-Pre-Ultimo-Abono
                   IF WS-Lineas-Prestamo-Emp < 10
                       ADD 1 TO WS-Lineas-Prestamo-Emp
                       MOVE WS-Pre-Concepto TO
                           WS-Cola-Concepto(WS-Lineas-Prestamo-Emp)
                       MOVE WS-Abono-Actual TO
                           WS-Cola-Abono(WS-Lineas-Prestamo-Emp)
                       MOVE WS-Pre-Saldo TO
                           WS-Cola-Saldo(WS-Lineas-Prestamo-Emp)
                   END-IF
               END-IF.
               END-PERFORM.

           Guardar-Prestamos.
               PERFORM Pasar-Prestamo-Actual
                   UNTIL WS-Fin-Prestamos = "0".
               CLOSE Prestamos-orden-archivo.
               CLOSE Prestamos-nuevo-archivo.
               IF WS-Total-Prestamos > ZERO
                   MOVE "1" TO WS-Fin-Prestamos
                   OPEN INPUT Prestamos-nuevo-archivo
                   OPEN OUTPUT Prestamos-archivo
                   PERFORM UNTIL WS-Fin-Prestamos = "0"
                       READ Prestamos-nuevo-archivo
                           INTO prestamo-registro
                           AT END
                               MOVE "0" TO WS-Fin-Prestamos
                           NOT AT END
                               WRITE prestamo-registro
                       END-READ
                   END-PERFORM
                   CLOSE Prestamos-archivo
                   CLOSE Prestamos-nuevo-archivo
               END-IF.

      * Anticipos de viaticos: lo descontado en esta misma
      * corrida se regresa antes de volver a calcular, y los
      * abiertos que ya pasaron el plazo de comprobacion quedan
      * vencidos para recuperarse en esta nomina.
           Cargar-Tabla-Viaticos.
               MOVE ZERO TO WS-Total-Viaticos.
               MOVE "1" TO WS-Fin-Viaticos.
               OPEN INPUT Viaticos-archivo.
               IF WS-Viaticos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Viaticos
               END-IF.
               PERFORM UNTIL WS-Fin-Viaticos = "0"
                   READ Viaticos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Viaticos
                       NOT AT END
                           IF WS-Total-Viaticos < 2000
                               ADD 1 TO WS-Total-Viaticos
                               MOVE viatico-registro TO
                                   WS-Viatico-Item
                                       (WS-Total-Viaticos)
                               PERFORM Revertir-Recuperacion-Viatico
                               PERFORM Vencer-Viatico
                           ELSE
                               MOVE "VIATICOS" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Viaticos-archivo.

           Revertir-Recuperacion-Viatico.
               IF WS-Via-Ultimo-Periodo(WS-Total-Viaticos)
                   = WS-Periodo-Actual-Id
                   IF WS-Via-Ultimo-Abono(WS-Total-Viaticos) NUMERIC
                       AND WS-Via-Recuperado(WS-Total-Viaticos)
                           NOT < WS-Via-Ultimo-Abono
                               (WS-Total-Viaticos)
                       SUBTRACT WS-Via-Ultimo-Abono(WS-Total-Viaticos)
                           FROM WS-Via-Recuperado(WS-Total-Viaticos)
                       IF WS-Via-Estado(WS-Total-Viaticos) = "R"
                           MOVE "V" TO
                               WS-Via-Estado(WS-Total-Viaticos)
                       END-IF
                   END-IF
                   MOVE SPACE TO
                       WS-Via-Ultimo-Periodo(WS-Total-Viaticos)
                   MOVE ZERO TO
                       WS-Via-Ultimo-Abono(WS-Total-Viaticos)
               END-IF.

           Vencer-Viatico.
               IF WS-Via-Estado(WS-Total-Viaticos) = "A"
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Via-Fecha(WS-Total-Viaticos)
                       TO WS-Fec-Fecha-1
                   MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   IF WS-Fec-Resultado > WS-Dias-Comprobar
                       MOVE "V" TO WS-Via-Estado(WS-Total-Viaticos)
                   END-IF
               END-IF.

      * Lo no comprobado de un anticipo vencido sale del neto que
      * queda despues de los prestamos, topado al neto; el resto
      * se sigue recuperando en las nominas siguientes.
           Aplicar-Viaticos.
               PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                   UNTIL WS-Indice-Via > WS-Total-Viaticos
                   IF WS-Via-Id(WS-Indice-Via) = empleados-id
                       AND WS-Via-Estado(WS-Indice-Via) = "V"
                       PERFORM Aplicar-Viatico-Actual
                   END-IF
               END-PERFORM.

           Aplicar-Viatico-Actual.
               IF WS-Via-Comprobado(WS-Indice-Via)
                   + WS-Via-Recuperado(WS-Indice-Via)
                   < WS-Via-Monto(WS-Indice-Via)
                   COMPUTE WS-Pendiente-Viatico =
                       WS-Via-Monto(WS-Indice-Via)
                       - WS-Via-Comprobado(WS-Indice-Via)
                       - WS-Via-Recuperado(WS-Indice-Via)
               ELSE
                   MOVE ZERO TO WS-Pendiente-Viatico
               END-IF.
               MOVE WS-Pendiente-Viatico TO WS-Abono-Actual.
               IF WS-Abono-Actual > WS-Neto-Provisional
                   MOVE WS-Neto-Provisional TO WS-Abono-Actual
               END-IF.
               IF WS-Abono-Actual > ZERO
                   ADD WS-Abono-Actual TO WS-Deducciones-Empleado
                   ADD WS-Abono-Actual TO WS-Total-Recuperado-Viat
                   ADD WS-Abono-Actual TO WS-Conceptos-Empleado
                   MOVE "VIAT" TO WS-Concepto-Codigo
                   MOVE WS-Abono-Actual TO WS-Concepto-Monto
                   PERFORM Acumular-Abono-Concepto
                   PERFORM Registrar-Deduccion-Emp
                   SUBTRACT WS-Abono-Actual
                       FROM WS-Neto-Provisional
                   ADD WS-Abono-Actual
                       TO WS-Via-Recuperado(WS-Indice-Via)
                   SUBTRACT WS-Abono-Actual FROM WS-Pendiente-Viatico
                   IF WS-Pendiente-Viatico = ZERO
                       MOVE "R" TO WS-Via-Estado(WS-Indice-Via)
                   END-IF
                   MOVE WS-Periodo-Actual-Id TO
                       WS-Via-Ultimo-Periodo(WS-Indice-Via)
                   MOVE WS-Abono-Actual TO
                       WS-Via-Ultimo-Abono(WS-Indice-Via)
                   IF WS-Lineas-Prestamo-Emp < 10
                       ADD 1 TO WS-Lineas-Prestamo-Emp
                       MOVE SPACE TO
                           WS-Cola-Concepto(WS-Lineas-Prestamo-Emp)
                       STRING "VIATICOS " WS-Via-Folio(WS-Indice-Via)
                           DELIMITED BY SIZE INTO
                           WS-Cola-Concepto(WS-Lineas-Prestamo-Emp)
                       MOVE WS-Abono-Actual TO
                           WS-Cola-Abono(WS-Lineas-Prestamo-Emp)
                       MOVE WS-Pendiente-Viatico TO
                           WS-Cola-Saldo(WS-Lineas-Prestamo-Emp)
                   END-IF
               END-IF.

           Guardar-Viaticos.
               IF WS-Total-Viaticos > ZERO
                   OPEN OUTPUT Viaticos-archivo
                   PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                       UNTIL WS-Indice-Via > WS-Total-Viaticos
                       MOVE WS-Viatico-Item(WS-Indice-Via)
                           TO viatico-registro
                       WRITE viatico-registro
                   END-PERFORM
                   CLOSE Viaticos-archivo
               END-IF.

      * Comisiones de venta pendientes de Calcula-comisiones. Las
      * que se aplicaron en esta misma corrida vuelven a
      * pendientes para que el recalculo las pague otra vez.
           Cargar-Comisiones.
               MOVE ZERO TO WS-Total-Comisiones.
               MOVE "1" TO WS-Fin-Comisiones.
               OPEN INPUT Comisiones-pago-archivo.
               IF WS-Comisiones-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Comisiones
               END-IF.
               PERFORM UNTIL WS-Fin-Comisiones = "0"
                   READ Comisiones-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Comisiones
                       NOT AT END
                           IF WS-Total-Comisiones < 3000
                               ADD 1 TO WS-Total-Comisiones
                               MOVE comision-registro TO
                                   WS-Comision-Item
                                       (WS-Total-Comisiones)
                               IF comision-aplicada AND
                                   comision-periodo
                                       = WS-Periodo-Actual-Id
                                   MOVE "P" TO WS-Com-Estado
                                       (WS-Total-Comisiones)
                                   MOVE SPACE TO WS-Com-Periodo
                                       (WS-Total-Comisiones)
                               END-IF
                           ELSE
                               MOVE "COMISIONES" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Comisiones-pago-archivo.

      * La comision entra al bruto como percepcion gravada, asi que
      * paga ISR y cuenta para las cuotas como el resto del bruto.
           Aplicar-Comisiones.
               MOVE ZERO TO WS-Comision-Empleado.
               PERFORM VARYING WS-Indice-Com FROM 1 BY 1
                   UNTIL WS-Indice-Com > WS-Total-Comisiones
                   IF WS-Com-Id(WS-Indice-Com) = empleados-id
                       AND WS-Com-Estado(WS-Indice-Com) = "P"
                       ADD WS-Com-Monto(WS-Indice-Com)
                           TO WS-Comision-Empleado
                       MOVE "A" TO WS-Com-Estado(WS-Indice-Com)
                       MOVE WS-Periodo-Actual-Id
                           TO WS-Com-Periodo(WS-Indice-Com)
                   END-IF
               END-PERFORM.
               IF WS-Comision-Empleado > ZERO
                   ADD WS-Comision-Empleado TO WS-Bruto-Periodo
                   ADD WS-Comision-Empleado TO WS-Total-Comisiones-Pag
               END-IF.

           Guardar-Comisiones.
               IF WS-Total-Comisiones > ZERO
                   OPEN OUTPUT Comisiones-pago-archivo
                   PERFORM VARYING WS-Indice-Com FROM 1 BY 1
                       UNTIL WS-Indice-Com > WS-Total-Comisiones
                       MOVE WS-Comision-Item(WS-Indice-Com)
                           TO comision-registro
                       WRITE comision-registro
                   END-PERFORM
                   CLOSE Comisiones-pago-archivo
               END-IF.

      * Ajustes anuales de ISR ya autorizados por Finanzas. Si
      * la quincena se recalcula, los que se aplicaron en ella
      * vuelven a autorizados para aplicarse de nuevo.
           Cargar-Ajustes-Anuales.
               MOVE ZERO TO WS-Total-Ajustes.
               MOVE "1" TO WS-Fin-Ajustes.
               OPEN INPUT Ajuste-anual-archivo.
               IF WS-Ajuste-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Ajustes
               END-IF.
               PERFORM UNTIL WS-Fin-Ajustes = "0"
                   READ Ajuste-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Ajustes
                       NOT AT END
                           IF WS-Total-Ajustes < 3000
                               IF ajuste-aplicado
                                   AND ajuste-periodo
                                       = WS-Periodo-Actual-Id
                                   MOVE "A" TO ajuste-estado
                                   MOVE SPACE TO ajuste-periodo
                                   MOVE "S" TO WS-Ajustes-Cambiados
                               END-IF
                               ADD 1 TO WS-Total-Ajustes
                               MOVE ajuste-registro
                                   TO WS-Ajuste-Item(WS-Total-Ajustes)
                           ELSE
                               MOVE "AJUSTES ANUALES"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ajuste-anual-archivo.

      * El saldo a cargo se descuenta como deduccion AJAC; el saldo
      * a favor se paga como percepcion exenta AJAF y en la poliza
      * se carga al ISR por enterar, no al gasto del departamento.
           Aplicar-Ajuste-Anual.
               MOVE ZERO TO WS-Ajuste-Favor-Emp.
               MOVE ZERO TO WS-Ajuste-Cargo-Emp.
               PERFORM VARYING WS-Indice-Aju FROM 1 BY 1
                   UNTIL WS-Indice-Aju > WS-Total-Ajustes
                   IF WS-Ajuste-Item(WS-Indice-Aju)(5:6) = empleados-id
                       MOVE WS-Ajuste-Item(WS-Indice-Aju)
                           TO ajuste-registro
                       IF ajuste-autorizado
                           IF ajuste-a-favor
                               ADD ajuste-monto TO WS-Ajuste-Favor-Emp
                           ELSE
                               ADD ajuste-monto TO WS-Ajuste-Cargo-Emp
                           END-IF
                           MOVE "L" TO ajuste-estado
                           MOVE WS-Periodo-Actual-Id TO ajuste-periodo
                           MOVE ajuste-registro
                               TO WS-Ajuste-Item(WS-Indice-Aju)
                           MOVE "S" TO WS-Ajustes-Cambiados
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-Ajuste-Cargo-Emp > ZERO
                   ADD WS-Ajuste-Cargo-Emp TO WS-Deducciones-Empleado
                   ADD WS-Ajuste-Cargo-Emp TO WS-Conceptos-Empleado
                   ADD WS-Ajuste-Cargo-Emp TO WS-Total-Ajuste-Cargo
                   MOVE "AJAC" TO WS-Concepto-Codigo
                   MOVE WS-Ajuste-Cargo-Emp TO WS-Concepto-Monto
                   PERFORM Acumular-Abono-Concepto
                   PERFORM Registrar-Deduccion-Emp
               END-IF.
               IF WS-Ajuste-Favor-Emp > ZERO
                   ADD WS-Ajuste-Favor-Emp TO WS-Bruto-Periodo
                   ADD WS-Ajuste-Favor-Emp TO WS-Total-Ajuste-Favor
                   MOVE "P" TO WS-Concepto-Clase
                   MOVE "AJAF" TO WS-Concepto-Codigo
                   MOVE WS-Ajuste-Favor-Emp TO WS-Concepto-Monto
                   PERFORM Registrar-Concepto-Emp
                   COMPUTE WS-Concepto-Monto = 0 - WS-Ajuste-Favor-Emp
                   PERFORM Acumular-Abono-Concepto
               END-IF.

           Guardar-Ajustes-Anuales.
               IF WS-Ajustes-Cambiados = "S"
                   OPEN OUTPUT Ajuste-anual-archivo
                   PERFORM VARYING WS-Indice-Aju FROM 1 BY 1
                       UNTIL WS-Indice-Aju > WS-Total-Ajustes
                       MOVE WS-Ajuste-Item(WS-Indice-Aju)
                           TO ajuste-registro
                       WRITE ajuste-registro
                   END-PERFORM
                   CLOSE Ajuste-anual-archivo
               END-IF.

      * El ISR se calcula con la tarifa progresiva; los demas
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "ISR "
                       AND WS-Total-Isr-Tabla > ZERO
                       PERFORM Calcular-Isr-Progresivo
                   ELSE
                   IF WS-Ded-Codigo(WS-Indice-Ded) = "IMSS"
                       AND WS-Total-Ramos > ZERO
                       PERFORM Aplicar-Cuota-Obrera
                   ELSE
                       COMPUTE WS-Monto-Deduccion ROUNDED =
                           WS-Bruto-Periodo *
                       MOVE WS-Monto-Deduccion
                           TO WS-Concepto-Monto
                       PERFORM Acumular-Abono-Concepto
                       PERFORM Registrar-Deduccion-Emp
                   END-IF
                   END-IF
               END-PERFORM.

               MOVE "ISR " TO WS-Concepto-Codigo.
               MOVE WS-Monto-Isr TO WS-Concepto-Monto.
               PERFORM Acumular-Abono-Concepto.
               PERFORM Registrar-Deduccion-Emp.

      * El renglon IMSS de la tabla de deducciones ya no es un
      * porcentaje del bruto: retiene la suma de las cuotas obreras
      * por ramo calculadas sobre el SBC del empleado.
           Aplicar-Cuota-Obrera.
               ADD WS-Cuota-Obrero-Emp TO WS-Deducciones-Empleado.
               ADD WS-Cuota-Obrero-Emp TO WS-Conceptos-Empleado.
               MOVE "IMSS" TO WS-Concepto-Codigo.
               MOVE WS-Cuota-Obrero-Emp TO WS-Concepto-Monto.
               PERFORM Acumular-Abono-Concepto.
               PERFORM Registrar-Deduccion-Emp.

      * SBC = salario diario por el factor de integracion (15 dias
      * de aguinaldo y prima vacacional del 25 por ciento sobre 12
      * dias), topado a 25 UMA. Se cotizan los dias de la quincena
      * menos los subsidiados por incapacidad. Cada ramo deja un
      * renglon en el costo patronal con ambas partes.
           Calcular-Cuotas-Imss.
               MOVE ZERO TO WS-Cuota-Patron-Emp.
               MOVE ZERO TO WS-Cuota-Obrero-Emp.
               COMPUTE WS-Sbc-Empleado ROUNDED =
                   empleados-salario / 30 *
                   (365 + WS-Dias-Aguinaldo
                   + WS-Dias-Vacaciones * 0.25) / 365.
               IF WS-Sbc-Empleado > WS-Tope-Sbc
                   MOVE WS-Tope-Sbc TO WS-Sbc-Empleado
               END-IF.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Per-Inicio(WS-Periodo-Indice) TO WS-Fec-Fecha-1.
               MOVE WS-Per-Fin(WS-Periodo-Indice) TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               COMPUTE WS-Dias-Cotizados = WS-Fec-Resultado + 1.
               IF WS-Horas-Hallado NOT = "S"
                   IF WS-Dias-Subs-Emp < WS-Dias-Cotizados
                       SUBTRACT WS-Dias-Subs-Emp FROM WS-Dias-Cotizados
                   ELSE
                       MOVE ZERO TO WS-Dias-Cotizados
                   END-IF
               END-IF.
               IF WS-Dias-Lic-Emp < WS-Dias-Cotizados
                   SUBTRACT WS-Dias-Lic-Emp FROM WS-Dias-Cotizados
               ELSE
                   MOVE ZERO TO WS-Dias-Cotizados
               END-IF.
               PERFORM VARYING WS-Indice-Ramo FROM 1 BY 1
                   UNTIL WS-Indice-Ramo > WS-Total-Ramos
                   PERFORM Calcular-Cuota-Ramo
               END-PERFORM.
               ADD WS-Cuota-Patron-Emp TO WS-Total-Cuota-Patron.
               ADD WS-Cuota-Obrero-Emp TO WS-Total-Cuota-Obrero.

           Calcular-Cuota-Ramo.
               EVALUATE WS-Ram-Base(WS-Indice-Ramo)
                   WHEN "U"
                       COMPUTE WS-Base-Ramo =
                           WS-Uma-Diaria * WS-Dias-Cotizados
                   WHEN "E"
                       IF WS-Sbc-Empleado > WS-Uma-Diaria * 3
                           COMPUTE WS-Base-Ramo =
                               (WS-Sbc-Empleado - WS-Uma-Diaria * 3)
                               * WS-Dias-Cotizados
                       ELSE
                           MOVE ZERO TO WS-Base-Ramo
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-Base-Ramo =
                           WS-Sbc-Empleado * WS-Dias-Cotizados
               END-EVALUATE.
               COMPUTE WS-Cuota-Patron-Ramo ROUNDED =
                   WS-Base-Ramo
                   * WS-Ram-Pct-Patron(WS-Indice-Ramo) / 100.
               COMPUTE WS-Cuota-Obrero-Ramo ROUNDED =
                   WS-Base-Ramo
                   * WS-Ram-Pct-Obrero(WS-Indice-Ramo) / 100.
               ADD WS-Cuota-Patron-Ramo TO WS-Cuota-Patron-Emp.
               ADD WS-Cuota-Obrero-Ramo TO WS-Cuota-Obrero-Emp.
               IF WS-Cuota-Patron-Ramo > ZERO
                   OR WS-Cuota-Obrero-Ramo > ZERO
                   MOVE empleados-id TO costo-id
                   MOVE WS-Periodo-Actual-Id TO costo-periodo
                   MOVE WS-Fecha-Proceso TO costo-fecha
                   MOVE empleados-departamento TO costo-departamento
                   MOVE WS-Ram-Clave(WS-Indice-Ramo) TO costo-concepto
                   MOVE WS-Sbc-Empleado TO costo-sbc
                   MOVE WS-Dias-Cotizados TO costo-dias
                   MOVE WS-Cuota-Patron-Ramo TO costo-patron
                   MOVE WS-Cuota-Obrero-Ramo TO costo-obrero
                   MOVE WS-Pat-Clave TO costo-clave-patron
                   WRITE costo-registro
               END-IF.

           Cargar-Beneficios.
               MOVE ZERO TO WS-Total-Beneficios.
                               MOVE beneficio-aporte-patron TO
                                   WS-Ben-Aporte
                                       (WS-Total-Beneficios)
                           ELSE
                               MOVE "CATALOGO DE BENEFICIOS"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Beneficios-archivo.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Inscripciones
                   GIVING Inscr-orden-archivo.
               MOVE "1" TO WS-Fin-Inscripciones.
               OPEN INPUT Inscr-orden-archivo.
               IF WS-Inscr-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Inscripciones
                   MOVE HIGH-VALUES TO WS-Ins-Id
               ELSE
                   PERFORM Leer-Inscripcion-Orden
               END-IF.

           Liberar-Inscripciones.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Inscripciones-archivo.
               IF WS-Inscripciones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Inscripciones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           MOVE inscripcion-registro TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Inscripciones-archivo.

           Leer-Inscripcion-Orden.
               READ Inscr-orden-archivo INTO WS-Inscripcion-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Inscripciones
                       MOVE HIGH-VALUES TO WS-Ins-Id
               END-READ.

      * Descuentos de prestaciones desde el archivo de
      * inscripciones vigentes (no de la hoja de calculo): el
      * descuento del empleado entra a las deducciones y la
      * aportacion patronal se acumula para contabilidad.
           Aplicar-Beneficios.
               PERFORM Leer-Inscripcion-Orden
                   UNTIL WS-Ins-Id NOT < empleados-id.
               PERFORM UNTIL WS-Ins-Id NOT = empleados-id
                   IF WS-Ins-Inicio NOT > WS-Fecha-Proceso
                       AND (WS-Ins-Fin = SPACE
                           OR WS-Ins-Fin NOT < WS-Fecha-Proceso)
                       PERFORM Aplicar-Beneficio-Actual
                   END-IF
                   PERFORM Leer-Inscripcion-Orden
               END-PERFORM.

      * Cuota sindical ordinaria del contrato colectivo: el
      * porcentaje del parametro sobre el salario tabular del
      * periodo (sin extras ni otras percepciones), retenida por
      * cuenta del sindicato.
           Aplicar-Cuota-Sindical.
               MOVE ZERO TO WS-Cuota-Sindical-Emp.
               PERFORM VARYING WS-Indice-Afil FROM 1 BY 1
                   UNTIL WS-Indice-Afil > WS-Total-Afiliados
                   IF WS-Afil-Id(WS-Indice-Afil) = empleados-id
                       IF WS-Corrida-Semanal
                           COMPUTE WS-Cuota-Sindical-Emp ROUNDED =
                               empleados-salario / 30 * 7
                               * WS-Pct-Cuota-Sindical / 100
                       ELSE
                           COMPUTE WS-Cuota-Sindical-Emp ROUNDED =
                               empleados-salario / 2
                               * WS-Pct-Cuota-Sindical / 100
                       END-IF
                       MOVE WS-Total-Afiliados TO WS-Indice-Afil
                   END-IF
               END-PERFORM.
               IF WS-Cuota-Sindical-Emp > ZERO
                   ADD WS-Cuota-Sindical-Emp
                       TO WS-Deducciones-Empleado
                   ADD WS-Cuota-Sindical-Emp TO WS-Conceptos-Empleado
                   ADD WS-Cuota-Sindical-Emp
                       TO WS-Total-Cuota-Sindical
                   MOVE "CSIN" TO WS-Concepto-Codigo
                   MOVE WS-Cuota-Sindical-Emp TO WS-Concepto-Monto
                   PERFORM Acumular-Abono-Concepto
                   PERFORM Registrar-Deduccion-Emp
               END-IF.

           Aplicar-Beneficio-Actual.
               PERFORM VARYING WS-Indice-Ben FROM 1 BY 1
                   UNTIL WS-Indice-Ben > WS-Total-Beneficios
                   IF WS-Ben-Clave(WS-Indice-Ben) = WS-Ins-Beneficio
                       PERFORM Descontar-Beneficio
                   END-IF
               END-PERFORM.
                   TO WS-Concepto-Codigo.
               MOVE WS-Monto-Beneficio TO WS-Concepto-Monto.
               PERFORM Acumular-Abono-Concepto.
               PERFORM Registrar-Deduccion-Emp.

           Cargar-Centros-Costo.
               MOVE ZERO TO WS-Total-Centros.
                                   WS-CC-Depto(WS-Total-Centros)
                               MOVE cc-cuenta TO
                                   WS-CC-Cuenta(WS-Total-Centros)
                           ELSE
                               MOVE "CENTROS DE COSTO"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Centros-costo-archivo.

      * Reparto del costo del personal compartido entre varios
      * centros de costo. Se ordena por empleado tal cual; la
      * validacion de que sume 100 se hace por empleado al armar
      * la poliza.
           Cargar-Distribucion-Costos.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Distribucion-Costos
                   GIVING Dist-orden-archivo.
               MOVE "1" TO WS-Fin-Distribucion.
               OPEN INPUT Dist-orden-archivo.
               IF WS-Dist-Orden-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Distribucion
                   MOVE HIGH-VALUES TO WS-Dis-Id
               ELSE
                   PERFORM Leer-Distribucion-Orden
               END-IF.

           Liberar-Distribucion-Costos.
               MOVE "1" TO WS-Fin-Lectura-Orden.
               OPEN INPUT Distribucion-costos-archivo.
               IF WS-Distribucion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura-Orden
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura-Orden = "0"
                   READ Distribucion-costos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura-Orden
                       NOT AT END
                           MOVE dist-id TO WS-Dis-Id
                           MOVE dist-departamento TO WS-Dis-Depto
                           MOVE dist-porcentaje TO WS-Dis-Porcentaje
                           MOVE WS-Distribucion-Actual
                               TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Distribucion-costos-archivo.

           Leer-Distribucion-Orden.
               READ Dist-orden-archivo INTO WS-Distribucion-Actual
                   AT END
                       MOVE "0" TO WS-Fin-Distribucion
                       MOVE HIGH-VALUES TO WS-Dis-Id
               END-READ.

           Acumular-Abono-Concepto.
               MOVE "N" TO WS-Abono-Hallado.
               PERFORM VARYING WS-Indice-Abono FROM 1 BY 1
                   OR WS-Abono-Hallado = "S"
                   IF WS-Abo-Codigo(WS-Indice-Abono)
                       = WS-Concepto-Codigo
                       AND WS-Abo-Patron(WS-Indice-Abono)
                       = WS-Pat-Clave
                       MOVE "S" TO WS-Abono-Hallado
                       ADD WS-Concepto-Monto
                           TO WS-Abo-Monto(WS-Indice-Abono)
                   END-IF
               END-PERFORM.
               IF WS-Abono-Hallado = "N"
                   AND WS-Total-Abonos-Tabla NOT < 60
                   MOVE "ABONOS POR CONCEPTO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Abono-Hallado = "N"
                   AND WS-Total-Abonos-Tabla < 60
                   ADD 1 TO WS-Total-Abonos-Tabla
                   MOVE WS-Pat-Clave
                       TO WS-Abo-Patron(WS-Total-Abonos-Tabla)
                   MOVE WS-Concepto-Codigo
                       TO WS-Abo-Codigo(WS-Total-Abonos-Tabla)
                   MOVE WS-Concepto-Monto
                       TO WS-Abo-Monto(WS-Total-Abonos-Tabla)
               END-IF.

      * El catalogo de conceptos lo siembra Rutinas-conceptos la
      * primera vez; aqui solo se sube a memoria.
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
                           ELSE
                               MOVE "CONCEPTOS" TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

           Buscar-Concepto-Catalogo.
               MOVE "N" TO WS-Concepto-Hallado.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Conceptos
                   OR WS-Concepto-Hallado = "S"
                   IF WS-Con-Clave(WS-Indice-Con)
                       = WS-Concepto-Codigo
                       MOVE "S" TO WS-Concepto-Hallado
                       SUBTRACT 1 FROM WS-Indice-Con
                   END-IF
               END-PERFORM.

      * Percepciones del empleado: las extras al doble y al triple,
      * la prima dominical, los feriados trabajados, el
      * retroactivo, la prima vacacional y las comisiones de venta
      * van por separado; el sueldo es lo que resta del bruto, ya
      * con retardos e incapacidades descontados, para que el
      * desglose cuadre con el recibo.
           Registrar-Percepciones-Emp.
               COMPUTE WS-Monto-Sueldo = WS-Bruto-Periodo
                   - WS-Retro-Empleado - WS-Prima-Vac-Empleado
                   - WS-Comision-Empleado
                   - WS-Monto-Pdom - WS-Monto-Feriado
                   - WS-Monto-Hex2 - WS-Monto-Hex3.
               IF WS-Monto-Sueldo < ZERO
                   COMPUTE WS-Monto-Sueldo =
                       WS-Bruto-Periodo - WS-Retro-Empleado
                       - WS-Prima-Vac-Empleado - WS-Comision-Empleado
                       - WS-Monto-Pdom - WS-Monto-Feriado
                   MOVE ZERO TO WS-Monto-Hex2
                   MOVE ZERO TO WS-Monto-Hex3
               END-IF.
               MOVE "P" TO WS-Concepto-Clase.
               MOVE "SUEL" TO WS-Concepto-Codigo.
               MOVE WS-Monto-Sueldo TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "HEX2" TO WS-Concepto-Codigo.
               MOVE WS-Monto-Hex2 TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "HEX3" TO WS-Concepto-Codigo.
               MOVE WS-Monto-Hex3 TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "RETR" TO WS-Concepto-Codigo.
               MOVE WS-Retro-Empleado TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "PDOM" TO WS-Concepto-Codigo.
               MOVE WS-Monto-Pdom TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "FERT" TO WS-Concepto-Codigo.
               MOVE WS-Monto-Feriado TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "PVAC" TO WS-Concepto-Codigo.
               MOVE WS-Prima-Vac-Empleado TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.
               MOVE "COMI" TO WS-Concepto-Codigo.
               MOVE WS-Comision-Empleado TO WS-Concepto-Monto.
               PERFORM Registrar-Concepto-Emp.

           Registrar-Deduccion-Emp.
               MOVE "D" TO WS-Concepto-Clase.
               PERFORM Registrar-Concepto-Emp.

           Registrar-Concepto-Emp.
               IF WS-Concepto-Monto > ZERO
                   MOVE "N" TO WS-Conc-Emp-Hallado
                   PERFORM VARYING WS-Indice-CE FROM 1 BY 1
                       UNTIL WS-Indice-CE > WS-Total-Conc-Emp
                       OR WS-Conc-Emp-Hallado = "S"
                       IF WS-CE-Clave(WS-Indice-CE)
                           = WS-Concepto-Codigo
                           AND WS-CE-Clase(WS-Indice-CE)
                               = WS-Concepto-Clase
                           MOVE "S" TO WS-Conc-Emp-Hallado
                           ADD WS-Concepto-Monto
                               TO WS-CE-Monto(WS-Indice-CE)
                       END-IF
                   END-PERFORM
                   IF WS-Conc-Emp-Hallado = "N"
                       AND WS-Total-Conc-Emp NOT < 30
                       MOVE "CONCEPTOS DEL EMPLEADO"
                           TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
                   IF WS-Conc-Emp-Hallado = "N"
                       AND WS-Total-Conc-Emp < 30
                       ADD 1 TO WS-Total-Conc-Emp
                       MOVE WS-Concepto-Codigo
                           TO WS-CE-Clave(WS-Total-Conc-Emp)
                       MOVE WS-Concepto-Clase
                           TO WS-CE-Clase(WS-Total-Conc-Emp)
                       MOVE WS-Concepto-Monto
                           TO WS-CE-Monto(WS-Total-Conc-Emp)
                   END-IF
               END-IF.

      * Deducciones topadas al bruto: el exceso se quita del
      * desglose empezando por el ultimo concepto descontado (el
      * mismo orden en que se quedo sin neto), para que la suma
      * del desglose sea lo realmente retenido.
           Recortar-Deducciones-Emp.
               COMPUTE WS-Exceso-Deducciones =
                   WS-Conceptos-Empleado - WS-Deducciones-Empleado.
               PERFORM VARYING WS-Indice-CE FROM WS-Total-Conc-Emp
                   BY -1 UNTIL WS-Indice-CE < 1
                   OR WS-Exceso-Deducciones = ZERO
                   IF WS-CE-Clase(WS-Indice-CE) = "D"
                       IF WS-CE-Monto(WS-Indice-CE)
                           > WS-Exceso-Deducciones
                           SUBTRACT WS-Exceso-Deducciones
                               FROM WS-CE-Monto(WS-Indice-CE)
                           MOVE ZERO TO WS-Exceso-Deducciones
                       ELSE
                           SUBTRACT WS-CE-Monto(WS-Indice-CE)
                               FROM WS-Exceso-Deducciones
                           MOVE ZERO TO WS-CE-Monto(WS-Indice-CE)
                       END-IF
                   END-IF
               END-PERFORM.

      * Un renglon por concepto en el desglose de la corrida y en
      * el acumulado anual. El tipo SAT y el tratamiento salen del
      * catalogo; un concepto que no esta catalogado se reporta
      * como otros ingresos (038) u otras deducciones (004),
      * gravado.
           Escribir-Detalle-Conceptos.
               PERFORM VARYING WS-Indice-CE FROM 1 BY 1
                   UNTIL WS-Indice-CE > WS-Total-Conc-Emp
                   IF WS-CE-Monto(WS-Indice-CE) > ZERO
                       PERFORM Escribir-Renglon-Detalle
                   END-IF
               END-PERFORM.

           Escribir-Renglon-Detalle.
               MOVE empleados-id TO detalle-id.
               MOVE WS-Fecha-Proceso TO detalle-fecha.
               MOVE WS-Periodo-Actual-Id TO detalle-periodo.
               MOVE WS-CE-Clave(WS-Indice-CE) TO detalle-concepto.
               MOVE WS-CE-Clase(WS-Indice-CE) TO detalle-clase.
               MOVE WS-CE-Monto(WS-Indice-CE) TO detalle-monto.
               MOVE ZERO TO detalle-gravado.
               MOVE ZERO TO detalle-exento.
               MOVE WS-CE-Clave(WS-Indice-CE) TO WS-Concepto-Codigo.
               PERFORM Buscar-Concepto-Catalogo.
               IF WS-Concepto-Hallado = "S"
                   MOVE WS-Con-Sat-Tipo(WS-Indice-Con)
                       TO detalle-sat-tipo
               ELSE
                   IF detalle-percepcion
                       MOVE "038" TO detalle-sat-tipo
                   ELSE
                       MOVE "004" TO detalle-sat-tipo
                   END-IF
               END-IF.
               IF detalle-percepcion
                   PERFORM Clasificar-Gravado-Exento
               END-IF.
               WRITE detalle-registro.
               MOVE detalle-registro TO detanual-registro.
               WRITE detanual-registro.
               ADD 1 TO WS-Total-Renglones-Det.
               PERFORM Acumular-Total-Concepto.

           Clasificar-Gravado-Exento.
               MOVE detalle-monto TO detalle-gravado.
               IF WS-Concepto-Hallado = "S"
                   EVALUATE WS-Con-Tratamiento(WS-Indice-Con)
                       WHEN "E"
                           MOVE detalle-monto TO detalle-exento
                           MOVE ZERO TO detalle-gravado
                       WHEN "M"
                           COMPUTE detalle-exento ROUNDED =
                               detalle-monto
                               * WS-Con-Exento-Pct(WS-Indice-Con)
                               / 100
                           COMPUTE detalle-gravado =
                               detalle-monto - detalle-exento
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF.

           Acumular-Total-Concepto.
               MOVE "N" TO WS-Tot-Con-Hallado.
               PERFORM VARYING WS-Indice-TC FROM 1 BY 1
                   UNTIL WS-Indice-TC > WS-Total-Tot-Con
                   OR WS-Tot-Con-Hallado = "S"
                   IF WS-TC-Clave(WS-Indice-TC) = detalle-concepto
                       AND WS-TC-Clase(WS-Indice-TC) = detalle-clase
                       MOVE "S" TO WS-Tot-Con-Hallado
                       ADD detalle-monto TO WS-TC-Monto(WS-Indice-TC)
                   END-IF
               END-PERFORM.
               IF WS-Tot-Con-Hallado = "N"
                   AND WS-Total-Tot-Con NOT < 50
                   MOVE "TOTALES POR CONCEPTO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Tot-Con-Hallado = "N"
                   AND WS-Total-Tot-Con < 50
                   ADD 1 TO WS-Total-Tot-Con
                   MOVE detalle-concepto
                       TO WS-TC-Clave(WS-Total-Tot-Con)
                   MOVE detalle-clase TO WS-TC-Clase(WS-Total-Tot-Con)
                   MOVE detalle-monto TO WS-TC-Monto(WS-Total-Tot-Con)
               END-IF.

      * Cargo al gasto del departamento por el bruto, abono al
      * neto por pagar, y un AJUS que absorbe la diferencia cuando
      * las deducciones se toparon al bruto, para que la poliza
      * siempre cuadre contra lo realmente retenido.
           Acumular-Poliza-Empleado.
               PERFORM Acumular-Cargo-Depto.
               PERFORM Acumular-Cargo-Imss-Patron.
               COMPUTE WS-Ajuste-Poliza =
                   WS-Deducciones-Empleado - WS-Conceptos-Empleado.
               IF WS-Ajuste-Poliza NOT = ZERO
               MOVE WS-Neto-Empleado TO WS-Concepto-Monto.
               PERFORM Acumular-Abono-Concepto.

      * Si el empleado tiene un reparto que suma 100 por ciento el
      * gasto se divide entre esos centros de costo; el ultimo
      * renglon se lleva el residuo del redondeo para que la poliza
      * siga cuadrando. Sin reparto valido va todo a su departamento.
           Acumular-Cargo-Depto.
               COMPUTE WS-Bruto-Gasto-Emp =
                   WS-Bruto-Periodo - WS-Ajuste-Favor-Emp.
               PERFORM Sumar-Reparto-Empleado.
               IF WS-Suma-Reparto = 100
                   MOVE ZERO TO WS-Monto-Repartido
                   PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                       UNTIL WS-Indice-Dist > WS-Total-Dist
                       MOVE WS-Rep-Depto(WS-Indice-Dist)
                           TO WS-Depto-Cargo
                       IF WS-Indice-Dist = WS-Total-Dist
                           COMPUTE WS-Monto-Cargo =
                               WS-Bruto-Gasto-Emp
                               - WS-Monto-Repartido
                       ELSE
                           COMPUTE WS-Monto-Cargo ROUNDED =
                               WS-Bruto-Gasto-Emp
                               * WS-Rep-Porcentaje(WS-Indice-Dist)
                               / 100
                       END-IF
                       ADD WS-Monto-Cargo TO WS-Monto-Repartido
                       PERFORM Sumar-Cargo-Depto
                   END-PERFORM
               ELSE
                   IF WS-Suma-Reparto NOT = ZERO
                       ADD 1 TO WS-Repartos-Invalidos
                       DISPLAY "Aviso: el reparto de costo del "
                           "empleado " empleados-id " no suma 100; "
                           "se carga a su departamento."
                   END-IF
                   MOVE empleados-departamento TO WS-Depto-Cargo
                   MOVE WS-Bruto-Gasto-Emp TO WS-Monto-Cargo
                   PERFORM Sumar-Cargo-Depto
               END-IF.

      * Los renglones del empleado se pasan del archivo ordenado
      * a la tabla del empleado en curso.
           Sumar-Reparto-Empleado.
               MOVE ZERO TO WS-Suma-Reparto.
               MOVE ZERO TO WS-Total-Dist.
               PERFORM Leer-Distribucion-Orden
                   UNTIL WS-Dis-Id NOT < empleados-id.
               PERFORM UNTIL WS-Dis-Id NOT = empleados-id
                   IF WS-Total-Dist < 20
                       ADD 1 TO WS-Total-Dist
                       MOVE WS-Dis-Depto TO WS-Rep-Depto(WS-Total-Dist)
                       MOVE WS-Dis-Porcentaje
                           TO WS-Rep-Porcentaje(WS-Total-Dist)
                       ADD WS-Dis-Porcentaje TO WS-Suma-Reparto
                   ELSE
                       MOVE "REPARTO POR EMPLEADO" TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
                   PERFORM Leer-Distribucion-Orden
               END-PERFORM.

           Sumar-Cargo-Depto.
               MOVE "N" TO WS-Cargo-Hallado.
               PERFORM VARYING WS-Indice-Cargo FROM 1 BY 1
                   UNTIL WS-Indice-Cargo > WS-Total-Cargos-Tabla
                   OR WS-Cargo-Hallado = "S"
                   IF WS-Car-Depto(WS-Indice-Cargo)
                       = WS-Depto-Cargo
                       AND WS-Car-Patron(WS-Indice-Cargo)
                       = WS-Pat-Clave
                       MOVE "S" TO WS-Cargo-Hallado
                       ADD WS-Monto-Cargo
                           TO WS-Car-Monto(WS-Indice-Cargo)
                   END-IF
               END-PERFORM.
               IF WS-Cargo-Hallado = "N"
                   AND WS-Total-Cargos-Tabla NOT < 100
                   MOVE "CARGOS POR DEPARTAMENTO" TO WS-Tabla-Excedida
                   PERFORM Tabla-Excedida
               END-IF.
               IF WS-Cargo-Hallado = "N"
                   AND WS-Total-Cargos-Tabla < 100
                   ADD 1 TO WS-Total-Cargos-Tabla
                   MOVE WS-Pat-Clave
                       TO WS-Car-Patron(WS-Total-Cargos-Tabla)
                   MOVE WS-Depto-Cargo
                       TO WS-Car-Depto(WS-Total-Cargos-Tabla)
                   PERFORM Buscar-Cuenta-Gasto
                   MOVE WS-Cuenta-Gasto
                       TO WS-Car-Cuenta(WS-Total-Cargos-Tabla)
                   MOVE WS-Monto-Cargo
                       TO WS-Car-Monto(WS-Total-Cargos-Tabla)
               END-IF.

      * La parte patronal del IMSS es gasto del departamento contra
      * el pasivo IMSP (cuotas por enterar a cargo de la empresa).
           Acumular-Cargo-Imss-Patron.
               IF WS-Cuota-Patron-Emp > ZERO
                   MOVE "N" TO WS-Cargo-Hallado
                   PERFORM VARYING WS-Indice-Cargo FROM 1 BY 1
                       UNTIL WS-Indice-Cargo > WS-Total-Cargos-Tabla
                       OR WS-Cargo-Hallado = "S"
                       IF WS-Car-Depto(WS-Indice-Cargo)
                           = "CUOTAS IMSS PATRON"
                           AND WS-Car-Patron(WS-Indice-Cargo)
                           = WS-Pat-Clave
                           MOVE "S" TO WS-Cargo-Hallado
                           ADD WS-Cuota-Patron-Emp
                               TO WS-Car-Monto(WS-Indice-Cargo)
                       END-IF
                   END-PERFORM
                   IF WS-Cargo-Hallado = "N"
                       AND WS-Total-Cargos-Tabla NOT < 100
                       MOVE "CARGOS POR DEPARTAMENTO"
                           TO WS-Tabla-Excedida
                       PERFORM Tabla-Excedida
                   END-IF
                   IF WS-Cargo-Hallado = "N"
                       AND WS-Total-Cargos-Tabla < 100
                       ADD 1 TO WS-Total-Cargos-Tabla
                       MOVE WS-Pat-Clave
                           TO WS-Car-Patron(WS-Total-Cargos-Tabla)
                       MOVE "CUOTAS IMSS PATRON"
                           TO WS-Car-Depto(WS-Total-Cargos-Tabla)
                       MOVE "6150-IMSS"
                           TO WS-Car-Cuenta(WS-Total-Cargos-Tabla)
                       MOVE WS-Cuota-Patron-Emp
                           TO WS-Car-Monto(WS-Total-Cargos-Tabla)
                   END-IF
                   MOVE "IMSP" TO WS-Concepto-Codigo
                   MOVE WS-Cuota-Patron-Emp TO WS-Concepto-Monto
                   PERFORM Acumular-Abono-Concepto
               END-IF.

           Buscar-Cuenta-Gasto.
               MOVE "6100-GASTO" TO WS-Cuenta-Gasto.
               PERFORM VARYING WS-Indice-CC FROM 1 BY 1
                   UNTIL WS-Indice-CC > WS-Total-Centros
                   IF WS-CC-Depto(WS-Indice-CC)
                       = WS-Depto-Cargo
                       MOVE WS-CC-Cuenta(WS-Indice-CC)
                           TO WS-Cuenta-Gasto
                   END-IF

      * La poliza se niega a salir descuadrada: si cargos y abonos
      * difieren se informa y la corrida termina con codigo 8 para
      * que contabilidad revise antes de asentar nada. Ademas de la
      * poliza completa debe cuadrar cada patron por separado.
           Generar-Poliza.
               MOVE ZERO TO WS-Suma-Cargos.
               MOVE ZERO TO WS-Suma-Abonos.
                   UNTIL WS-Indice-Cargo > WS-Total-Cargos-Tabla
                   ADD WS-Car-Monto(WS-Indice-Cargo)
                       TO WS-Suma-Cargos
                   MOVE WS-Car-Patron(WS-Indice-Cargo)
                       TO WS-NP-Clave-Buscada
                   PERFORM Buscar-Patron-Nomina
                   IF WS-NP-Hallado = "S"
                       ADD WS-Car-Monto(WS-Indice-Cargo)
                           TO WS-NP-Cargos(WS-Indice-NP)
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Abono FROM 1 BY 1
                   UNTIL WS-Indice-Abono > WS-Total-Abonos-Tabla
                   ADD WS-Abo-Monto(WS-Indice-Abono)
                       TO WS-Suma-Abonos
                   MOVE WS-Abo-Patron(WS-Indice-Abono)
                       TO WS-NP-Clave-Buscada
                   PERFORM Buscar-Patron-Nomina
                   IF WS-NP-Hallado = "S"
                       ADD WS-Abo-Monto(WS-Indice-Abono)
                           TO WS-NP-Abonos(WS-Indice-NP)
                   END-IF
               END-PERFORM.
               MOVE ZERO TO WS-Patrones-Descuadrados.
               PERFORM VARYING WS-Indice-NP FROM 1 BY 1
                   UNTIL WS-Indice-NP > WS-Total-Nom-Patrones
                   IF WS-NP-Cargos(WS-Indice-NP)
                       NOT = WS-NP-Abonos(WS-Indice-NP)
                       ADD 1 TO WS-Patrones-Descuadrados
                       DISPLAY "El patron " WS-NP-Clave(WS-Indice-NP)
                           " no cuadra: cargos "
                           WS-NP-Cargos(WS-Indice-NP) " contra abonos "
                           WS-NP-Abonos(WS-Indice-NP) "."
                   END-IF
               END-PERFORM.
               PERFORM Cargar-Poliza-Otro-Grupo.
               IF WS-Capacidad-Excedida = "S"
                   MOVE "N" TO WS-Poliza-Cuadrada
                   DISPLAY "La poliza no se emite; el periodo queda "
                       "pendiente de calcular."
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-Suma-Cargos = WS-Suma-Abonos
                   AND WS-Patrones-Descuadrados = ZERO
                   MOVE "S" TO WS-Poliza-Cuadrada
                   PERFORM Escribir-Poliza
               ELSE
                       WS-Suma-Cargos " contra abonos "
                       WS-Suma-Abonos ". No se emite."
                   MOVE 8 TO RETURN-CODE
               END-IF
               END-IF.

           Escribir-Poliza.
               OPEN OUTPUT Poliza-archivo.
               PERFORM VARYING WS-Indice-Pol-Aj FROM 1 BY 1
                   UNTIL WS-Indice-Pol-Aj > WS-Total-Poliza-Ajena
                   MOVE WS-Poliza-Ajena(WS-Indice-Pol-Aj)
                       TO poliza-registro
                   WRITE poliza-registro
               END-PERFORM.
               OPEN OUTPUT Poliza-resumen-archivo.
               MOVE "POLIZA DE NOMINA - RESUMEN PARA FIRMA"
                   TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               PERFORM VARYING WS-Indice-NP FROM 1 BY 1
                   UNTIL WS-Indice-NP > WS-Total-Nom-Patrones
                   PERFORM Escribir-Poliza-Patron
               END-PERFORM.
               PERFORM Escribir-Resumen-Conceptos.
               MOVE SPACE TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               MOVE "FIRMA DEL CONTADOR: ______________________"
                   TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               CLOSE Poliza-archivo.
               CLOSE Poliza-resumen-archivo.
               DISPLAY "Poliza contable emitida en "
                   "nomina-poliza.dat (cuadrada).".

      * Los renglones de un patron salen juntos, primero sus cargos
      * y luego sus abonos, con su subtotal en el resumen.
           Escribir-Poliza-Patron.
               MOVE SPACE TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               MOVE SPACE TO poliza-resumen-linea.
               STRING "PATRON " WS-NP-Clave(WS-Indice-NP) " "
                   WS-NP-Nombre(WS-Indice-NP) " REG. "
                   WS-NP-Registro(WS-Indice-NP)
                   DELIMITED BY SIZE INTO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               PERFORM VARYING WS-Indice-Cargo FROM 1 BY 1
                   UNTIL WS-Indice-Cargo > WS-Total-Cargos-Tabla
                   IF WS-Car-Patron(WS-Indice-Cargo)
                       = WS-NP-Clave(WS-Indice-NP)
                       MOVE "D" TO poliza-tipo
                       MOVE WS-Car-Cuenta(WS-Indice-Cargo)
                           TO poliza-cuenta
                       MOVE WS-Car-Depto(WS-Indice-Cargo)
                           TO poliza-descripcion
                       MOVE WS-Car-Monto(WS-Indice-Cargo)
                           TO poliza-monto
                       MOVE WS-Grupo-Pago TO poliza-grupo
                       MOVE WS-Car-Patron(WS-Indice-Cargo)
                           TO poliza-patron
                       WRITE poliza-registro
                       MOVE "CARGO" TO WS-RP-Tipo
                       MOVE poliza-cuenta TO WS-RP-Cuenta
                       MOVE poliza-descripcion TO WS-RP-Descripcion
                       MOVE WS-Car-Monto(WS-Indice-Cargo)
                           TO WS-RP-Monto
                       MOVE WS-Linea-Resumen-Pol
                           TO poliza-resumen-linea
                       WRITE poliza-resumen-linea
                   END-IF
               END-PERFORM.
      * Un AJUS negativo (deducciones topadas al bruto) se asienta
      * como cargo por su valor absoluto para no perder el signo.
               PERFORM VARYING WS-Indice-Abono FROM 1 BY 1
                   UNTIL WS-Indice-Abono > WS-Total-Abonos-Tabla
                   IF WS-Abo-Patron(WS-Indice-Abono)
                       = WS-NP-Clave(WS-Indice-NP)
                       IF WS-Abo-Monto(WS-Indice-Abono) < ZERO
                           MOVE "D" TO poliza-tipo
                           MOVE "CARGO" TO WS-RP-Tipo
                       ELSE
                           MOVE "C" TO poliza-tipo
                           MOVE "ABONO" TO WS-RP-Tipo
                       END-IF
                       MOVE SPACE TO poliza-cuenta
                       STRING "2100-" WS-Abo-Codigo(WS-Indice-Abono)
                           DELIMITED BY SIZE INTO poliza-cuenta
                       MOVE WS-Abo-Codigo(WS-Indice-Abono)
                           TO poliza-descripcion
                       MOVE WS-Abo-Codigo(WS-Indice-Abono)
                           TO WS-Concepto-Codigo
                       PERFORM Buscar-Concepto-Catalogo
                       IF WS-Concepto-Hallado = "S"
                           MOVE WS-Con-Descripcion(WS-Indice-Con)
                               TO poliza-descripcion
                           IF WS-Con-Cuenta(WS-Indice-Con) NOT = SPACE
                               MOVE WS-Con-Cuenta(WS-Indice-Con)
                                   TO poliza-cuenta
                           END-IF
                       END-IF
                       COMPUTE poliza-monto =
                           FUNCTION ABS(WS-Abo-Monto(WS-Indice-Abono))
                       MOVE WS-Grupo-Pago TO poliza-grupo
                       MOVE WS-Abo-Patron(WS-Indice-Abono)
                           TO poliza-patron
                       WRITE poliza-registro
                       MOVE poliza-cuenta TO WS-RP-Cuenta
                       MOVE poliza-descripcion TO WS-RP-Descripcion
                       MOVE poliza-monto TO WS-RP-Monto
                       MOVE WS-Linea-Resumen-Pol
                           TO poliza-resumen-linea
                       WRITE poliza-resumen-linea
                   END-IF
               END-PERFORM.
               MOVE "TOTAL" TO WS-RP-Tipo.
               MOVE SPACE TO WS-RP-Cuenta.
               MOVE "CARGOS DEL PATRON" TO WS-RP-Descripcion.
               MOVE WS-NP-Cargos(WS-Indice-NP) TO WS-RP-Monto.
               MOVE WS-Linea-Resumen-Pol TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.

      * Los renglones del otro grupo de pago se conservan: la
      * poliza junta la ultima corrida de cada grupo. Los
      * renglones sin grupo son de la nomina quincenal.
           Cargar-Poliza-Otro-Grupo.
               MOVE ZERO TO WS-Total-Poliza-Ajena.
               MOVE "1" TO WS-Fin-Poliza.
               OPEN INPUT Poliza-archivo.
               IF WS-Poliza-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Poliza
               END-IF.
               PERFORM UNTIL WS-Fin-Poliza = "0"
                   READ Poliza-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Poliza
                       NOT AT END
                           IF poliza-grupo = SPACE
                               MOVE "Q" TO poliza-grupo
                           END-IF
                           IF poliza-grupo NOT = WS-Grupo-Pago
                               AND WS-Total-Poliza-Ajena NOT < 200
                               MOVE "POLIZA DEL OTRO GRUPO"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                           IF poliza-grupo NOT = WS-Grupo-Pago
                               AND WS-Total-Poliza-Ajena < 200
                               ADD 1 TO WS-Total-Poliza-Ajena
                               MOVE poliza-registro TO
                                   WS-Poliza-Ajena
                                       (WS-Total-Poliza-Ajena)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Poliza-archivo.

      * Informativo para el contador: el bruto cargado al gasto,
      * abierto por concepto de percepcion con su tipo del SAT.
           Escribir-Resumen-Conceptos.
               MOVE SPACE TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               MOVE "PERCEPCIONES DEL GASTO POR CONCEPTO"
                   TO poliza-resumen-linea.
               WRITE poliza-resumen-linea.
               PERFORM VARYING WS-Indice-TC FROM 1 BY 1
                   UNTIL WS-Indice-TC > WS-Total-Tot-Con
                   IF WS-TC-Clase(WS-Indice-TC) = "P"
                       MOVE "PERCEP" TO WS-RP-Tipo
                       MOVE WS-TC-Clave(WS-Indice-TC)
                           TO WS-Concepto-Codigo
                       MOVE WS-Concepto-Codigo TO WS-RP-Descripcion
                       MOVE SPACE TO WS-RP-Cuenta
                       PERFORM Buscar-Concepto-Catalogo
                       IF WS-Concepto-Hallado = "S"
                           MOVE WS-Con-Descripcion(WS-Indice-Con)
                               TO WS-RP-Descripcion
                           STRING "SAT-" WS-Con-Sat-Tipo(WS-Indice-Con)
                               DELIMITED BY SIZE INTO WS-RP-Cuenta
                       END-IF
                       MOVE WS-TC-Monto(WS-Indice-TC) TO WS-RP-Monto
                       MOVE WS-Linea-Resumen-Pol
                           TO poliza-resumen-linea
                       WRITE poliza-resumen-linea
                   END-IF
               END-PERFORM.

           Escribir-Detalle-Registro.
               MOVE empleados-id TO WS-Linea-Id.
               MOVE WS-Neto-Empleado TO recibo-neto.
               WRITE recibo-registro.
               MOVE recibo-registro TO recibo-anual-registro.
               MOVE WS-Periodo-Actual-Id
                   TO recibo-anual-registro(102:7).
               WRITE recibo-anual-registro.

           Escribir-Totales-Registro.
               PERFORM VARYING WS-Indice-NP FROM 1 BY 1
                   UNTIL WS-Indice-NP > WS-Total-Nom-Patrones
                   PERFORM Escribir-Totales-Patron
               END-PERFORM.
               MOVE WS-Total-Bruto TO WS-Total-Linea-Bruto.
               MOVE WS-Total-Deducido TO WS-Total-Linea-Deducido.
               MOVE WS-Total-Neto TO WS-Total-Linea-Neto.
                   TO WS-Total-Linea-Aporte.
               MOVE WS-Linea-Aporte TO registro-linea.
               WRITE registro-linea.
               MOVE WS-Total-Cuota-Patron
                   TO WS-Total-Linea-Imss-Patron.
               MOVE WS-Total-Cuota-Obrero
                   TO WS-Total-Linea-Imss-Obrero.
               MOVE WS-Linea-Cuotas-Imss TO registro-linea.
               WRITE registro-linea.

           Escribir-Totales-Patron.
               MOVE WS-NP-Clave(WS-Indice-NP) TO WS-LNP-Clave.
               MOVE WS-NP-Nombre(WS-Indice-NP) TO WS-LNP-Nombre.
               MOVE WS-NP-Registro(WS-Indice-NP) TO WS-LNP-Registro.
               MOVE WS-NP-Procesados(WS-Indice-NP)
                   TO WS-LNP-Procesados.
               MOVE WS-Linea-Patron-Registro TO registro-linea.
               WRITE registro-linea.
               MOVE WS-NP-Bruto(WS-Indice-NP) TO WS-LNP-Bruto.
               MOVE WS-NP-Deducido(WS-Indice-NP) TO WS-LNP-Deducido.
               MOVE WS-NP-Neto(WS-Indice-NP) TO WS-LNP-Neto.
               MOVE WS-Linea-Patron-Importes TO registro-linea.
               WRITE registro-linea.
               MOVE WS-NP-Imss-Patron(WS-Indice-NP)
                   TO WS-LNP-Imss-Patron.
               MOVE WS-NP-Imss-Obrero(WS-Indice-NP)
                   TO WS-LNP-Imss-Obrero.
               MOVE WS-Linea-Patron-Imss TO registro-linea.
               WRITE registro-linea.

           Mostrar-Resumen.
               IF WS-Corrida-Semanal
                   DISPLAY "Nomina SEMANAL del periodo "
                       WS-Periodo-Actual-Id
               ELSE
                   DISPLAY "Nomina QUINCENAL del periodo "
                       WS-Periodo-Actual-Id
               END-IF.
               DISPLAY "Registro de nomina generado en "
                   FUNCTION TRIM(WS-Registro-Filename).
               DISPLAY "Recibos de pago generados en "
                   FUNCTION TRIM(WS-Recibos-Filename).
               DISPLAY "Renglones de desglose por concepto: "
                   WS-Total-Renglones-Det.
               DISPLAY "Empleados procesados: " WS-Total-Procesados.
               PERFORM VARYING WS-Indice-NP FROM 1 BY 1
                   UNTIL WS-Indice-NP > WS-Total-Nom-Patrones
                   DISPLAY "  Patron " WS-NP-Clave(WS-Indice-NP) " "
                       WS-NP-Nombre(WS-Indice-NP) ": "
                       WS-NP-Procesados(WS-Indice-NP)
                       " empleados, neto " WS-NP-Neto(WS-Indice-NP)
               END-PERFORM.
               DISPLAY "Empleados omitidos (inactivos): "
                   WS-Total-Omitidos.
               DISPLAY "Empleados de otro grupo de pago: "
                   WS-Total-Otro-Grupo.
               DISPLAY "Abonos a prestamos y pensiones: "
                   WS-Total-Abonos-Prestamo.
               DISPLAY "Viaticos no comprobados recuperados: "
                   WS-Total-Recuperado-Viat.
               DISPLAY "Comisiones de venta pagadas: "
                   WS-Total-Comisiones-Pag.
               DISPLAY "Repartos de costo ignorados (no suman "
                   "100): " WS-Repartos-Invalidos.
               DISPLAY "Retroactivos pagados: "
                   WS-Total-Retro-Pagado.
               DISPLAY "Dias subsidiados por IMSS excluidos: "
                   WS-Total-Dias-Subs.
               DISPLAY "Dias de suspension sin goce descontados: "
                   WS-Total-Dias-Susp.
               DISPLAY "Empleados en licencia sin goce todo el "
                   "periodo: " WS-Total-En-Licencia
                   "  dias de licencia descontados: "
                   WS-Total-Dias-Lic.
               DISPLAY "Cuotas sindicales retenidas: "
                   WS-Total-Cuota-Sindical.
               DISPLAY "Prima dominical pagada: "
                   WS-Total-Prima-Dominical.
               DISPLAY "Pago doble por feriados trabajados: "
                   WS-Total-Pago-Feriados.
               DISPLAY "Prima vacacional pagada: "
                   WS-Total-Prima-Vac.
               DISPLAY "Descuentos por retardos: "
                   WS-Total-Desc-Retardos.
               DISPLAY "Horas extra sin autorizar (a revision): "
                   WS-Total-Extra-Sin-Aut
                   "  aprobadas tarde pagadas: "
                   WS-Total-Extra-Tardia.
               DISPLAY "Aportacion patronal a prestaciones: "
                   WS-Total-Aporte-Patron.
               DISPLAY "Cuotas IMSS patronales: "
                   WS-Total-Cuota-Patron
                   "  obreras: " WS-Total-Cuota-Obrero.
               DISPLAY "Costo patronal en nomina-costo-patronal.dat".
               DISPLAY "Ajuste anual de ISR aplicado: a favor "
                   WS-Total-Ajuste-Favor
                   "  a cargo: " WS-Total-Ajuste-Cargo.

       END PROGRAM Calcula-nomina.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Monitorea-capacidad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "capacidad-fisico.cbl".
       COPY "crecimiento-fisico.cbl".
       COPY "archivo-fisico.cbl".
       COPY "historico-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT OPTIONAL Medido-archivo
       ASSIGN TO WS-Archivo-Medido
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Medido-Status.

       SELECT Listado-archivo
       ASSIGN TO "capacidad.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Listado-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "capacidad-logico.cbl".
       COPY "crecimiento-logico.cbl".
       COPY "archivo-logico.cbl".
       COPY "historico-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

      * Renglon de cualquier archivo secuencial que se mide; solo
      * interesa contarlo.
       FD  Medido-archivo.

       01  medido-registro PIC X(500).

       FD  Listado-archivo.

       01  listado-linea PIC X(150).


       WORKING-STORAGE SECTION.

           01 WS-Capacidad-Status PIC XX.
           01 WS-Crecimiento-Status PIC XX.
           01 WS-Empleados-Status PIC XX.
           01 WS-Historico-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Medido-Status PIC XX.
           01 WS-Listado-Status PIC XX.

           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Archivo-Medido PIC X(40).

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fecha-Entera PIC S9(9).
           01 WS-Fecha-Hoy-Entera PIC S9(9).
           01 WS-Fecha-Proyectada PIC 9(8).
           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.
           01 WS-Fin-Lectura PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Meses-Anticipo PIC 9(3) VALUE 6.
           01 WS-Disco-MB PIC 9(7) VALUE 2048.
           01 WS-Disco-Bytes PIC 9(13).

      * Se toma como base de la tasa la medicion mas antigua de los
      * ultimos 365 dias; con menos de 7 dias de historia no se
      * proyecta.
           01 WS-Dias-Ventana PIC 9(3) VALUE 365.
           01 WS-Dias-Minimos PIC 9(3) VALUE 7.

      * Detalle que regresa CBL_CHECK_FILE_EXIST: tamano en bytes
      * y fecha y hora de la ultima modificacion.
           01 WS-Detalle-Archivo.
               05 WS-Detalle-Bytes PIC 9(18) COMP.
               05 WS-Detalle-Dia PIC X.
               05 WS-Detalle-Mes PIC X.
               05 WS-Detalle-Anio PIC XX.
               05 WS-Detalle-Hora PIC X(4).

      * Limites sugeridos para arrancar: las tablas en memoria que
      * ya conocemos por programa y los umbrales de las bitacoras
      * que crecen sin parar.
           01 WS-Limites-Sugeridos.
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados.dat".
                   10 FILLER PIC X(11) VALUE "ET000002000".
                   10 FILLER PIC X(24) VALUE "Verifica-satelites".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados-historico.dat".
                   10 FILLER PIC X(11) VALUE "HT000002000".
                   10 FILLER PIC X(24) VALUE "Verifica-satelites".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados.dat".
                   10 FILLER PIC X(11) VALUE "ET000001000".
                   10 FILLER PIC X(24) VALUE "Reporte-organigrama".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados.dat".
                   10 FILLER PIC X(11) VALUE "ET000001000".
                   10 FILLER PIC X(24) VALUE "Detecta-duplicados".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "grupos-pago.dat".
                   10 FILLER PIC X(11) VALUE "ST000001000".
                   10 FILLER PIC X(24) VALUE "Extracto-interfaz-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "periodos-nomina.dat".
                   10 FILLER PIC X(11) VALUE "ST000000100".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "operadores.dat".
                   10 FILLER PIC X(11) VALUE "ST000000020".
                   10 FILLER PIC X(24) VALUE "Menu-Principal".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "ciclo-catalogo.dat".
                   10 FILLER PIC X(11) VALUE "ST000000030".
                   10 FILLER PIC X(24) VALUE "Ciclo-nocturno".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "catalogo-respaldos.dat".
                   10 FILLER PIC X(11) VALUE "ST000000100".
                   10 FILLER PIC X(24) VALUE "Respaldo-nocturno".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "retencion-politicas.dat".
                   10 FILLER PIC X(11) VALUE "ST000000050".
                   10 FILLER PIC X(24) VALUE "Depura-retencion".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "recertificacion.dat".
                   10 FILLER PIC X(11) VALUE "ST000002000".
                   10 FILLER PIC X(24) VALUE "Recertifica-operadores".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "capacidad-limites.dat".
                   10 FILLER PIC X(11) VALUE "ST000000400".
                   10 FILLER PIC X(24) VALUE "Monitorea-capacidad".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados-auditoria.dat".
                   10 FILLER PIC X(11) VALUE "SU001000000".
                   10 FILLER PIC X(24) VALUE SPACE.
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "accesos-consulta.dat".
                   10 FILLER PIC X(11) VALUE "SU001000000".
                   10 FILLER PIC X(24) VALUE SPACE.
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "patrones.dat".
                   10 FILLER PIC X(11) VALUE "ST000000050".
                   10 FILLER PIC X(24) VALUE "Mantener-patrones".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "avisos.dat".
                   10 FILLER PIC X(11) VALUE "SU000100000".
                   10 FILLER PIC X(24) VALUE SPACE.
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "empleados.dat".
                   10 FILLER PIC X(11) VALUE "ET000005000".
                   10 FILLER PIC X(24) VALUE "Detecta-fraude".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "departamentos.dat".
                   10 FILLER PIC X(11) VALUE "ST000000200".
                   10 FILLER PIC X(24) VALUE "Muestra-auditoria".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "demandas.dat".
                   10 FILLER PIC X(11) VALUE "ST000002000".
                   10 FILLER PIC X(24) VALUE "Mantener-demandas".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "demandas-audiencias.dat".
                   10 FILLER PIC X(11) VALUE "ST000005000".
                   10 FILLER PIC X(24) VALUE "Mantener-demandas".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "distribucion-costos.dat".
                   10 FILLER PIC X(11) VALUE "ST000001000".
                   10 FILLER PIC X(24) VALUE "Mantener-distribucion".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE
                       "horas-extra-pendientes.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "sindicato.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "viaticos.dat".
                   10 FILLER PIC X(11) VALUE "ST000002000".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "comisiones-por-pagar.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE "nomina-ajuste-anual.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Calcula-nomina".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE
                       "horas-extra-pendientes.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Autorizar-horas-extra".
               05 FILLER.
                   10 FILLER PIC X(40) VALUE
                       "horas-extra-autorizadas.dat".
                   10 FILLER PIC X(11) VALUE "ST000003000".
                   10 FILLER PIC X(24) VALUE "Autorizar-horas-extra".
           01 WS-Tabla-Limites-Sugeridos
               REDEFINES WS-Limites-Sugeridos.
               05 WS-Limite-Sugerido PIC X(75) OCCURS 28 TIMES.

      * Todos los archivos .dat del sistema, con su tipo al frente:
      * cada uno se mide aunque no tenga limite propio, para la
      * proyeccion del disco.
           01 WS-Archivos-Sistema.
               05 FILLER PIC X(41) VALUE
                   "Saccesos-consulta.dat".
               05 FILLER PIC X(41) VALUE
                   "Sactas.dat".
               05 FILLER PIC X(41) VALUE
                   "Saguinaldo-pagos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sanonimizar-solicitudes.dat".
               05 FILLER PIC X(41) VALUE
                   "Sausencias.dat".
               05 FILLER PIC X(41) VALUE
                   "Savisos-escalados.dat".
               05 FILLER PIC X(41) VALUE
                   "Savisos-escalamiento.dat".
               05 FILLER PIC X(41) VALUE
                   "Savisos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbajas-motivos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbancos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbeneficiarios.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbeneficios-inscripciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbeneficios.dat".
               05 FILLER PIC X(41) VALUE
                   "Sbolsas-merito.dat".
               05 FILLER PIC X(41) VALUE
                   "Scalendario-feriados.dat".
               05 FILLER PIC X(41) VALUE
                   "Scambios-rechazos.dat".
               05 FILLER PIC X(41) VALUE
                   "Scandidatos.dat".
               05 FILLER PIC X(41) VALUE
                   "Scapacidad-historia.dat".
               05 FILLER PIC X(41) VALUE
                   "Scapacidad-limites.dat".
               05 FILLER PIC X(41) VALUE
                   "Scapacitacion.dat".
               05 FILLER PIC X(41) VALUE
                   "Scarga-checkpoint.dat".
               05 FILLER PIC X(41) VALUE
                   "Scarga-lote.dat".
               05 FILLER PIC X(41) VALUE
                   "Scarga-rechazos.dat".
               05 FILLER PIC X(41) VALUE
                   "Scarga-resumen.dat".
               05 FILLER PIC X(41) VALUE
                   "Scatalogo-auditoria.dat".
               05 FILLER PIC X(41) VALUE
                   "Scatalogo-respaldos.dat".
               05 FILLER PIC X(41) VALUE
                   "Scentros-costo.dat".
               05 FILLER PIC X(41) VALUE
                   "Scertificaciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Scfdi-timbres.dat".
               05 FILLER PIC X(41) VALUE
                   "Schecadas-incidencias.dat".
               05 FILLER PIC X(41) VALUE
                   "Scheques-folio.dat".
               05 FILLER PIC X(41) VALUE
                   "Scheques-registro.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciclo-catalogo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciclo-control.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciclo-duraciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciclo-estado.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciclo-ventana.dat".
               05 FILLER PIC X(41) VALUE
                   "Scierre-anual.dat".
               05 FILLER PIC X(41) VALUE
                   "Sciudades.dat".
               05 FILLER PIC X(41) VALUE
                   "Scobertura-minima.dat".
               05 FILLER PIC X(41) VALUE
                   "Scomisiones-por-pagar.dat".
               05 FILLER PIC X(41) VALUE
                   "Scomisiones-tabla.dat".
               05 FILLER PIC X(41) VALUE
                   "Sconceptos-nomina.dat".
               05 FILLER PIC X(41) VALUE
                   "Sconstancias-emitidas.dat".
               05 FILLER PIC X(41) VALUE
                   "Sconstancias-folio.dat".
               05 FILLER PIC X(41) VALUE
                   "Sconstancias-log.dat".
               05 FILLER PIC X(41) VALUE
                   "Scontactos-emergencia.dat".
               05 FILLER PIC X(41) VALUE
                   "Scontratistas-entregas.dat".
               05 FILLER PIC X(41) VALUE
                   "Scontratistas-personal.dat".
               05 FILLER PIC X(41) VALUE
                   "Scontratistas.dat".
               05 FILLER PIC X(41) VALUE
                   "Scorporativo-xref.dat".
               05 FILLER PIC X(41) VALUE
                   "Scuentas-verificadas.dat".
               05 FILLER PIC X(41) VALUE
                   "Scursos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdc3-emitidas.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdelta-marca.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdemandas-audiencias.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdemandas.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdepartamentos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdictamenes-rt.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdistribucion-costos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdocumentos-empleado.dat".
               05 FILLER PIC X(41) VALUE
                   "Sdocumentos-tipo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sduplicados-fusion.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-auditoria.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-cambios.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-control.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-corporativo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-fiscal.dat".
               05 FILLER PIC X(41) VALUE
                   "Hempleados-historico.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-journal.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-patron.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-seq.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-transacciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Sempleados-turno.dat".
               05 FILLER PIC X(41) VALUE
                   "Eempleados.dat".
               05 FILLER PIC X(41) VALUE
                   "Sencuesta-mapeo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sequidad-limites.dat".
               05 FILLER PIC X(41) VALUE
                   "Sescalafon.dat".
               05 FILLER PIC X(41) VALUE
                   "Sestadisticas-historia.dat".
               05 FILLER PIC X(41) VALUE
                   "Sestadisticas.dat".
               05 FILLER PIC X(41) VALUE
                   "Seventos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sfecha-proceso.dat".
               05 FILLER PIC X(41) VALUE
                   "Sfiniquitos-pagos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sgrupos-pago.dat".
               05 FILLER PIC X(41) VALUE
                   "Shojas-merito.dat".
               05 FILLER PIC X(41) VALUE
                   "Shoras-extra-autorizadas.dat".
               05 FILLER PIC X(41) VALUE
                   "Shoras-extra-detalle.dat".
               05 FILLER PIC X(41) VALUE
                   "Shoras-extra-pend-historico.dat".
               05 FILLER PIC X(41) VALUE
                   "Shoras-extra-pendientes.dat".
               05 FILLER PIC X(41) VALUE
                   "Shoras-resumen.dat".
               05 FILLER PIC X(41) VALUE
                   "Simss-emision.dat".
               05 FILLER PIC X(41) VALUE
                   "Simss-ramos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sincapacidades.dat".
               05 FILLER PIC X(41) VALUE
                   "Sinformes-catalogo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sinformes-cola.dat".
               05 FILLER PIC X(41) VALUE
                   "Sinterfaz-secuencia.dat".
               05 FILLER PIC X(41) VALUE
                   "Sisn-poliza.dat".
               05 FILLER PIC X(41) VALUE
                   "Sisn-tasas.dat".
               05 FILLER PIC X(41) VALUE
                   "Skiosco-pin.dat".
               05 FILLER PIC X(41) VALUE
                   "Slicencias.dat".
               05 FILLER PIC X(41) VALUE
                   "Smatriz-merito.dat".
               05 FILLER PIC X(41) VALUE
                   "Smercado-salarial.dat".
               05 FILLER PIC X(41) VALUE
                   "Smotivos-acta.dat".
               05 FILLER PIC X(41) VALUE
                   "Smotivos-baja.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-ajuste-anual.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-costo-patronal.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-deducciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-detalle-anual.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-devoluciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-extraordinaria.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-isr-anual.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-isr.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-poliza-extra.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-poliza.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-anterior-semanal.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-anterior.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-anual.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-detalle-semanal.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-detalle.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-extra.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos-semanal.dat".
               05 FILLER PIC X(41) VALUE
                   "Snomina-recibos.dat".
               05 FILLER PIC X(41) VALUE
                   "Soperaciones-log.dat".
               05 FILLER PIC X(41) VALUE
                   "Soperadores.dat".
               05 FILLER PIC X(41) VALUE
                   "Sparametros-finiquito.dat".
               05 FILLER PIC X(41) VALUE
                   "Sparametros-sistema.dat".
               05 FILLER PIC X(41) VALUE
                   "Spassword-vigencia.dat".
               05 FILLER PIC X(41) VALUE
                   "Spatrones.dat".
               05 FILLER PIC X(41) VALUE
                   "Spendientes.dat".
               05 FILLER PIC X(41) VALUE
                   "Speriodos-nomina.dat".
               05 FILLER PIC X(41) VALUE
                   "Speriodos-prueba.dat".
               05 FILLER PIC X(41) VALUE
                   "Speriodos-semanal.dat".
               05 FILLER PIC X(41) VALUE
                   "Splantillas-lista.dat".
               05 FILLER PIC X(41) VALUE
                   "Splazas.dat".
               05 FILLER PIC X(41) VALUE
                   "Sprestamos.dat".
               05 FILLER PIC X(41) VALUE
                   "Spresupuestos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sprima-riesgo.dat".
               05 FILLER PIC X(41) VALUE
                   "Sprovisiones-poliza.dat".
               05 FILLER PIC X(41) VALUE
                   "Sprovisiones.dat".
               05 FILLER PIC X(41) VALUE
                   "Sptu-pagos.dat".
               05 FILLER PIC X(41) VALUE
                   "Spuestos.dat".
               05 FILLER PIC X(41) VALUE
                   "Squiz-resultados.dat".
               05 FILLER PIC X(41) VALUE
                   "Srecertificacion.dat".
               05 FILLER PIC X(41) VALUE
                   "Srecibos-acuses.dat".
               05 FILLER PIC X(41) VALUE
                   "Srecibos-extra-folio.dat".
               05 FILLER PIC X(41) VALUE
                   "Sreingresos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sreparto-bitacora.dat".
               05 FILLER PIC X(41) VALUE
                   "Sresguardos.dat".
               05 FILLER PIC X(41) VALUE
                   "Sretencion-bitacora.dat".
               05 FILLER PIC X(41) VALUE
                   "Sretencion-politicas.dat".
               05 FILLER PIC X(41) VALUE
                   "Sretroactivos-pagados.dat".
               05 FILLER PIC X(41) VALUE
                   "Srevisiones-desempeno.dat".
               05 FILLER PIC X(41) VALUE
                   "Srol-turnos.dat".
               05 FILLER PIC X(41) VALUE
                   "Srotaciones.dat".
               05 FILLER PIC X(41) VALUE
                   "Ssatelites-conteo.dat".
               05 FILLER PIC X(41) VALUE
                   "Ssesion-operador.dat".
               05 FILLER PIC X(41) VALUE
                   "Ssindicato.dat".
               05 FILLER PIC X(41) VALUE
                   "Ssitios-lista.dat".
               05 FILLER PIC X(41) VALUE
                   "Stabla-historial.dat".
               05 FILLER PIC X(41) VALUE
                   "Stabulador.dat".
               05 FILLER PIC X(41) VALUE
                   "Stipos-cambio.dat".
               05 FILLER PIC X(41) VALUE
                   "Sturnos.dat".
               05 FILLER PIC X(41) VALUE
                   "Svacaciones-saldo.dat".
               05 FILLER PIC X(41) VALUE
                   "Svacaciones-solicitudes.dat".
               05 FILLER PIC X(41) VALUE
                   "Svales-historial.dat".
               05 FILLER PIC X(41) VALUE
                   "Svales-secuencia.dat".
               05 FILLER PIC X(41) VALUE
                   "Svales-tarjetas.dat".
               05 FILLER PIC X(41) VALUE
                   "Svariacion-limite.dat".
               05 FILLER PIC X(41) VALUE
                   "Svariacion-visto-semanal.dat".
               05 FILLER PIC X(41) VALUE
                   "Svariacion-visto.dat".
               05 FILLER PIC X(41) VALUE
                   "Sviaticos-comprobantes.dat".
               05 FILLER PIC X(41) VALUE
                   "Sviaticos.dat".
           01 WS-Tabla-Archivos-Sistema
               REDEFINES WS-Archivos-Sistema.
               05 WS-Archivo-Sistema PIC X(41) OCCURS 172 TIMES.
           01 WS-Indice-Sugerido PIC 9(3).

           01 WS-Total-Limites PIC 9(3) VALUE ZERO.
           01 WS-Indice-Limite PIC 9(3).
           01 WS-Tabla-Limites.
               05 WS-Limite-Item OCCURS 400 TIMES PIC X(75).
           01 WS-Limites-Llenos PIC X VALUE "N".

      * Una medicion por archivo distinto del catalogo, con la
      * medicion base de la historia para la tasa de crecimiento.
           01 WS-Total-Medidos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Medido PIC 9(3).
           01 WS-Medido-Hallado PIC 9(3).
           01 WS-Tabla-Medidos.
               05 WS-Medido-Item OCCURS 300 TIMES.
                   10 WS-Med-Archivo PIC X(40).
                   10 WS-Med-Tipo PIC X.
                   10 WS-Med-Existe PIC X.
                   10 WS-Med-Registros PIC 9(9).
                   10 WS-Med-Bytes PIC 9(12).
                   10 WS-Med-Base-Fecha PIC X(8).
                   10 WS-Med-Base-Registros PIC 9(9).
                   10 WS-Med-Base-Bytes PIC 9(12).
                   10 WS-Med-Dias PIC 9(5).
                   10 WS-Med-Registrado PIC X.

           01 WS-Cuenta-Registros PIC 9(9).
           01 WS-Dias-Historia PIC S9(9).
           01 WS-Crecimiento-Mensual PIC S9(11).
           01 WS-Crecimiento-Disco PIC S9(13) VALUE ZERO.
           01 WS-Total-Bytes PIC 9(13) VALUE ZERO.
           01 WS-Faltante PIC S9(13).
           01 WS-Dias-Restantes PIC 9(9).
           01 WS-Meses-Restantes PIC 9(9).
           01 WS-Porcentaje-Uso PIC 9(5).
           01 WS-Kbytes PIC 9(10).

           01 WS-Lim-Archivo PIC X(40).
           01 WS-Lim-Tipo PIC X.
           01 WS-Lim-Clase PIC X.
           01 WS-Lim-Limite PIC 9(13).
           01 WS-Lim-Actual PIC 9(13).
           01 WS-Lim-Origen PIC X(24).

      * Resultado de evaluar un limite: C = rebasado o a un mes,
      * A = dentro del anticipo, espacio = con holgura.
           01 WS-Severidad-Limite PIC X.
           01 WS-Estado-Limite PIC X(12).
           01 WS-Total-Avisos PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Archivo PIC 9(5) VALUE ZERO.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(36) VALUE
                   "CAPACIDAD Y CRECIMIENTO DE ARCHIVOS ".
               05 FILLER PIC X(18) VALUE "FECHA DE PROCESO: ".
               05 WS-Tit-Fecha PIC X(10).
               05 FILLER PIC X(24) VALUE "  AVISO CON ANTICIPO DE ".
               05 WS-Tit-Anticipo PIC ZZ9.
               05 FILLER PIC X(6) VALUE " MESES".

           01 WS-Encabezado-Limites.
               05 FILLER PIC X(47) VALUE
                   "ARCHIVO / LIMITE                         ORIGEN".
               05 FILLER PIC X(47) VALUE
                   "                          LIMITE        ACTUAL ".
               05 FILLER PIC X(42) VALUE
                   " USO%    CREC/MES  MESES FECHA      ESTADO".

           01 WS-Linea-Limite.
               05 WS-Det-Archivo PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Origen PIC X(24).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Limite PIC Z,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Actual PIC Z,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Uso PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Crecimiento PIC ---,---,--9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Meses PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Fecha PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Estado PIC X(12).
           01 WS-Meses-Editado PIC ZZZZ9.

           01 WS-Encabezado-Medidos.
               05 FILLER PIC X(47) VALUE
                   "ARCHIVO                                  TIPO  ".
               05 FILLER PIC X(27) VALUE
                   "  REGISTROS        KBYTES ".
               05 FILLER PIC X(27) VALUE
                   "CREC REG/MES  DIAS HISTORIA".

           01 WS-Linea-Medido.
               05 WS-Med-Det-Archivo PIC X(40).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Med-Det-Tipo PIC X.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Med-Det-Registros PIC Z,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Med-Det-Kbytes PIC Z,ZZZ,ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Med-Det-Crecimiento PIC ---,---,--9.
               05 FILLER PIC X(4) VALUE SPACE.
               05 WS-Med-Det-Dias PIC X(10).
           01 WS-Dias-Editado PIC ZZZZ9.

      * Monitoreo nocturno de capacidad. Cada corrida mide los
      * renglones y bytes de cada archivo .dat del catalogo de
      * capacidad, deja la medicion en la historia de crecimiento
      * y proyecta con la tasa de los ultimos 365 dias cuando cada
      * archivo llegara a su umbral, a la tabla en memoria del
      * programa que lo carga o, en conjunto, al disco asignado
      * (CAPACIDAD-DISCO-MB). Lo que llegue dentro del anticipo de
      * CAPACIDAD-ANTICIPO meses levanta aviso; el detalle queda en
      * capacidad.txt.
       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Parametros.
           PERFORM Inicializar-Catalogo.
           PERFORM Cargar-Limites.
           IF WS-Total-Medidos = ZERO
               DISPLAY "El catalogo de capacidad esta vacio; no hay "
                   "archivos que medir."
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM Medir-Archivo
                   VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos
               PERFORM Leer-Historia
               PERFORM Registrar-Mediciones
               PERFORM Escribir-Listado
               DISPLAY "Archivos medidos: " WS-Total-Medidos
                   "  sin archivo en disco: " WS-Total-Sin-Archivo
               DISPLAY "Avisos de capacidad: " WS-Total-Avisos
                   " (detalle en capacidad.txt)."
               IF WS-Limites-Llenos = "S"
                   DISPLAY "El catalogo de capacidad excede la "
                       "tabla de trabajo; se evaluo solo una parte."
               END-IF
               IF WS-Total-Avisos > ZERO
                   OR WS-Limites-Llenos = "S"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           Program-Done.
            GOBACK.

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
               COMPUTE WS-Fecha-Hoy-Entera =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL(WS-Fecha-Proceso)).

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Leer-Parametros.
               MOVE "CAPACIDAD-ANTICIPO" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Meses-Anticipo
               END-IF.
               MOVE "CAPACIDAD-DISCO-MB" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Disco-MB
               END-IF.
               COMPUTE WS-Disco-Bytes = WS-Disco-MB * 1048576.

      * Si el catalogo no existe se siembra con los limites
      * conocidos y un renglon de medicion por cada archivo .dat
      * del sistema; despues se mantiene a mano.
           Inicializar-Catalogo.
               OPEN INPUT Capacidad-limites-archivo.
               IF WS-Capacidad-Status NOT = "00"
                   CLOSE Capacidad-limites-archivo
                   OPEN OUTPUT Capacidad-limites-archivo
                   PERFORM VARYING WS-Indice-Sugerido FROM 1 BY 1
                       UNTIL WS-Indice-Sugerido > 28
                       MOVE WS-Limite-Sugerido(WS-Indice-Sugerido)
                           TO capacidad-registro
                       WRITE capacidad-registro
                   END-PERFORM
                   PERFORM VARYING WS-Indice-Sugerido FROM 1 BY 1
                       UNTIL WS-Indice-Sugerido > 172
                       MOVE SPACE TO capacidad-registro
                       MOVE WS-Archivo-Sistema(WS-Indice-Sugerido)(2:40)
                           TO capacidad-archivo
                       MOVE WS-Archivo-Sistema(WS-Indice-Sugerido)(1:1)
                           TO capacidad-tipo
                       MOVE "M" TO capacidad-clase
                       MOVE ZERO TO capacidad-limite
                       WRITE capacidad-registro
                   END-PERFORM
                   CLOSE Capacidad-limites-archivo
               ELSE
                   CLOSE Capacidad-limites-archivo
               END-IF.

           Cargar-Limites.
               MOVE ZERO TO WS-Total-Limites.
               MOVE ZERO TO WS-Total-Medidos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Capacidad-limites-archivo.
               IF WS-Capacidad-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Capacidad-limites-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF capacidad-archivo NOT = SPACE
                               PERFORM Agregar-Limite
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Capacidad-limites-archivo.

           Agregar-Limite.
               IF WS-Total-Limites < 400
                   ADD 1 TO WS-Total-Limites
                   MOVE capacidad-registro
                       TO WS-Limite-Item(WS-Total-Limites)
               ELSE
                   MOVE "S" TO WS-Limites-Llenos
               END-IF.
               MOVE ZERO TO WS-Medido-Hallado.
               PERFORM VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos
                   OR WS-Medido-Hallado > ZERO
                   IF WS-Med-Archivo(WS-Indice-Medido) =
                       capacidad-archivo
                       MOVE WS-Indice-Medido TO WS-Medido-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Medido-Hallado = ZERO
                   IF WS-Total-Medidos < 300
                       ADD 1 TO WS-Total-Medidos
                       MOVE WS-Total-Medidos TO WS-Indice-Medido
                       MOVE capacidad-archivo
                           TO WS-Med-Archivo(WS-Indice-Medido)
                       MOVE capacidad-tipo
                           TO WS-Med-Tipo(WS-Indice-Medido)
                       MOVE "N" TO WS-Med-Existe(WS-Indice-Medido)
                       MOVE ZERO TO WS-Med-Registros(WS-Indice-Medido)
                       MOVE ZERO TO WS-Med-Bytes(WS-Indice-Medido)
                       MOVE SPACE
                           TO WS-Med-Base-Fecha(WS-Indice-Medido)
                       MOVE ZERO
                           TO WS-Med-Base-Registros(WS-Indice-Medido)
                       MOVE ZERO TO WS-Med-Base-Bytes(WS-Indice-Medido)
                       MOVE ZERO TO WS-Med-Dias(WS-Indice-Medido)
                       MOVE "N"
                           TO WS-Med-Registrado(WS-Indice-Medido)
                   ELSE
                       MOVE "S" TO WS-Limites-Llenos
                   END-IF
               END-IF.

      * El tamano sale del directorio; los renglones se cuentan
      * leyendo el archivo completo, por llave en los indexados.
           Medir-Archivo.
               MOVE WS-Med-Archivo(WS-Indice-Medido)
                   TO WS-Archivo-Medido.
               IF WS-Med-Tipo(WS-Indice-Medido) = "E"
                   MOVE WS-Empleados-Filename TO WS-Archivo-Medido
               END-IF.
               CALL "CBL_CHECK_FILE_EXIST" USING WS-Archivo-Medido
                   WS-Detalle-Archivo.
               IF RETURN-CODE NOT = ZERO
                   MOVE ZERO TO RETURN-CODE
                   ADD 1 TO WS-Total-Sin-Archivo
               ELSE
                   MOVE "S" TO WS-Med-Existe(WS-Indice-Medido)
                   MOVE WS-Detalle-Bytes
                       TO WS-Med-Bytes(WS-Indice-Medido)
                   ADD WS-Detalle-Bytes TO WS-Total-Bytes
                   MOVE ZERO TO WS-Cuenta-Registros
                   EVALUATE WS-Med-Tipo(WS-Indice-Medido)
                       WHEN "E"
                           PERFORM Contar-Maestro
                       WHEN "H"
                           PERFORM Contar-Historico
                       WHEN OTHER
                           PERFORM Contar-Secuencial
                   END-EVALUATE
                   MOVE WS-Cuenta-Registros
                       TO WS-Med-Registros(WS-Indice-Medido)
               END-IF.

           Contar-Secuencial.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Medido-archivo.
               IF WS-Medido-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Medido-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Cuenta-Registros
                   END-READ
               END-PERFORM.
               CLOSE Medido-archivo.

           Contar-Maestro.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Empleados-archivo.
               IF WS-Empleados-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               ELSE
                   MOVE LOW-VALUES TO empleados-id
                   START Empleados-archivo KEY IS NOT LESS THAN
                       empleados-id
                       INVALID KEY
                           MOVE "0" TO WS-Fin-Lectura
                   END-START
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Cuenta-Registros
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.

           Contar-Historico.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Historico-archivo.
               IF WS-Historico-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               ELSE
                   MOVE LOW-VALUES TO historico-id
                   START Historico-archivo KEY IS NOT LESS THAN
                       historico-id
                       INVALID KEY
                           MOVE "0" TO WS-Fin-Lectura
                   END-START
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Historico-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Cuenta-Registros
                   END-READ
               END-PERFORM.
               CLOSE Historico-archivo.

      * La base de cada archivo es su medicion mas antigua dentro
      * de la ventana; si ya hay medicion con la fecha de proceso
      * (relanzamiento del ciclo) no se vuelve a registrar.
           Leer-Historia.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Crecimiento-historia-archivo.
               IF WS-Crecimiento-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Crecimiento-historia-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           PERFORM Evaluar-Renglon-Historia
                   END-READ
               END-PERFORM.
               CLOSE Crecimiento-historia-archivo.

           Evaluar-Renglon-Historia.
               MOVE ZERO TO WS-Medido-Hallado.
               PERFORM VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos
                   OR WS-Medido-Hallado > ZERO
                   IF WS-Med-Archivo(WS-Indice-Medido) =
                       crecimiento-archivo
                       MOVE WS-Indice-Medido TO WS-Medido-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Medido-Hallado > ZERO
                   AND crecimiento-fecha NUMERIC
                   MOVE WS-Medido-Hallado TO WS-Indice-Medido
                   IF crecimiento-fecha = WS-Fecha-Proceso
                       MOVE "S" TO WS-Med-Registrado(WS-Indice-Medido)
                   ELSE
                       COMPUTE WS-Dias-Historia = WS-Fecha-Hoy-Entera
                           - FUNCTION INTEGER-OF-DATE
                               (FUNCTION NUMVAL(crecimiento-fecha))
                       IF WS-Dias-Historia > ZERO
                           AND WS-Dias-Historia NOT > WS-Dias-Ventana
                           AND WS-Dias-Historia >
                               WS-Med-Dias(WS-Indice-Medido)
                           MOVE crecimiento-fecha
                               TO WS-Med-Base-Fecha(WS-Indice-Medido)
                           MOVE crecimiento-registros TO
                               WS-Med-Base-Registros(WS-Indice-Medido)
                           MOVE crecimiento-bytes
                               TO WS-Med-Base-Bytes(WS-Indice-Medido)
                           MOVE WS-Dias-Historia
                               TO WS-Med-Dias(WS-Indice-Medido)
                       END-IF
                   END-IF
               END-IF.

           Registrar-Mediciones.
               OPEN EXTEND Crecimiento-historia-archivo.
               IF WS-Crecimiento-Status = "35"
                   OPEN OUTPUT Crecimiento-historia-archivo
               END-IF.
               PERFORM VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos
                   IF WS-Med-Registrado(WS-Indice-Medido) = "N"
                       AND WS-Med-Existe(WS-Indice-Medido) = "S"
                       MOVE WS-Fecha-Proceso TO crecimiento-fecha
                       MOVE WS-Med-Archivo(WS-Indice-Medido)
                           TO crecimiento-archivo
                       MOVE WS-Med-Registros(WS-Indice-Medido)
                           TO crecimiento-registros
                       MOVE WS-Med-Bytes(WS-Indice-Medido)
                           TO crecimiento-bytes
                       WRITE crecimiento-registro
                   END-IF
               END-PERFORM.
               CLOSE Crecimiento-historia-archivo.

           Escribir-Listado.
               OPEN OUTPUT Listado-archivo.
               MOVE "F" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               MOVE WS-Fec-Formateada TO WS-Tit-Fecha.
               MOVE WS-Meses-Anticipo TO WS-Tit-Anticipo.
               WRITE listado-linea FROM WS-Linea-Titulo.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               WRITE listado-linea FROM WS-Encabezado-Limites.
               PERFORM Evaluar-Limite
                   VARYING WS-Indice-Limite FROM 1 BY 1
                   UNTIL WS-Indice-Limite > WS-Total-Limites.
               PERFORM Evaluar-Disco.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               WRITE listado-linea FROM WS-Encabezado-Medidos.
               PERFORM Escribir-Medido
                   VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos.
               CLOSE Listado-archivo.

      * Los renglones de solo medicion no se evaluan uno a uno;
      * entran a la proyeccion del disco.
           Evaluar-Limite.
               MOVE WS-Limite-Item(WS-Indice-Limite)
                   TO capacidad-registro.
               IF (capacidad-umbral OR capacidad-tabla)
                   AND capacidad-limite NUMERIC
                   AND capacidad-limite > ZERO
                   MOVE ZERO TO WS-Medido-Hallado
                   PERFORM VARYING WS-Indice-Medido FROM 1 BY 1
                       UNTIL WS-Indice-Medido > WS-Total-Medidos
                       OR WS-Medido-Hallado > ZERO
                       IF WS-Med-Archivo(WS-Indice-Medido) =
                           capacidad-archivo
                           MOVE WS-Indice-Medido TO WS-Medido-Hallado
                       END-IF
                   END-PERFORM
                   MOVE WS-Medido-Hallado TO WS-Indice-Medido
                   MOVE capacidad-archivo TO WS-Lim-Archivo
                   MOVE capacidad-limite TO WS-Lim-Limite
                   MOVE WS-Med-Registros(WS-Indice-Medido)
                       TO WS-Lim-Actual
                   IF capacidad-tabla
                       MOVE capacidad-programa TO WS-Lim-Origen
                   ELSE
                       MOVE "UMBRAL CONFIGURADO" TO WS-Lim-Origen
                   END-IF
                   MOVE ZERO TO WS-Crecimiento-Mensual
                   MOVE WS-Med-Dias(WS-Indice-Medido)
                       TO WS-Dias-Historia
                   IF WS-Dias-Historia NOT < WS-Dias-Minimos
                       COMPUTE WS-Crecimiento-Mensual =
                           (WS-Med-Registros(WS-Indice-Medido)
                           - WS-Med-Base-Registros(WS-Indice-Medido))
                           * 30 / WS-Dias-Historia
                   END-IF
                   PERFORM Proyectar-Limite
               END-IF.

      * El disco se proyecta con el total de bytes de todos los
      * archivos medidos y la suma de su crecimiento.
           Evaluar-Disco.
               MOVE ZERO TO WS-Crecimiento-Disco.
               PERFORM VARYING WS-Indice-Medido FROM 1 BY 1
                   UNTIL WS-Indice-Medido > WS-Total-Medidos
                   IF WS-Med-Dias(WS-Indice-Medido)
                       NOT < WS-Dias-Minimos
                       COMPUTE WS-Crecimiento-Disco =
                           WS-Crecimiento-Disco +
                           (WS-Med-Bytes(WS-Indice-Medido)
                           - WS-Med-Base-Bytes(WS-Indice-Medido))
                           * 30 / WS-Med-Dias(WS-Indice-Medido)
                   END-IF
               END-PERFORM.
               MOVE "TODOS LOS ARCHIVOS .DAT (BYTES)"
                   TO WS-Lim-Archivo.
               MOVE "DISCO ASIGNADO" TO WS-Lim-Origen.
               MOVE WS-Disco-Bytes TO WS-Lim-Limite.
               MOVE WS-Total-Bytes TO WS-Lim-Actual.
               MOVE WS-Crecimiento-Disco TO WS-Crecimiento-Mensual.
               PERFORM Proyectar-Limite.

      * Meses restantes = lo que falta para el limite entre el
      * crecimiento mensual; la fecha proyectada se cuenta en dias
      * desde la fecha de proceso.
           Proyectar-Limite.
               MOVE SPACE TO WS-Severidad-Limite.
               MOVE "CON HOLGURA" TO WS-Estado-Limite.
               MOVE "   --" TO WS-Det-Meses.
               MOVE SPACE TO WS-Det-Fecha.
               COMPUTE WS-Porcentaje-Uso =
                   WS-Lim-Actual * 100 / WS-Lim-Limite.
               COMPUTE WS-Faltante = WS-Lim-Limite - WS-Lim-Actual.
               IF WS-Faltante NOT > ZERO
                   MOVE "C" TO WS-Severidad-Limite
                   MOVE "REBASADO" TO WS-Estado-Limite
                   MOVE "    0" TO WS-Det-Meses
               ELSE
                   IF WS-Crecimiento-Mensual > ZERO
                       COMPUTE WS-Meses-Restantes =
                           WS-Faltante / WS-Crecimiento-Mensual
                       MOVE WS-Meses-Restantes TO WS-Meses-Editado
                       MOVE WS-Meses-Editado TO WS-Det-Meses
                       IF WS-Meses-Restantes < 1000
                           COMPUTE WS-Dias-Restantes =
                               WS-Faltante * 30
                               / WS-Crecimiento-Mensual
                           COMPUTE WS-Fecha-Proyectada =
                               FUNCTION DATE-OF-INTEGER
                                   (WS-Fecha-Hoy-Entera
                                   + WS-Dias-Restantes)
                           MOVE "F" TO WS-Fec-Funcion
                           MOVE WS-Fecha-Proyectada TO WS-Fec-Fecha-1
                           CALL "Rutinas-fecha" USING WS-Fec-Funcion
                               WS-Fec-Fecha-1 WS-Fec-Fecha-2
                               WS-Fec-Resultado WS-Fec-Formateada
                               WS-Fec-Valida
                           MOVE WS-Fec-Formateada TO WS-Det-Fecha
                       END-IF
                       IF WS-Meses-Restantes < 2
                           MOVE "C" TO WS-Severidad-Limite
                           MOVE "CRITICO" TO WS-Estado-Limite
                       ELSE
                           IF WS-Meses-Restantes
                               NOT > WS-Meses-Anticipo
                               MOVE "A" TO WS-Severidad-Limite
                               MOVE "EN ANTICIPO" TO WS-Estado-Limite
                           END-IF
                       END-IF
                   ELSE
                       MOVE "SIN CRECER" TO WS-Estado-Limite
                   END-IF
               END-IF.
               MOVE WS-Lim-Archivo TO WS-Det-Archivo.
               MOVE WS-Lim-Origen TO WS-Det-Origen.
               MOVE WS-Lim-Limite TO WS-Det-Limite.
               MOVE WS-Lim-Actual TO WS-Det-Actual.
               MOVE WS-Porcentaje-Uso TO WS-Det-Uso.
               MOVE WS-Crecimiento-Mensual TO WS-Det-Crecimiento.
               MOVE WS-Estado-Limite TO WS-Det-Estado.
               WRITE listado-linea FROM WS-Linea-Limite.
               IF WS-Severidad-Limite NOT = SPACE
                   PERFORM Avisar-Limite
               END-IF.

           Avisar-Limite.
               MOVE SPACE TO aviso-texto.
               IF WS-Estado-Limite = "REBASADO"
                   STRING WS-Lim-Archivo DELIMITED BY SPACE
                       " rebaso " DELIMITED BY SIZE
                       WS-Lim-Origen DELIMITED BY "  "
                       INTO aviso-texto
                   END-STRING
               ELSE
                   IF WS-Meses-Restantes = ZERO
                       STRING WS-Lim-Archivo DELIMITED BY "  "
                           " llega a " DELIMITED BY SIZE
                           WS-Lim-Origen DELIMITED BY "  "
                           " antes de un mes" DELIMITED BY SIZE
                           INTO aviso-texto
                       END-STRING
                   ELSE
                       STRING WS-Lim-Archivo DELIMITED BY "  "
                           " llega a " DELIMITED BY SIZE
                           WS-Lim-Origen DELIMITED BY "  "
                           " en " DELIMITED BY SIZE
                           FUNCTION TRIM(WS-Det-Meses)
                               DELIMITED BY SIZE
                           " meses" DELIMITED BY SIZE
                           INTO aviso-texto
                       END-STRING
                   END-IF
               END-IF.
               MOVE "Monitorea-capacidad" TO aviso-programa.
               MOVE WS-Severidad-Limite TO aviso-severidad.
               PERFORM Registrar-Aviso.
               ADD 1 TO WS-Total-Avisos.

           Escribir-Medido.
               MOVE WS-Med-Archivo(WS-Indice-Medido)
                   TO WS-Med-Det-Archivo.
               MOVE WS-Med-Tipo(WS-Indice-Medido) TO WS-Med-Det-Tipo.
               IF WS-Med-Existe(WS-Indice-Medido) = "N"
                   MOVE ZERO TO WS-Med-Det-Registros
                   MOVE ZERO TO WS-Med-Det-Kbytes
                   MOVE ZERO TO WS-Med-Det-Crecimiento
                   MOVE "NO EXISTE" TO WS-Med-Det-Dias
               ELSE
                   MOVE WS-Med-Registros(WS-Indice-Medido)
                       TO WS-Med-Det-Registros
                   COMPUTE WS-Kbytes =
                       (WS-Med-Bytes(WS-Indice-Medido) + 1023) / 1024
                   MOVE WS-Kbytes TO WS-Med-Det-Kbytes
                   MOVE ZERO TO WS-Crecimiento-Mensual
                   IF WS-Med-Dias(WS-Indice-Medido)
                       NOT < WS-Dias-Minimos
                       COMPUTE WS-Crecimiento-Mensual =
                           (WS-Med-Registros(WS-Indice-Medido)
                           - WS-Med-Base-Registros(WS-Indice-Medido))
                           * 30 / WS-Med-Dias(WS-Indice-Medido)
                   END-IF
                   MOVE WS-Crecimiento-Mensual
                       TO WS-Med-Det-Crecimiento
                   MOVE WS-Med-Dias(WS-Indice-Medido)
                       TO WS-Dias-Editado
                   MOVE WS-Dias-Editado TO WS-Med-Det-Dias
               END-IF.
               WRITE listado-linea FROM WS-Linea-Medido.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Monitorea-capacidad.

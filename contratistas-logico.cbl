           FD  Contratistas-archivo.

      * Empresas de servicios especializados (limpieza, vigilancia,
      * mantenimiento) con su registro REPSE y el contrato vigente.
      * Las fechas van como AAAAMMDD.
           01  contratista-registro.
               05  contratista-rfc PIC X(13).
               05  contratista-razon-social PIC X(40).
               05  contratista-repse-folio PIC X(15).
               05  contratista-repse-vence PIC X(8).
               05  contratista-contrato PIC X(15).
               05  contratista-servicio PIC X(30).
               05  contratista-contrato-inicio PIC X(8).
               05  contratista-contrato-fin PIC X(8).
               05  contratista-activo PIC X.
                   88  contratista-vigente VALUE "S".

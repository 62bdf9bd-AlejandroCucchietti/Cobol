           FD  Demandas-archivo.

      * Demanda laboral de un ex-empleado, ligada a su registro del
      * historico (o del maestro mientras la baja no se archiva).
      * El monto reclamado y la probabilidad de condena los estima
      * el abogado externo y se actualizan en cada revision; la
      * reserva de contingencia sale de ellos. El convenio o laudo
      * se paga por la misma via que el finiquito.
           01  demanda-registro.
               05  demanda-folio PIC X(6).
               05  demanda-id PIC X(6).
               05  demanda-tribunal PIC X(30).
               05  demanda-expediente PIC X(20).
               05  demanda-fecha-presentacion PIC X(8).
               05  demanda-abogado PIC X(30).
               05  demanda-reclamado PIC 9(9)V99.
               05  demanda-probabilidad PIC 9(3).
               05  demanda-fecha-estimacion PIC X(8).
               05  demanda-estado PIC X.
                   88  demanda-en-tramite VALUE "T".
                   88  demanda-convenio VALUE "C".
                   88  demanda-laudo VALUE "L".
                   88  demanda-absuelta VALUE "A".
                   88  demanda-desistida VALUE "D".
               05  demanda-pagado PIC 9(7)V99.
               05  demanda-fecha-cierre PIC X(8).
               05  demanda-capturo PIC X(8).
               05  demanda-fecha-captura PIC X(8).

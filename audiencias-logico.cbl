           FD  Audiencias-archivo.

      * Audiencias de cada demanda. Una audiencia diferida queda
      * asi y la nueva fecha se programa como otra audiencia.
           01  audiencia-registro.
               05  audiencia-folio PIC X(6).
               05  audiencia-fecha PIC X(8).
               05  audiencia-hora PIC X(4).
               05  audiencia-tipo PIC X(30).
               05  audiencia-estado PIC X.
                   88  audiencia-programada VALUE "P".
                   88  audiencia-celebrada VALUE "C".
                   88  audiencia-diferida VALUE "D".
               05  audiencia-resultado PIC X(40).
               05  audiencia-capturo PIC X(8).

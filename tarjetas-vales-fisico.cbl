       SELECT OPTIONAL Tarjetas-vales-archivo
       ASSIGN TO "vales-tarjetas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Tarjetas-Status.

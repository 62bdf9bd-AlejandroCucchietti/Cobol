       SELECT OPTIONAL Distribucion-costos-archivo
       ASSIGN TO "distribucion-costos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Distribucion-Status.

       SELECT OPTIONAL Costo-patronal-archivo
       ASSIGN TO "nomina-costo-patronal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Costo-Patronal-Status.

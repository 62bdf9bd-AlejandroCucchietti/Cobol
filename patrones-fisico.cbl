       SELECT OPTIONAL Patrones-archivo
       ASSIGN TO "patrones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Patrones-Status.

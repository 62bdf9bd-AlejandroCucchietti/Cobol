       SELECT OPTIONAL Actas-archivo
       ASSIGN TO "actas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Actas-Status.

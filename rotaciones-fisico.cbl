       SELECT OPTIONAL Rotaciones-archivo
       ASSIGN TO "rotaciones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rotaciones-Status.

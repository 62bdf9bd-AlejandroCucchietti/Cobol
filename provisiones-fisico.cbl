       SELECT OPTIONAL Provisiones-archivo
       ASSIGN TO "provisiones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Provisiones-Status.

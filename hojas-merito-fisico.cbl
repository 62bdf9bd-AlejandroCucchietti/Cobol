       SELECT OPTIONAL Hojas-merito-archivo
       ASSIGN TO "hojas-merito.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hojas-Merito-Status.

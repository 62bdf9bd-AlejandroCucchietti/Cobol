       SELECT OPTIONAL Contratistas-archivo
       ASSIGN TO "contratistas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Contratistas-Status.

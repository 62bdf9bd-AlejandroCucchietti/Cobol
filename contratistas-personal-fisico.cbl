       SELECT OPTIONAL Contratistas-personal-archivo
       ASSIGN TO "contratistas-personal.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Contratistas-Personal-Status.

       SELECT OPTIONAL Contratistas-entregas-archivo
       ASSIGN TO "contratistas-entregas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Contratistas-Entregas-Status.

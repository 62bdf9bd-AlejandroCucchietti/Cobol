       SELECT OPTIONAL Candidatos-archivo
       ASSIGN TO "candidatos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Candidatos-Status.

       SELECT OPTIONAL Emision-imss-archivo
       ASSIGN TO "imss-emision.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Emision-Imss-Status.

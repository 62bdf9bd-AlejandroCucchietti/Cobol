       SELECT OPTIONAL Imss-ramos-archivo
       ASSIGN TO "imss-ramos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Imss-Ramos-Status.

       SELECT OPTIONAL Informes-cola-archivo
       ASSIGN TO "informes-cola.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Informes-Cola-Status.

       SELECT OPTIONAL Demandas-archivo
       ASSIGN TO "demandas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Demandas-Status.

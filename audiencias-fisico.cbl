       SELECT OPTIONAL Audiencias-archivo
       ASSIGN TO "demandas-audiencias.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Audiencias-Status.

       SELECT OPTIONAL Isn-tasas-archivo
       ASSIGN TO "isn-tasas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Isn-Tasas-Status.

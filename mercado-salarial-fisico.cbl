       SELECT OPTIONAL Mercado-salarial-archivo
       ASSIGN TO "mercado-salarial.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Mercado-Salarial-Status.

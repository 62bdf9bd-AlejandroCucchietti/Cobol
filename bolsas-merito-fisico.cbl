       SELECT OPTIONAL Bolsas-merito-archivo
       ASSIGN TO "bolsas-merito.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Bolsas-Merito-Status.

       SELECT OPTIONAL Capacidad-limites-archivo
       ASSIGN TO "capacidad-limites.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Capacidad-Status.

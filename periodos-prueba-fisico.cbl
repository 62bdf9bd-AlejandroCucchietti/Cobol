       SELECT OPTIONAL Periodos-prueba-archivo
       ASSIGN TO "periodos-prueba.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Periodos-Prueba-Status.

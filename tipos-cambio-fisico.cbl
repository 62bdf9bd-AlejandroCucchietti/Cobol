       SELECT OPTIONAL Tipos-cambio-archivo
       ASSIGN TO "tipos-cambio.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Tipos-Cambio-Status.

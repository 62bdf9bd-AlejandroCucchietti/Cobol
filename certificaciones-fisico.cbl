       SELECT OPTIONAL Certificaciones-archivo
       ASSIGN TO "certificaciones.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Certificaciones-Status.

       SELECT OPTIONAL Licencias-archivo
       ASSIGN TO "licencias.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Licencias-Status.

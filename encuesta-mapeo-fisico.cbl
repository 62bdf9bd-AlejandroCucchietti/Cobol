       SELECT OPTIONAL Encuesta-mapeo-archivo
       ASSIGN TO "encuesta-mapeo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Encuesta-Mapeo-Status.

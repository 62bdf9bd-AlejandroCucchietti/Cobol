       SELECT OPTIONAL Recertificacion-archivo
       ASSIGN TO "recertificacion.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recertificacion-Status.

       SELECT OPTIONAL Retencion-archivo
       ASSIGN TO "retencion-politicas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Retencion-Status.

       SELECT OPTIONAL Acuses-archivo
       ASSIGN TO "recibos-acuses.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Acuses-Status.

       SELECT OPTIONAL Dc3-emitidas-archivo
       ASSIGN TO "dc3-emitidas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Dc3-Emitidas-Status.

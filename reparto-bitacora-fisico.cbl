       SELECT OPTIONAL Reparto-bitacora-archivo
       ASSIGN TO "reparto-bitacora.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reparto-Bitacora-Status.

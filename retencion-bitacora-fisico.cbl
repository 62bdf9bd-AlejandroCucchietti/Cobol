       SELECT OPTIONAL Retencion-bitacora-archivo
       ASSIGN TO "retencion-bitacora.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Retencion-Bitacora-Status.

       SELECT OPTIONAL Documentos-tipo-archivo
       ASSIGN TO "documentos-tipo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Documentos-Tipo-Status.

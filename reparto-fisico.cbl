       SELECT OPTIONAL Reparto-archivo
       ASSIGN TO WS-Reparto-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reparto-Status.

       SELECT OPTIONAL Periodos-archivo
       ASSIGN TO WS-Periodos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Periodos-Status.

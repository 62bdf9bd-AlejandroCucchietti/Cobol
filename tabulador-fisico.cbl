       SELECT OPTIONAL Tabulador-archivo
       ASSIGN TO "tabulador.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Tabulador-Status.

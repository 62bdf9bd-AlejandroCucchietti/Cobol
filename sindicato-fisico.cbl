       SELECT OPTIONAL Sindicato-archivo
       ASSIGN TO "sindicato.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sindicato-Status.

       SELECT OPTIONAL Conceptos-archivo
       ASSIGN TO "conceptos-nomina.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Conceptos-Status.

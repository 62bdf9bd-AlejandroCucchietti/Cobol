       SELECT OPTIONAL Timbres-archivo
       ASSIGN TO "cfdi-timbres.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Timbres-Status.

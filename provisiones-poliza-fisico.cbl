       SELECT OPTIONAL Provisiones-poliza-archivo
       ASSIGN TO "provisiones-poliza.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Provisiones-Poliza-Status.

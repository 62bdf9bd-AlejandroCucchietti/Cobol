       SELECT OPTIONAL Prima-riesgo-archivo
       ASSIGN TO "prima-riesgo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Prima-Riesgo-Status.

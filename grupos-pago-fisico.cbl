       SELECT OPTIONAL Grupos-pago-archivo
       ASSIGN TO "grupos-pago.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Grupos-Pago-Status.

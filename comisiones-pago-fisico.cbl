       SELECT OPTIONAL Comisiones-pago-archivo
       ASSIGN TO "comisiones-por-pagar.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Comisiones-Pago-Status.

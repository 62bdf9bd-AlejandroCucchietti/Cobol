       SELECT OPTIONAL Detalle-anual-archivo
       ASSIGN TO "nomina-detalle-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Detalle-Anual-Status.

       SELECT OPTIONAL Ajuste-anual-archivo
       ASSIGN TO "nomina-ajuste-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ajuste-Anual-Status.

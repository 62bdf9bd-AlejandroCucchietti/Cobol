       SELECT OPTIONAL Viaticos-comprobantes-archivo
       ASSIGN TO "viaticos-comprobantes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Comprobantes-Status.

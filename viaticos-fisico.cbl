       SELECT OPTIONAL Viaticos-archivo
       ASSIGN TO "viaticos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Viaticos-Status.

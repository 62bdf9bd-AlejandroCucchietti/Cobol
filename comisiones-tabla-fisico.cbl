       SELECT OPTIONAL Comisiones-tabla-archivo
       ASSIGN TO "comisiones-tabla.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Comisiones-Tabla-Status.

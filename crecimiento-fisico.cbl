       SELECT OPTIONAL Crecimiento-historia-archivo
       ASSIGN TO "capacidad-historia.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Crecimiento-Status.

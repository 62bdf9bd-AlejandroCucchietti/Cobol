       SELECT OPTIONAL Accesos-archivo
       ASSIGN TO "accesos-consulta.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Accesos-Status.

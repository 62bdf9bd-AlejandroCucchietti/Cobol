       SELECT OPTIONAL Documentos-empleado-archivo
       ASSIGN TO "documentos-empleado.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Documentos-Empleado-Status.

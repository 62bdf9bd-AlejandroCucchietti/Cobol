       SELECT OPTIONAL Horas-extra-pend-archivo
       ASSIGN TO "horas-extra-pendientes.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Horas-Extra-Pend-Status.

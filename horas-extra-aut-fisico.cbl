       SELECT OPTIONAL Horas-extra-aut-archivo
       ASSIGN TO "horas-extra-autorizadas.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Horas-Extra-Aut-Status.

       SELECT OPTIONAL Horas-extra-detalle-archivo
       ASSIGN TO "horas-extra-detalle.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Horas-Extra-Detalle-Status.

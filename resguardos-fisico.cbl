       SELECT OPTIONAL Resguardos-archivo
       ASSIGN TO "resguardos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Resguardos-Status.

       SELECT OPTIONAL Rol-turnos-archivo
       ASSIGN TO "rol-turnos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Rol-Turnos-Status.

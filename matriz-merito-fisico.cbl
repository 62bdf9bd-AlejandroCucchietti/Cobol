       SELECT OPTIONAL Matriz-merito-archivo
       ASSIGN TO "matriz-merito.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Matriz-Merito-Status.

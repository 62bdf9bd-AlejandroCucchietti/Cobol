       SELECT OPTIONAL Empleados-patron-archivo
       ASSIGN TO "empleados-patron.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Empleados-Patron-Status.

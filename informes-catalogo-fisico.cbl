       SELECT OPTIONAL Informes-catalogo-archivo
       ASSIGN TO "informes-catalogo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Informes-Catalogo-Status.

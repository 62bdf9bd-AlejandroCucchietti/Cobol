       SELECT OPTIONAL Beneficiarios-archivo
       ASSIGN TO "beneficiarios.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Beneficiarios-Status.

       SELECT OPTIONAL Motivos-acta-archivo
       ASSIGN TO "motivos-acta.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Motivos-Acta-Status.

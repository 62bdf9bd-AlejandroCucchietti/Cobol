       SELECT OPTIONAL Dictamenes-rt-archivo
       ASSIGN TO "dictamenes-rt.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Dictamenes-Rt-Status.

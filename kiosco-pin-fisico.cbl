       SELECT OPTIONAL Kiosco-pin-archivo
       ASSIGN TO "kiosco-pin.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Kiosco-Pin-Status.

       SELECT OPTIONAL Recibos-detalle-archivo
       ASSIGN TO WS-Recibos-Detalle-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Detalle-Status.

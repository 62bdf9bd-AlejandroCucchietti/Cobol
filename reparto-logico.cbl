           FD  Reparto-archivo.

      * Copia para reparto de un informe por departamento. Los
      * renglones E son el encabezado que lleva cada parte; los D
      * pertenecen solo al departamento indicado. Los totales de
      * toda la empresa no se reparten.
           01  reparto-registro.
               05  reparto-tipo PIC X.
                   88  reparto-encabezado VALUE "E".
                   88  reparto-detalle VALUE "D".
               05  reparto-departamento PIC X(20).
               05  reparto-linea PIC X(132).

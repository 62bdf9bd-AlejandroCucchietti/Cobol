      * Equivalencia de los puestos de la encuesta salarial externa
      * (codigo del proveedor) con los puestos del catalogo. Varios
      * puestos de la encuesta pueden caer en un mismo puesto.
           FD  Encuesta-mapeo-archivo.

           01  mapeo-registro.
               05  mapeo-codigo PIC X(10).
               05  mapeo-descripcion PIC X(30).
               05  mapeo-puesto PIC X(20).

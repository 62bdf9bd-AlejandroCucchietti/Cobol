           FD  Distribucion-costos-archivo.

      * Reparto del costo de un empleado compartido entre varios
      * centros de costo (departamentos). Los renglones de un
      * empleado deben sumar 100 por ciento; si no suman, el
      * reparto se ignora y todo el costo va a su departamento.
      * Quien no aparece aqui se carga completo a su departamento.
           01  distribucion-registro.
               05  dist-id PIC X(6).
               05  dist-departamento PIC X(20).
               05  dist-porcentaje PIC 9(3)V99.

      * Referencia de mercado por puesto y anio de la encuesta,
      * ya traducida a los puestos del catalogo. Los percentiles
      * son salario mensual; cuando varios puestos de la encuesta
      * caen en el mismo puesto se ponderan por participantes.
           FD  Mercado-salarial-archivo.

           01  mercado-registro.
               05  mercado-anio PIC 9(4).
               05  mercado-puesto PIC X(20).
               05  mercado-p25 PIC 9(7)V99.
               05  mercado-mediana PIC 9(7)V99.
               05  mercado-p75 PIC 9(7)V99.
               05  mercado-participantes PIC 9(6).
               05  mercado-fecha-carga PIC X(8).

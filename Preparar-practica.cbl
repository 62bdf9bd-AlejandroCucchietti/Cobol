
       FD  Practica-deptos-archivo.

       01  practica-depto-registro PIC X(120).

       FD  Practica-puestos-archivo.

       01  practica-puesto-registro PIC X(41).

       FD  Practica-operadores-archivo.


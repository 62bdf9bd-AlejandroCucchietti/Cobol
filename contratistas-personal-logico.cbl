           FD  Contratistas-personal-archivo.

      * Trabajadores del contratista asignados a nuestros sitios.
      * La baja en blanco indica que sigue asignado.
           01  cpersonal-registro.
               05  cpersonal-rfc PIC X(13).
               05  cpersonal-nss PIC X(11).
               05  cpersonal-nombre PIC X(30).
               05  cpersonal-sitio PIC X(10).
               05  cpersonal-alta PIC X(8).
               05  cpersonal-baja PIC X(8).

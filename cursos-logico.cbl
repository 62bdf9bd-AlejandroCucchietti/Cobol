           FD  Cursos-archivo.

      * Catalogo de cursos y certificaciones; los obligatorios
      * generan aviso cuando el empleado los tiene vencidos. La
      * duracion, el area tematica del catalogo de la STPS y el
      * agente capacitador se imprimen en la constancia DC-3 y en
      * la lista DC-4.
           01  curso-registro.
               05  curso-clave PIC X(6).
               05  curso-nombre PIC X(30).
               05  curso-obligatorio PIC X.
                   88 curso-es-obligatorio VALUE "S".
               05  curso-vigencia-meses PIC 9(3).
               05  curso-duracion-horas PIC 9(3).
               05  curso-area-tematica PIC X(4).
               05  curso-agente PIC X(30).

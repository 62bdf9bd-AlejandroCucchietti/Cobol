           01 WS-Empresa PIC X(30).
           01 WS-Sitio PIC X(10).

           01 WS-Pat-Funcion PIC X.
           01 WS-Pat-Empleado PIC X(6).
           01 WS-Patron.
               05 WS-Pat-Clave PIC X(3).
               05 WS-Pat-Razon-Social PIC X(30).
               05 WS-Pat-Rfc PIC X(13).
               05 WS-Pat-Registro-Patronal PIC X(11).
               05 WS-Pat-Regimen-Fiscal PIC X(3).
               05 WS-Pat-Calle PIC X(30).
               05 WS-Pat-Numero PIC X(10).
               05 WS-Pat-Colonia PIC X(20).
               05 WS-Pat-Ciudad PIC X(20).
               05 WS-Pat-Estado PIC X(3).
               05 WS-Pat-Cp PIC X(5).
               05 WS-Pat-Principal PIC X.

           01 WS-Monto-Letra PIC 9(7)V99.
           01 WS-Letra-Salario PIC X(120).

                   MOVE "N" TO WS-Registro-Hallado
           END-READ.
           IF WS-Registro-Hallado = "S"
      * La carta la firma el patron al que pertenece el empleado.
               MOVE "E" TO WS-Pat-Funcion
               MOVE empleados-id TO WS-Pat-Empleado
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron
               MOVE WS-Pat-Razon-Social TO WS-Empresa
               PERFORM Asignar-Folio
               PERFORM Escribir-Carta
               PERFORM Registrar-Emision
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa
                       MOVE info-sitio TO WS-Sitio
                       MOVE info-empresa TO WS-Pat-Razon-Social
                       MOVE info-rfc-patron TO WS-Pat-Rfc
                       MOVE info-registro-patronal
                           TO WS-Pat-Registro-Patronal
                       MOVE info-regimen-fiscal TO WS-Pat-Regimen-Fiscal
                       MOVE info-cp-expedicion TO WS-Pat-Cp
               END-READ.
               MOVE "I" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.

           Asignar-Folio.
               OPEN INPUT Folio-archivo.
               MOVE WS-Empresa TO carta-linea.
               WRITE carta-linea.
               MOVE SPACE TO carta-linea.
               STRING "RFC " WS-Pat-Rfc
                   "  REGISTRO PATRONAL " WS-Pat-Registro-Patronal
                   DELIMITED BY SIZE INTO carta-linea.
               WRITE carta-linea.
               MOVE SPACE TO carta-linea.
               STRING "CONSTANCIA LABORAL - FOLIO " WS-Folio-Corrida
                   DELIMITED BY SIZE INTO carta-linea.
               WRITE carta-linea.

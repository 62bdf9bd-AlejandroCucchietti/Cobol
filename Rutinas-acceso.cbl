      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-acceso.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "accesos-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "accesos-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Accesos-Status PIC XX.
       01  WS-Sesion-Status PIC XX.
       01  WS-Operador-Actual PIC X(8).

       LINKAGE SECTION.

      * Servicio de registro de lecturas sensibles: el programa que
      * consulta pasa su nombre, el ID mostrado y que tipo de dato
      * se vio; el operador se toma de la sesion firmada.
       01  LK-Programa PIC X(20).
       01  LK-Id PIC X(6).
       01  LK-Tipo PIC X(12).

       PROCEDURE DIVISION USING LK-Programa LK-Id LK-Tipo.

       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO acceso-registro.
           ACCEPT acceso-fecha FROM DATE YYYYMMDD.
           ACCEPT acceso-hora FROM TIME.
           MOVE WS-Operador-Actual TO acceso-operador.
           MOVE LK-Programa TO acceso-programa.
           MOVE LK-Id TO acceso-id.
           MOVE LK-Tipo TO acceso-tipo.
           OPEN EXTEND Accesos-archivo.
           IF WS-Accesos-Status = "35"
               OPEN OUTPUT Accesos-archivo
           END-IF.
           WRITE acceso-registro.
           CLOSE Accesos-archivo.
           GOBACK.

           Leer-Sesion.
               MOVE "SISTEMA" TO WS-Operador-Actual.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-operador-id
                               TO WS-Operador-Actual
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

       END PROGRAM Rutinas-acceso.

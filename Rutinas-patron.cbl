      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-patron.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "patrones-fisico.cbl".
       COPY "empleados-patron-fisico.cbl".

       SELECT Trabajo-Patron
       ASSIGN TO "patron-trabajo.tmp".

       SELECT Patron-orden-archivo
       ASSIGN TO "patron-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Patron-Orden-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "patrones-logico.cbl".
       COPY "empleados-patron-logico.cbl".

       SD  Trabajo-Patron.

       01  trabajo-patron-registro.
           05  trabajo-patron-id PIC X(6).
           05  trabajo-patron-clave PIC X(3).

       FD  Patron-orden-archivo.

       01  patron-orden-registro PIC X(9).


       WORKING-STORAGE SECTION.

       01  WS-Patrones-Status PIC XX.
       01  WS-Empleados-Patron-Status PIC XX.
       01  WS-Patron-Orden-Status PIC XX.

       01  WS-Inicializado PIC X VALUE "N".
      * N = sin abrir, S = abierto y posicionado, F = leido hasta
      * el final y ya cerrado.
       01  WS-Orden-Abierto PIC X VALUE "N".
       01  WS-Fin-Patrones PIC X.
       01  WS-Fin-Asignaciones PIC X.

      * El catalogo es chico y se lee completo; las asignaciones
      * se leen ordenadas por ID, al paso del maestro, sin limite
      * de empleados.
       01  WS-Total-Patrones PIC 99 VALUE ZERO.
       01  WS-Indice-Pat PIC 99.
       01  WS-Indice-Principal PIC 99.
       01  WS-Tabla-Patrones.
           05 WS-Patron-Item OCCURS 50 TIMES PIC X(149).

       01  WS-Principal.
           05 WS-Prin-Clave PIC X(3) VALUE "001".
           05 WS-Prin-Razon-Social PIC X(30).
           05 WS-Prin-Rfc PIC X(13).
           05 WS-Prin-Registro-Patronal PIC X(11).
           05 WS-Prin-Regimen-Fiscal PIC X(3).
           05 WS-Prin-Calle PIC X(30).
           05 WS-Prin-Numero PIC X(10).
           05 WS-Prin-Colonia PIC X(20).
           05 WS-Prin-Ciudad PIC X(20).
           05 WS-Prin-Estado PIC X(3).
           05 WS-Prin-Cp PIC X(5).
           05 WS-Prin-Principal PIC X VALUE "S".

       01  WS-Asignacion-Actual.
           05 WS-Asig-Id PIC X(6).
           05 WS-Asig-Clave PIC X(3).
       01  WS-Ultimo-Id PIC X(6).
       01  WS-Ultima-Clave PIC X(3).
       01  WS-Clave-Buscada PIC X(3).

       LINKAGE SECTION.

      * Servicio de patrones (razones sociales):
      *   I = inicializar; LK-Patron trae los datos fiscales del
      *       encabezado del maestro para completar al principal
      *   E = patron del empleado LK-Empleado-Id
      *   C = patron de la clave que trae LK-Patron
      * Regresa el renglon del catalogo en LK-Patron; una clave que
      * no existe regresa al principal. Las consultas por empleado
      * son rapidas cuando los ID llegan en orden ascendente.
       01  LK-Funcion PIC X.
       01  LK-Empleado-Id PIC X(6).
       01  LK-Patron.
           05 LK-Pat-Clave PIC X(3).
           05 LK-Pat-Razon-Social PIC X(30).
           05 LK-Pat-Rfc PIC X(13).
           05 LK-Pat-Registro-Patronal PIC X(11).
           05 LK-Pat-Regimen-Fiscal PIC X(3).
           05 LK-Pat-Calle PIC X(30).
           05 LK-Pat-Numero PIC X(10).
           05 LK-Pat-Colonia PIC X(20).
           05 LK-Pat-Ciudad PIC X(20).
           05 LK-Pat-Estado PIC X(3).
           05 LK-Pat-Cp PIC X(5).
           05 LK-Pat-Principal PIC X.

       PROCEDURE DIVISION USING LK-Funcion LK-Empleado-Id LK-Patron.

       Empieza-Programa.
           EVALUATE LK-Funcion
               WHEN "I"
                   PERFORM Funcion-Inicializar
               WHEN "E"
                   IF WS-Inicializado = "N"
                       MOVE SPACE TO LK-Patron
                       PERFORM Funcion-Inicializar
                   END-IF
                   PERFORM Funcion-Empleado
               WHEN "C"
                   IF WS-Inicializado = "N"
                       MOVE LK-Pat-Clave TO WS-Clave-Buscada
                       MOVE SPACE TO LK-Patron
                       PERFORM Funcion-Inicializar
                       MOVE WS-Clave-Buscada TO LK-Pat-Clave
                   END-IF
                   MOVE LK-Pat-Clave TO WS-Clave-Buscada
                   PERFORM Regresar-Patron
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           GOBACK.

           Funcion-Inicializar.
               MOVE SPACE TO WS-Principal.
               MOVE "001" TO WS-Prin-Clave.
               MOVE "S" TO WS-Prin-Principal.
               MOVE LK-Pat-Razon-Social TO WS-Prin-Razon-Social.
               MOVE LK-Pat-Rfc TO WS-Prin-Rfc.
               MOVE LK-Pat-Registro-Patronal
                   TO WS-Prin-Registro-Patronal.
               MOVE LK-Pat-Regimen-Fiscal TO WS-Prin-Regimen-Fiscal.
               MOVE LK-Pat-Cp TO WS-Prin-Cp.
               PERFORM Cargar-Patrones.
               IF WS-Orden-Abierto = "S"
                   CLOSE Patron-orden-archivo
               END-IF.
               MOVE "N" TO WS-Orden-Abierto.
               SORT Trabajo-Patron
                   ON ASCENDING KEY trabajo-patron-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Asignaciones
                   GIVING Patron-orden-archivo.
               MOVE LOW-VALUES TO WS-Ultimo-Id.
               MOVE SPACE TO WS-Ultima-Clave.
               MOVE "S" TO WS-Inicializado.

      * El principal es el marcado como tal o, si ninguno lo esta,
      * el primero del catalogo; sin catalogo es la empresa del
      * encabezado con la clave 001.
           Cargar-Patrones.
               MOVE ZERO TO WS-Total-Patrones.
               MOVE ZERO TO WS-Indice-Principal.
               MOVE "1" TO WS-Fin-Patrones.
               OPEN INPUT Patrones-archivo.
               IF WS-Patrones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Patrones
               END-IF.
               PERFORM UNTIL WS-Fin-Patrones = "0"
                   READ Patrones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Patrones
                       NOT AT END
                           IF WS-Total-Patrones < 50
                               ADD 1 TO WS-Total-Patrones
                               MOVE patron-registro TO
                                   WS-Patron-Item(WS-Total-Patrones)
                               IF patron-es-principal
                                   AND WS-Indice-Principal = ZERO
                                   MOVE WS-Total-Patrones
                                       TO WS-Indice-Principal
                               END-IF
                           ELSE
                               DISPLAY "Catalogo de patrones con mas "
                                   "de 50 renglones; se ignora "
                                   patron-clave
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Patrones-archivo.
               IF WS-Indice-Principal = ZERO AND WS-Total-Patrones > 0
                   MOVE 1 TO WS-Indice-Principal
               END-IF.
               IF WS-Indice-Principal > ZERO
                   MOVE WS-Patron-Item(WS-Indice-Principal)
                       TO patron-registro
                   MOVE patron-clave TO WS-Prin-Clave
                   IF patron-razon-social NOT = SPACE
                       MOVE patron-razon-social TO WS-Prin-Razon-Social
                   END-IF
                   IF patron-rfc NOT = SPACE
                       MOVE patron-rfc TO WS-Prin-Rfc
                   END-IF
                   IF patron-registro-patronal NOT = SPACE
                       MOVE patron-registro-patronal
                           TO WS-Prin-Registro-Patronal
                   END-IF
                   IF patron-regimen-fiscal NOT = SPACE
                       MOVE patron-regimen-fiscal
                           TO WS-Prin-Regimen-Fiscal
                   END-IF
                   IF patron-cp NOT = SPACE
                       MOVE patron-cp TO WS-Prin-Cp
                   END-IF
                   MOVE patron-calle TO WS-Prin-Calle
                   MOVE patron-numero TO WS-Prin-Numero
                   MOVE patron-colonia TO WS-Prin-Colonia
                   MOVE patron-ciudad TO WS-Prin-Ciudad
                   MOVE patron-estado TO WS-Prin-Estado
               END-IF.

           Liberar-Asignaciones.
               MOVE "1" TO WS-Fin-Asignaciones.
               OPEN INPUT Empleados-patron-archivo.
               IF WS-Empleados-Patron-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Asignaciones
               END-IF.
               PERFORM UNTIL WS-Fin-Asignaciones = "0"
                   READ Empleados-patron-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Asignaciones
                       NOT AT END
                           MOVE epatron-id TO trabajo-patron-id
                           MOVE epatron-clave TO trabajo-patron-clave
                           RELEASE trabajo-patron-registro
                   END-READ
               END-PERFORM.
               CLOSE Empleados-patron-archivo.

      * Un ID menor al ultimo consultado vuelve a leer las
      * asignaciones desde el principio.
           Funcion-Empleado.
               IF LK-Empleado-Id NOT = WS-Ultimo-Id
                   IF WS-Orden-Abierto = "N"
                       OR LK-Empleado-Id < WS-Ultimo-Id
                       PERFORM Reabrir-Asignaciones
                   END-IF
                   PERFORM Leer-Asignacion
                       UNTIL WS-Asig-Id NOT < LK-Empleado-Id
                   MOVE WS-Prin-Clave TO WS-Ultima-Clave
                   PERFORM UNTIL WS-Asig-Id NOT = LK-Empleado-Id
                       MOVE WS-Asig-Clave TO WS-Ultima-Clave
                       PERFORM Leer-Asignacion
                   END-PERFORM
                   MOVE LK-Empleado-Id TO WS-Ultimo-Id
               END-IF.
               MOVE WS-Ultima-Clave TO WS-Clave-Buscada.
               PERFORM Regresar-Patron.

           Reabrir-Asignaciones.
               IF WS-Orden-Abierto = "S"
                   CLOSE Patron-orden-archivo
               END-IF.
               OPEN INPUT Patron-orden-archivo.
               MOVE "S" TO WS-Orden-Abierto.
               IF WS-Patron-Orden-Status = "00"
                   PERFORM Leer-Asignacion
               ELSE
                   MOVE HIGH-VALUES TO WS-Asig-Id
                   MOVE "F" TO WS-Orden-Abierto
               END-IF.

           Leer-Asignacion.
               READ Patron-orden-archivo INTO WS-Asignacion-Actual
                   AT END
                       MOVE HIGH-VALUES TO WS-Asig-Id
                       CLOSE Patron-orden-archivo
                       MOVE "F" TO WS-Orden-Abierto
               END-READ.

           Regresar-Patron.
               MOVE WS-Principal TO LK-Patron.
               IF WS-Clave-Buscada NOT = WS-Prin-Clave
                   PERFORM VARYING WS-Indice-Pat FROM 1 BY 1
                       UNTIL WS-Indice-Pat > WS-Total-Patrones
                       MOVE WS-Patron-Item(WS-Indice-Pat)
                           TO patron-registro
                       IF patron-clave = WS-Clave-Buscada
                           MOVE patron-registro TO LK-Patron
                           MOVE "N" TO LK-Pat-Principal
                       END-IF
                   END-PERFORM
               END-IF.

       END PROGRAM Rutinas-patron.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-encuesta.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "encuesta-mapeo-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "encuesta-mapeo-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Encuesta-Mapeo-Status PIC XX.
           01 WS-Puestos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".

           01 WS-Codigo-Entrada PIC X(10).
           01 WS-Descripcion-Entrada PIC X(30).
           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Puesto-Existe PIC X.
           01 WS-Mapeo-Actual PIC 9(4).
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

           01 WS-Total-Mapeos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Mapeo PIC 9(4).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Mapeos.
               05 WS-Mapeo-Item OCCURS 1000 TIMES PIC X(60).

      * Equivalencias de la encuesta salarial externa: a que puesto
      * del catalogo corresponde cada puesto del proveedor. La
      * importacion de la encuesta descarta los puestos que no
      * tengan equivalencia aqui.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Menu-Encuesta
           UNTIL Salir-Menu = "S".
           Program-Done.
            GOBACK.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE sesion-operador-id
                               TO WS-Operador-Actual
                           MOVE sesion-nivel TO WS-Nivel-Operador
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

           Menu-Encuesta.
               DISPLAY "===== Equivalencias de la Encuesta Salarial "
                   "=====".
               DISPLAY "1. Listar equivalencias".
               DISPLAY "2. Asignar puesto a un codigo de la encuesta".
               DISPLAY "3. Eliminar equivalencia".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Listar-Mapeos
                   WHEN 2
                       PERFORM Asignar-Mapeo
                   WHEN 3
                       PERFORM Eliminar-Mapeo
                   WHEN 4
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Mapeos.
               MOVE ZERO TO WS-Total-Listados.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Encuesta-mapeo-archivo.
               IF WS-Encuesta-Mapeo-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Encuesta-mapeo-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           ADD 1 TO WS-Total-Listados
                           DISPLAY mapeo-codigo " "
                               mapeo-descripcion " -> "
                               mapeo-puesto
                   END-READ
               END-PERFORM.
               CLOSE Encuesta-mapeo-archivo.
               DISPLAY WS-Total-Listados " equivalencia(s).".

      * Un codigo ya asignado se reasigna al nuevo puesto; asi se
      * corrige una equivalencia sin tener que eliminarla antes.
           Asignar-Mapeo.
               DISPLAY "Codigo del puesto en la encuesta: ".
               MOVE SPACE TO WS-Codigo-Entrada.
               ACCEPT WS-Codigo-Entrada.
               IF WS-Codigo-Entrada = SPACE
                   DISPLAY "Error: el codigo es obligatorio."
               ELSE
                   DISPLAY "Descripcion del puesto en la encuesta: "
                   MOVE SPACE TO WS-Descripcion-Entrada
                   ACCEPT WS-Descripcion-Entrada
                   DISPLAY "Puesto del catalogo equivalente: "
                   MOVE SPACE TO WS-Puesto-Entrada
                   ACCEPT WS-Puesto-Entrada
                   PERFORM Buscar-Puesto
                   IF WS-Puesto-Existe = "N"
                       DISPLAY "Error: ese puesto no existe en el "
                           "catalogo de puestos."
                   ELSE
                       PERFORM Registrar-Mapeo
                   END-IF
               END-IF.

           Registrar-Mapeo.
               PERFORM Cargar-Tabla-Mapeos.
               PERFORM Buscar-Mapeo.
               IF WS-Mapeo-Actual = ZERO
                   IF WS-Total-Mapeos < 1000
                       AND WS-Tabla-Llena = "N"
                       ADD 1 TO WS-Total-Mapeos
                       MOVE WS-Total-Mapeos TO WS-Mapeo-Actual
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "La tabla de equivalencias esta llena."
               ELSE
                   MOVE SPACE TO mapeo-registro
                   MOVE WS-Codigo-Entrada TO mapeo-codigo
                   MOVE WS-Descripcion-Entrada TO mapeo-descripcion
                   MOVE WS-Puesto-Entrada TO mapeo-puesto
                   MOVE mapeo-registro
                       TO WS-Mapeo-Item(WS-Mapeo-Actual)
                   PERFORM Reescribir-Mapeos
                   MOVE "ALTA-ENCUESTA" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Equivalencia registrada."
               END-IF.

           Eliminar-Mapeo.
               DISPLAY "Codigo del puesto en la encuesta: ".
               MOVE SPACE TO WS-Codigo-Entrada.
               ACCEPT WS-Codigo-Entrada.
               PERFORM Cargar-Tabla-Mapeos.
               PERFORM Buscar-Mapeo.
               IF WS-Mapeo-Actual = ZERO
                   DISPLAY "Ese codigo no tiene equivalencia."
               ELSE
                   MOVE SPACE TO WS-Mapeo-Item(WS-Mapeo-Actual)
                   PERFORM Reescribir-Mapeos
                   MOVE "BAJA-ENCUESTA" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Equivalencia eliminada."
               END-IF.

           Buscar-Puesto.
               MOVE "N" TO WS-Puesto-Existe.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF puesto-nombre = WS-Puesto-Entrada
                               MOVE "S" TO WS-Puesto-Existe
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

           Buscar-Mapeo.
               MOVE ZERO TO WS-Mapeo-Actual.
               PERFORM VARYING WS-Indice-Mapeo FROM 1 BY 1
                   UNTIL WS-Indice-Mapeo > WS-Total-Mapeos
                   OR WS-Mapeo-Actual > ZERO
                   IF WS-Mapeo-Item(WS-Indice-Mapeo)(1:10)
                       = WS-Codigo-Entrada
                       MOVE WS-Indice-Mapeo TO WS-Mapeo-Actual
                   END-IF
               END-PERFORM.

           Cargar-Tabla-Mapeos.
               MOVE ZERO TO WS-Total-Mapeos.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Encuesta-mapeo-archivo.
               IF WS-Encuesta-Mapeo-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Encuesta-mapeo-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Mapeos < 1000
                               ADD 1 TO WS-Total-Mapeos
                               MOVE mapeo-registro TO
                                   WS-Mapeo-Item(WS-Total-Mapeos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Encuesta-mapeo-archivo.

      * Los renglones eliminados quedan en blanco en la tabla y no
      * se vuelven a escribir.
           Reescribir-Mapeos.
               IF WS-Tabla-Llena = "N"
                   OPEN OUTPUT Encuesta-mapeo-archivo
                   PERFORM VARYING WS-Indice-Mapeo FROM 1 BY 1
                       UNTIL WS-Indice-Mapeo > WS-Total-Mapeos
                       IF WS-Mapeo-Item(WS-Indice-Mapeo) NOT = SPACE
                           MOVE WS-Mapeo-Item(WS-Indice-Mapeo)
                               TO mapeo-registro
                           WRITE mapeo-registro
                       END-IF
                   END-PERFORM
                   CLOSE Encuesta-mapeo-archivo
               END-IF.

           Registrar-Auditoria.
               MOVE SPACE TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-encuesta.

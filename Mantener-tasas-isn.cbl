      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-tasas-isn.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "isn-tasas-fisico.cbl".
       COPY "ciudades-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "isn-tasas-logico.cbl".
       COPY "ciudades-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Isn-Tasas-Status PIC XX.
           01 WS-Ciudades-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Tasas PIC 9.
           01 WS-Fin-Tasas PIC X.
           01 WS-Fin-Ciudades PIC X.
           01 WS-Estado-Entrada PIC X(3).
           01 WS-Nombre-Entrada PIC X(20).
           01 WS-Tasa-Entrada PIC X(8).
           01 WS-Cuenta-Entrada PIC X(10).
           01 WS-Ciudad-Entrada PIC X(10).
           01 WS-Tasa-Hallada PIC X.
           01 WS-Tasa-Edicion PIC Z9.9999.
           01 WS-Ciudades-Cambiadas PIC 9(4).

           01 WS-Total-Tasas PIC 99 VALUE ZERO.
           01 WS-Indice-Tasa PIC 99.
           01 WS-Tabla-Tasas.
               05 WS-Tasa-Item OCCURS 40 TIMES PIC X(39).

           01 WS-Total-Ciudades PIC 9(4) VALUE ZERO.
           01 WS-Indice-Ciudad PIC 9(4).
           01 WS-Tabla-Ciudades.
               05 WS-Ciudad-Item OCCURS 2000 TIMES PIC X(18).

      * Tasas del impuesto sobre nomina por estado y estado al que
      * pertenece cada ciudad del catalogo de ciudades.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Atender-Menu
           UNTIL Salir-Mantenimiento = "S".
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

           Atender-Menu.
               DISPLAY "===== Impuesto Sobre Nomina por Estado =====".
               DISPLAY "1. Listar tasas por estado".
               DISPLAY "2. Agregar o modificar tasa (supervisor)".
               DISPLAY "3. Asignar estado a una ciudad (supervisor)".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Tasas.
               EVALUATE Opcion-Tasas
                   WHEN 1
                       PERFORM Listar-Tasas
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Los cambios a las tasas estan "
                               "restringidos a supervisores."
                       ELSE
                           PERFORM Fijar-Tasa
                       END-IF
                   WHEN 3
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Los cambios al catalogo de "
                               "ciudades estan restringidos a "
                               "supervisores."
                       ELSE
                           PERFORM Asignar-Estado-Ciudad
                       END-IF
                   WHEN 4
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Cargar-Tasas.
               MOVE ZERO TO WS-Total-Tasas.
               MOVE "1" TO WS-Fin-Tasas.
               OPEN INPUT Isn-tasas-archivo.
               IF WS-Isn-Tasas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Tasas
               END-IF.
               PERFORM UNTIL WS-Fin-Tasas = "0"
                   READ Isn-tasas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Tasas
                       NOT AT END
                           IF WS-Total-Tasas < 40
                               ADD 1 TO WS-Total-Tasas
                               MOVE isn-registro TO
                                   WS-Tasa-Item(WS-Total-Tasas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Isn-tasas-archivo.

           Listar-Tasas.
               PERFORM Cargar-Tasas.
               PERFORM VARYING WS-Indice-Tasa FROM 1 BY 1
                   UNTIL WS-Indice-Tasa > WS-Total-Tasas
                   MOVE WS-Tasa-Item(WS-Indice-Tasa) TO isn-registro
                   MOVE isn-tasa TO WS-Tasa-Edicion
                   DISPLAY isn-estado " " isn-nombre " "
                       WS-Tasa-Edicion "% cuenta " isn-cuenta
               END-PERFORM.
               IF WS-Total-Tasas = ZERO
                   DISPLAY "No hay tasas capturadas; el calculo "
                       "mensual carga las de arranque."
               END-IF.

           Fijar-Tasa.
               DISPLAY "Estado (clave de 3 letras): ".
               MOVE SPACE TO WS-Estado-Entrada.
               ACCEPT WS-Estado-Entrada.
               DISPLAY "Nombre del estado: ".
               MOVE SPACE TO WS-Nombre-Entrada.
               ACCEPT WS-Nombre-Entrada.
               DISPLAY "Tasa en porcentaje (ej. 3.00): ".
               MOVE SPACE TO WS-Tasa-Entrada.
               ACCEPT WS-Tasa-Entrada.
               DISPLAY "Cuenta de gasto (ENTER = 6160-ISN): ".
               MOVE SPACE TO WS-Cuenta-Entrada.
               ACCEPT WS-Cuenta-Entrada.
               IF WS-Estado-Entrada = SPACE
                   OR WS-Tasa-Entrada = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-Tasa-Entrada) NOT = ZERO
                   DISPLAY "Datos no validos; captura cancelada."
               ELSE
                   PERFORM Guardar-Tasa
               END-IF.

           Guardar-Tasa.
               PERFORM Cargar-Tasas.
               MOVE SPACE TO isn-registro.
               MOVE WS-Estado-Entrada TO isn-estado.
               MOVE WS-Nombre-Entrada TO isn-nombre.
               MOVE FUNCTION NUMVAL(WS-Tasa-Entrada) TO isn-tasa.
               MOVE WS-Cuenta-Entrada TO isn-cuenta.
               IF isn-cuenta = SPACE
                   MOVE "6160-ISN" TO isn-cuenta
               END-IF.
               MOVE "N" TO WS-Tasa-Hallada.
               PERFORM VARYING WS-Indice-Tasa FROM 1 BY 1
                   UNTIL WS-Indice-Tasa > WS-Total-Tasas
                   IF WS-Tasa-Item(WS-Indice-Tasa)(1:3)
                       = WS-Estado-Entrada
                       MOVE isn-registro
                           TO WS-Tasa-Item(WS-Indice-Tasa)
                       MOVE "S" TO WS-Tasa-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Tasa-Hallada = "N"
                   IF WS-Total-Tasas < 40
                       ADD 1 TO WS-Total-Tasas
                       MOVE isn-registro
                           TO WS-Tasa-Item(WS-Total-Tasas)
                       MOVE "S" TO WS-Tasa-Hallada
                   ELSE
                       DISPLAY "La tabla de tasas esta llena."
                   END-IF
               END-IF.
               IF WS-Tasa-Hallada = "S"
                   OPEN OUTPUT Isn-tasas-archivo
                   PERFORM VARYING WS-Indice-Tasa FROM 1 BY 1
                       UNTIL WS-Indice-Tasa > WS-Total-Tasas
                       MOVE WS-Tasa-Item(WS-Indice-Tasa)
                           TO isn-registro
                       WRITE isn-registro
                   END-PERFORM
                   CLOSE Isn-tasas-archivo
                   MOVE SPACE TO auditoria-id
                   MOVE WS-Estado-Entrada TO auditoria-id
                   MOVE "CAMBIO-TASISN" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Tasa de " WS-Estado-Entrada " guardada."
               END-IF.

      * Todas las filas de la ciudad (una por codigo postal) toman
      * el mismo estado.
           Asignar-Estado-Ciudad.
               DISPLAY "Ciudad: ".
               MOVE SPACE TO WS-Ciudad-Entrada.
               ACCEPT WS-Ciudad-Entrada.
               DISPLAY "Estado (clave de 3 letras): ".
               MOVE SPACE TO WS-Estado-Entrada.
               ACCEPT WS-Estado-Entrada.
               IF WS-Ciudad-Entrada = SPACE
                   OR WS-Estado-Entrada = SPACE
                   DISPLAY "Datos no validos; captura cancelada."
               ELSE
                   PERFORM Cargar-Ciudades
                   MOVE ZERO TO WS-Ciudades-Cambiadas
                   PERFORM VARYING WS-Indice-Ciudad FROM 1 BY 1
                       UNTIL WS-Indice-Ciudad > WS-Total-Ciudades
                       IF WS-Ciudad-Item(WS-Indice-Ciudad)(1:10)
                           = WS-Ciudad-Entrada
                           MOVE WS-Estado-Entrada TO
                               WS-Ciudad-Item(WS-Indice-Ciudad)(16:3)
                           ADD 1 TO WS-Ciudades-Cambiadas
                       END-IF
                   END-PERFORM
                   IF WS-Ciudades-Cambiadas = ZERO
                       DISPLAY "La ciudad no esta en el catalogo."
                   ELSE
                       PERFORM Reescribir-Ciudades
                       MOVE SPACE TO auditoria-id
                       MOVE WS-Estado-Entrada TO auditoria-id
                       MOVE "CAMBIO-CIUDAD" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "Filas actualizadas: "
                           WS-Ciudades-Cambiadas
                   END-IF
               END-IF.

           Cargar-Ciudades.
               MOVE ZERO TO WS-Total-Ciudades.
               MOVE "1" TO WS-Fin-Ciudades.
               OPEN INPUT Ciudades-archivo.
               IF WS-Ciudades-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Ciudades
               END-IF.
               PERFORM UNTIL WS-Fin-Ciudades = "0"
                   READ Ciudades-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Ciudades
                       NOT AT END
                           IF WS-Total-Ciudades < 2000
                               ADD 1 TO WS-Total-Ciudades
                               MOVE ciudad-registro TO
                                   WS-Ciudad-Item(WS-Total-Ciudades)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ciudades-archivo.

           Reescribir-Ciudades.
               OPEN OUTPUT Ciudades-archivo.
               PERFORM VARYING WS-Indice-Ciudad FROM 1 BY 1
                   UNTIL WS-Indice-Ciudad > WS-Total-Ciudades
                   MOVE WS-Ciudad-Item(WS-Indice-Ciudad)
                       TO ciudad-registro
                   WRITE ciudad-registro
               END-PERFORM.
               CLOSE Ciudades-archivo.

           Registrar-Auditoria.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-tasas-isn.

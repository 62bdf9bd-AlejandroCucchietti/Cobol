      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-resguardos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "resguardos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "resguardos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Resguardos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Resguardos PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Folio-Entrada PIC X(6).
           01 WS-Valor-Entrada PIC X(10).
           01 WS-Confirma PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Resguardo-Hallado PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Ultimo-Folio PIC 9(6) VALUE ZERO.
           01 WS-Folio-Numero PIC 9(6).
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Nombre-Estado PIC X(10).
           01 WS-Valor-Edicion PIC Z,ZZZ,ZZ9.99.

           01 WS-Res-Funcion PIC X.
           01 WS-Res-Articulos PIC 9(3).
           01 WS-Res-Valor PIC 9(7)V99.

           01 WS-Total-Resguardos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Resg PIC 9(4).
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Tabla-Resguardos.
               05 WS-Resguardo-Item OCCURS 5000 TIMES PIC X(92).

      * Resguardo de articulos de la empresa: entrega a un empleado
      * activo con su valor convenido, devolucion por folio,
      * consulta de lo que tiene cada empleado y dispensa de lo no
      * devuelto (solo supervisores) para liberar una baja.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           PERFORM Cargar-Resguardos.
           IF WS-Tabla-Llena = "S"
               DISPLAY "resguardos.dat excede la capacidad de "
                   "trabajo; depure los cerrados."
           ELSE
               PERFORM Mantener-Resguardo
               UNTIL Salir-Mantenimiento = "S"
           END-IF.
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

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Mantener-Resguardo.
               DISPLAY "===== Resguardo de Activos =====".
               DISPLAY "1. Entregar articulo a un empleado".
               DISPLAY "2. Registrar devolucion".
               DISPLAY "3. Consultar resguardo de un empleado".
               DISPLAY "4. Dispensar lo no devuelto (supervisor)".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Resguardos.
               EVALUATE Opcion-Resguardos
                   WHEN 1
                       PERFORM Entregar-Articulo
                   WHEN 2
                       PERFORM Registrar-Devolucion
                   WHEN 3
                       PERFORM Consultar-Resguardo
                   WHEN 4
                       PERFORM Dispensar-Resguardo
                   WHEN 5
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Cargar-Resguardos.
               MOVE ZERO TO WS-Total-Resguardos.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Resguardos-archivo.
               IF WS-Resguardos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Resguardos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Resguardos < 5000
                               ADD 1 TO WS-Total-Resguardos
                               MOVE resguardo-registro TO
                                   WS-Resguardo-Item
                                       (WS-Total-Resguardos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                           IF resguardo-folio NUMERIC
                               MOVE resguardo-folio
                                   TO WS-Folio-Numero
                               IF WS-Folio-Numero > WS-Ultimo-Folio
                                   MOVE WS-Folio-Numero
                                       TO WS-Ultimo-Folio
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Resguardos-archivo.

           Reescribir-Resguardos.
               OPEN OUTPUT Resguardos-archivo.
               PERFORM VARYING WS-Indice-Resg FROM 1 BY 1
                   UNTIL WS-Indice-Resg > WS-Total-Resguardos
                   MOVE WS-Resguardo-Item(WS-Indice-Resg)
                       TO resguardo-registro
                   WRITE resguardo-registro
               END-PERFORM.
               CLOSE Resguardos-archivo.

           Pedir-Empleado.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       DISPLAY "No existe ningun empleado con "
                           "ese ID."
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.

      * Solo se entregan articulos a empleados activos; el valor
      * convenido es el que se descontaria en el finiquito.
           Entregar-Articulo.
               IF WS-Total-Resguardos = 5000
                   DISPLAY "El archivo de resguardos esta lleno; "
                       "depure los cerrados."
               ELSE
                   PERFORM Pedir-Empleado
                   IF WS-Registro-Hallado = "S"
                       IF empleados-activo
                           PERFORM Capturar-Articulo
                       ELSE
                           DISPLAY "El empleado no esta activo."
                       END-IF
                   END-IF
               END-IF.

           Capturar-Articulo.
               MOVE SPACE TO resguardo-registro.
               MOVE WS-Id-Entrada TO resguardo-id.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Tipo: L=computo T=telefono U=uniforme "
                       "H=herramienta K=llave O=otro: "
                   ACCEPT resguardo-tipo
                   IF resguardo-tipo-valido
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Tipo no valido."
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Descripcion del articulo: "
                   ACCEPT resguardo-descripcion
                   IF resguardo-descripcion NOT = SPACE
                       MOVE "S" TO WS-Campo-Valido
                   END-IF
               END-PERFORM.
               DISPLAY "Numero de serie o inventario (ENTER si no "
                   "tiene): ".
               ACCEPT resguardo-serie.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Valor convenido: "
                   MOVE SPACE TO WS-Valor-Entrada
                   ACCEPT WS-Valor-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Valor-Entrada) = ZERO
                       COMPUTE resguardo-valor =
                           FUNCTION NUMVAL(WS-Valor-Entrada)
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Valor no valido."
                   END-IF
               END-PERFORM.
               ADD 1 TO WS-Ultimo-Folio.
               MOVE WS-Ultimo-Folio TO resguardo-folio.
               MOVE WS-Fecha-Hoy TO resguardo-fecha-entrega.
               MOVE "A" TO resguardo-estado.
               MOVE SPACE TO resguardo-fecha-cierre.
               MOVE WS-Operador-Actual TO resguardo-autorizo.
               ADD 1 TO WS-Total-Resguardos.
               MOVE resguardo-registro
                   TO WS-Resguardo-Item(WS-Total-Resguardos).
               PERFORM Reescribir-Resguardos.
               DISPLAY "Articulo entregado con folio "
                   resguardo-folio ".".

           Buscar-Folio.
               MOVE "N" TO WS-Resguardo-Hallado.
               PERFORM VARYING WS-Indice-Resg FROM 1 BY 1
                   UNTIL WS-Indice-Resg > WS-Total-Resguardos
                   OR WS-Resguardo-Hallado = "S"
                   MOVE WS-Resguardo-Item(WS-Indice-Resg)
                       TO resguardo-registro
                   IF resguardo-folio = WS-Folio-Entrada
                       MOVE "S" TO WS-Resguardo-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Resguardo-Hallado = "S"
                   SUBTRACT 1 FROM WS-Indice-Resg
               END-IF.

           Registrar-Devolucion.
               DISPLAY "Folio del articulo: ".
               MOVE SPACE TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               PERFORM Buscar-Folio.
               IF WS-Resguardo-Hallado = "N"
                   DISPLAY "No existe ese folio."
               ELSE
               IF NOT resguardo-asignado
                   DISPLAY "Ese articulo ya no esta en resguardo."
               ELSE
                   DISPLAY resguardo-folio " " resguardo-id " "
                       resguardo-descripcion
                   DISPLAY "Confirma la devolucion (S/N)? "
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       MOVE "D" TO resguardo-estado
                       MOVE WS-Fecha-Hoy TO resguardo-fecha-cierre
                       MOVE WS-Operador-Actual TO resguardo-autorizo
                       MOVE resguardo-registro
                           TO WS-Resguardo-Item(WS-Indice-Resg)
                       PERFORM Reescribir-Resguardos
                       DISPLAY "Devolucion registrada."
                   ELSE
                       DISPLAY "Devolucion cancelada."
                   END-IF
               END-IF
               END-IF.

           Consultar-Resguardo.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               MOVE ZERO TO WS-Res-Articulos WS-Res-Valor.
               DISPLAY "----------------------------------------".
               DISPLAY "Folio  T Descripcion                    "
                   "Estado     Entrega  Cierre".
               PERFORM VARYING WS-Indice-Resg FROM 1 BY 1
                   UNTIL WS-Indice-Resg > WS-Total-Resguardos
                   MOVE WS-Resguardo-Item(WS-Indice-Resg)
                       TO resguardo-registro
                   IF resguardo-id = WS-Id-Entrada
                       PERFORM Nombrar-Estado
                       DISPLAY resguardo-folio " " resguardo-tipo " "
                           resguardo-descripcion " " WS-Nombre-Estado
                           " " resguardo-fecha-entrega " "
                           resguardo-fecha-cierre
                       IF resguardo-asignado
                           ADD 1 TO WS-Res-Articulos
                           ADD resguardo-valor TO WS-Res-Valor
                       END-IF
                   END-IF
               END-PERFORM.
               MOVE WS-Res-Valor TO WS-Valor-Edicion.
               DISPLAY "Sin devolver: " WS-Res-Articulos
                   " articulo(s) por " WS-Valor-Edicion.

           Nombrar-Estado.
               EVALUATE TRUE
                   WHEN resguardo-asignado
                       MOVE "ASIGNADO" TO WS-Nombre-Estado
                   WHEN resguardo-devuelto
                       MOVE "DEVUELTO" TO WS-Nombre-Estado
                   WHEN resguardo-descontado
                       MOVE "DESCONTADO" TO WS-Nombre-Estado
                   WHEN resguardo-dispensado
                       MOVE "DISPENSADO" TO WS-Nombre-Estado
                   WHEN OTHER
                       MOVE SPACE TO WS-Nombre-Estado
               END-EVALUATE.

      * La dispensa cierra todo lo que el empleado tenga sin
      * devolver y deja el rastro del supervisor que la autorizo.
           Dispensar-Resguardo.
               IF WS-Nivel-Operador < 3
                   DISPLAY "La dispensa del resguardo esta "
                       "restringida a supervisores."
               ELSE
                   PERFORM Consultar-Resguardo
                   IF WS-Res-Articulos = ZERO
                       DISPLAY "No hay nada que dispensar."
                   ELSE
                       DISPLAY "Dispensa la devolucion de todo lo "
                           "pendiente (S/N)? "
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           MOVE "W" TO WS-Res-Funcion
                           CALL "Rutinas-resguardo" USING
                               WS-Res-Funcion WS-Id-Entrada
                               WS-Operador-Actual WS-Res-Articulos
                               WS-Res-Valor
                           MOVE WS-Id-Entrada TO empleados-id
                           MOVE "DISPENSA-RESG" TO auditoria-operacion
                           PERFORM Registrar-Auditoria
                           PERFORM Cargar-Resguardos
                           DISPLAY "Resguardo dispensado: "
                               WS-Res-Articulos " articulo(s)."
                       ELSE
                           DISPLAY "Dispensa cancelada."
                       END-IF
                   END-IF
               END-IF.

           Registrar-Auditoria.
               MOVE empleados-id TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-resguardos.

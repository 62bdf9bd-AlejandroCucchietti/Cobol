       COPY "archivo-fisico.cbl".
       COPY "turnos-fisico.cbl".
       COPY "empleados-turno-fisico.cbl".
       COPY "rotaciones-fisico.cbl".


       DATA DIVISION.
       COPY "archivo-logico.cbl".
       COPY "turnos-logico.cbl".
       COPY "empleados-turno-logico.cbl".
       COPY "rotaciones-logico.cbl".


       WORKING-STORAGE SECTION.
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Turnos-Status PIC XX.
           01 WS-Empleados-Turno-Status PIC XX.
           01 WS-Rotaciones-Status PIC XX.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Turnos PIC 9.
           01 WS-Indice-Asig PIC 9(4).
           01 WS-Asignacion-Hallada PIC X.
           01 WS-Tabla-Asignaciones.
               05 WS-Asignacion-Item OCCURS 1000 TIMES PIC X(13).

      * Patrones de rotacion semanal.
           01 WS-Fin-Rotaciones PIC X.
           01 WS-Rotacion-Entrada PIC X(4).
           01 WS-Rotacion-Existe PIC X.
           01 WS-Descripcion-Entrada PIC X(20).
           01 WS-Semanas-Entrada PIC X.
           01 WS-Paso-Entrada PIC X.
           01 WS-Semanas-Valor PIC 9.
           01 WS-Paso-Valor PIC 9.
           01 WS-Indice-Semana PIC 9.
           01 WS-Patron-Valido PIC X.
           01 WS-Turnos-Patron.
               05 WS-Patron-Turno PIC X(2) OCCURS 6 TIMES.
           01 WS-Total-Rotaciones PIC 99 VALUE ZERO.
           01 WS-Indice-Rotacion PIC 99.
           01 WS-Tabla-Rotaciones.
               05 WS-Rotacion-Item OCCURS 50 TIMES PIC X(37).

      * Semana de calendario (de lunes a domingo) contada desde el
      * lunes 1 de enero de 1601, dia uno del calendario entero.
           01 WS-Fecha-Hoy PIC 9(8).
           01 WS-Fecha-Entera PIC S9(9).
           01 WS-Semana-Absoluta PIC 9(7).
           01 WS-Desfase-Valor PIC 9.

       PROCEDURE DIVISION.
       Empieza-Programa.
               DISPLAY "2. Agregar turno".
               DISPLAY "3. Asignar turno a un empleado".
               DISPLAY "4. Salir".
               DISPLAY "5. Listar patrones de rotacion".
               DISPLAY "6. Agregar patron de rotacion".
               DISPLAY "7. Asignar rotacion a un empleado".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Turnos.
               EVALUATE Opcion-Turnos
                       PERFORM Asignar-Turno
                   WHEN 4
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN 5
                       PERFORM Listar-Rotaciones
                   WHEN 6
                       PERFORM Agregar-Rotacion
                   WHEN 7
                       PERFORM Asignar-Rotacion
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.
                       TO empturno-registro
                   IF empturno-id = WS-Id-Entrada
                       MOVE WS-Turno-Entrada-Dato TO empturno-turno
                       MOVE SPACE TO empturno-rotacion
                       MOVE ZERO TO empturno-desfase
                       MOVE empturno-registro
                           TO WS-Asignacion-Item(WS-Indice-Asig)
                       MOVE "S" TO WS-Asignacion-Hallada
                       MOVE WS-Id-Entrada TO empturno-id
                       MOVE WS-Turno-Entrada-Dato
                           TO empturno-turno
                       MOVE SPACE TO empturno-rotacion
                       MOVE ZERO TO empturno-desfase
                       MOVE empturno-registro TO
                           WS-Asignacion-Item(WS-Total-Asignaciones)
                   ELSE
               DISPLAY "Turno " WS-Turno-Entrada-Dato
                   " asignado al ID " WS-Id-Entrada ".".

           Listar-Rotaciones.
               PERFORM Cargar-Rotaciones.
               IF WS-Total-Rotaciones = ZERO
                   DISPLAY "No hay patrones de rotacion."
               END-IF.
               PERFORM VARYING WS-Indice-Rotacion FROM 1 BY 1
                   UNTIL WS-Indice-Rotacion > WS-Total-Rotaciones
                   MOVE WS-Rotacion-Item(WS-Indice-Rotacion)
                       TO rotacion-registro
                   DISPLAY "Rotacion " rotacion-id " "
                       rotacion-descripcion " " rotacion-semanas
                       " semana(s): " rotacion-turno(1) " "
                       rotacion-turno(2) " " rotacion-turno(3) " "
                       rotacion-turno(4) " " rotacion-turno(5) " "
                       rotacion-turno(6)
               END-PERFORM.

      * Un patron lleva de una a seis semanas; cada semana debe
      * ser un turno del catalogo.
           Agregar-Rotacion.
               PERFORM Cargar-Turnos.
               PERFORM Cargar-Rotaciones.
               IF WS-Total-Rotaciones = 50
                   DISPLAY "El catalogo de rotaciones esta lleno."
               ELSE
                   DISPLAY "Clave del patron (4 caracteres): "
                   MOVE SPACE TO WS-Rotacion-Entrada
                   ACCEPT WS-Rotacion-Entrada
                   PERFORM Buscar-Rotacion
                   IF WS-Rotacion-Entrada = SPACE
                       OR WS-Rotacion-Existe = "S"
                       DISPLAY "Clave vacia o repetida; captura "
                           "cancelada."
                   ELSE
                       DISPLAY "Descripcion: "
                       MOVE SPACE TO WS-Descripcion-Entrada
                       ACCEPT WS-Descripcion-Entrada
                       DISPLAY "Semanas del ciclo (1-6): "
                       MOVE SPACE TO WS-Semanas-Entrada
                       ACCEPT WS-Semanas-Entrada
                       IF WS-Semanas-Entrada NOT NUMERIC
                           OR WS-Semanas-Entrada = "0"
                           OR WS-Semanas-Entrada > "6"
                           DISPLAY "Numero de semanas no valido."
                       ELSE
                           MOVE WS-Semanas-Entrada TO WS-Semanas-Valor
                           PERFORM Capturar-Semanas-Patron
                       END-IF
                   END-IF
               END-IF.

           Capturar-Semanas-Patron.
               MOVE SPACE TO WS-Turnos-Patron.
               MOVE "S" TO WS-Patron-Valido.
               PERFORM VARYING WS-Indice-Semana FROM 1 BY 1
                   UNTIL WS-Indice-Semana > WS-Semanas-Valor
                   OR WS-Patron-Valido = "N"
                   DISPLAY "Turno de la semana " WS-Indice-Semana ": "
                   MOVE SPACE TO WS-Turno-Entrada-Dato
                   ACCEPT WS-Turno-Entrada-Dato
                   PERFORM Buscar-Turno
                   IF WS-Turno-Existe = "N"
                       DISPLAY "Ese turno no esta en el catalogo; "
                           "captura cancelada."
                       MOVE "N" TO WS-Patron-Valido
                   ELSE
                       MOVE WS-Turno-Entrada-Dato
                           TO WS-Patron-Turno(WS-Indice-Semana)
                   END-IF
               END-PERFORM.
               IF WS-Patron-Valido = "S"
                   MOVE SPACE TO rotacion-registro
                   MOVE WS-Rotacion-Entrada TO rotacion-id
                   MOVE WS-Descripcion-Entrada TO rotacion-descripcion
                   MOVE WS-Semanas-Valor TO rotacion-semanas
                   PERFORM VARYING WS-Indice-Semana FROM 1 BY 1
                       UNTIL WS-Indice-Semana > 6
                       MOVE WS-Patron-Turno(WS-Indice-Semana)
                           TO rotacion-turno(WS-Indice-Semana)
                   END-PERFORM
                   ADD 1 TO WS-Total-Rotaciones
                   MOVE rotacion-registro
                       TO WS-Rotacion-Item(WS-Total-Rotaciones)
                   PERFORM Reescribir-Rotaciones
                   DISPLAY "Patron de rotacion registrado."
               END-IF.

      * El supervisor indica que paso del patron trabaja el
      * empleado esta semana; se guarda como desfase sobre la
      * semana de calendario para que el rol lo siga solo. El
      * turno fijo se conserva como respaldo o, si no tenia, toma
      * el de esta semana.
           Asignar-Rotacion.
               PERFORM Cargar-Rotaciones.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.
               IF WS-Registro-Hallado = "N"
                   DISPLAY "No existe ningun empleado con ese ID."
               ELSE
                   DISPLAY "Clave del patron de rotacion: "
                   MOVE SPACE TO WS-Rotacion-Entrada
                   ACCEPT WS-Rotacion-Entrada
                   PERFORM Buscar-Rotacion
                   IF WS-Rotacion-Existe = "N"
                       DISPLAY "Ese patron no existe."
                   ELSE
                       DISPLAY "Semana del patron que trabaja esta "
                           "semana (1-" rotacion-semanas "): "
                       MOVE SPACE TO WS-Paso-Entrada
                       ACCEPT WS-Paso-Entrada
                       IF WS-Paso-Entrada NOT NUMERIC
                           OR WS-Paso-Entrada = "0"
                           OR WS-Paso-Entrada > rotacion-semanas
                           DISPLAY "Semana del patron no valida."
                       ELSE
                           MOVE WS-Paso-Entrada TO WS-Paso-Valor
                           PERFORM Calcular-Desfase
                           PERFORM Registrar-Rotacion-Empleado
                       END-IF
                   END-IF
               END-IF.

           Calcular-Desfase.
               ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
               COMPUTE WS-Fecha-Entera =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Hoy).
               COMPUTE WS-Semana-Absoluta = (WS-Fecha-Entera - 1) / 7.
               COMPUTE WS-Desfase-Valor = FUNCTION MOD(
                   WS-Paso-Valor - 1 + rotacion-semanas
                   - FUNCTION MOD(WS-Semana-Absoluta,
                       rotacion-semanas),
                   rotacion-semanas).

           Registrar-Rotacion-Empleado.
               PERFORM Cargar-Asignaciones.
               MOVE "N" TO WS-Asignacion-Hallada.
               PERFORM VARYING WS-Indice-Asig FROM 1 BY 1
                   UNTIL WS-Indice-Asig > WS-Total-Asignaciones
                   MOVE WS-Asignacion-Item(WS-Indice-Asig)
                       TO empturno-registro
                   IF empturno-id = WS-Id-Entrada
                       MOVE WS-Rotacion-Entrada TO empturno-rotacion
                       MOVE WS-Desfase-Valor TO empturno-desfase
                       MOVE empturno-registro
                           TO WS-Asignacion-Item(WS-Indice-Asig)
                       MOVE "S" TO WS-Asignacion-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Asignacion-Hallada = "N"
                   IF WS-Total-Asignaciones < 1000
                       ADD 1 TO WS-Total-Asignaciones
                       MOVE WS-Id-Entrada TO empturno-id
                       MOVE rotacion-turno(WS-Paso-Valor)
                           TO empturno-turno
                       MOVE WS-Rotacion-Entrada TO empturno-rotacion
                       MOVE WS-Desfase-Valor TO empturno-desfase
                       MOVE empturno-registro TO
                           WS-Asignacion-Item(WS-Total-Asignaciones)
                   ELSE
                       DISPLAY "El archivo de asignaciones esta "
                           "lleno; depurelo."
                   END-IF
               END-IF.
               PERFORM Reescribir-Asignaciones.
               DISPLAY "Rotacion " WS-Rotacion-Entrada
                   " asignada al ID " WS-Id-Entrada
                   "; corra la generacion del rol de turnos.".

           Buscar-Turno.
               MOVE "N" TO WS-Turno-Existe.
               PERFORM VARYING WS-Indice-Turno FROM 1 BY 1
                   UNTIL WS-Indice-Turno > WS-Total-Turnos
                   MOVE WS-Turno-Item(WS-Indice-Turno)
                       TO turno-registro
                   IF turno-id = WS-Turno-Entrada-Dato
                       MOVE "S" TO WS-Turno-Existe
                   END-IF
               END-PERFORM.

           Buscar-Rotacion.
               MOVE "N" TO WS-Rotacion-Existe.
               PERFORM VARYING WS-Indice-Rotacion FROM 1 BY 1
                   UNTIL WS-Indice-Rotacion > WS-Total-Rotaciones
                   OR WS-Rotacion-Existe = "S"
                   MOVE WS-Rotacion-Item(WS-Indice-Rotacion)
                       TO rotacion-registro
                   IF rotacion-id = WS-Rotacion-Entrada
                       MOVE "S" TO WS-Rotacion-Existe
                   END-IF
               END-PERFORM.

           Cargar-Rotaciones.
               MOVE ZERO TO WS-Total-Rotaciones.
               MOVE "1" TO WS-Fin-Rotaciones.
               OPEN INPUT Rotaciones-archivo.
               IF WS-Rotaciones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Rotaciones
               END-IF.
               PERFORM UNTIL WS-Fin-Rotaciones = "0"
                   READ Rotaciones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Rotaciones
                       NOT AT END
                           IF WS-Total-Rotaciones < 50
                               ADD 1 TO WS-Total-Rotaciones
                               MOVE rotacion-registro TO
                                   WS-Rotacion-Item
                                       (WS-Total-Rotaciones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Rotaciones-archivo.

           Reescribir-Rotaciones.
               OPEN OUTPUT Rotaciones-archivo.
               PERFORM VARYING WS-Indice-Rotacion FROM 1 BY 1
                   UNTIL WS-Indice-Rotacion > WS-Total-Rotaciones
                   MOVE WS-Rotacion-Item(WS-Indice-Rotacion)
                       TO rotacion-registro
                   WRITE rotacion-registro
               END-PERFORM.
               CLOSE Rotaciones-archivo.

           Cargar-Turnos.
               MOVE ZERO TO WS-Total-Turnos.
               MOVE "1" TO WS-Fin-Turnos.

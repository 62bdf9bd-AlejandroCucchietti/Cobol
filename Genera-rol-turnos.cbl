      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Genera-rol-turnos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "empleados-turno-fisico.cbl".
       COPY "rotaciones-fisico.cbl".
       COPY "rol-turnos-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "empleados-turno-logico.cbl".
       COPY "rotaciones-logico.cbl".
       COPY "rol-turnos-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Empleados-Turno-Status PIC XX.
           01 WS-Rotaciones-Status PIC XX.
           01 WS-Rol-Turnos-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Empleado-Activo PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Semanas-Rol PIC 99 VALUE 4.

      * El rol arranca el lunes de la semana de proceso. La semana
      * de calendario se cuenta desde el lunes 1 de enero de 1601,
      * dia uno del calendario entero, igual que en el mantenimiento
      * de turnos al asignar la rotacion.
           01 WS-Entero-Proceso PIC S9(9).
           01 WS-Entero-Inicio PIC S9(9).
           01 WS-Entero-Dia PIC S9(9).
           01 WS-Entero-Depuracion PIC S9(9).
           01 WS-Fecha-Inicio PIC 9(8).
           01 WS-Fecha-Depuracion PIC 9(8).
           01 WS-Fecha-Dia PIC 9(8).
           01 WS-Total-Dias PIC 9(3).
           01 WS-Indice-Dia PIC 9(3).
           01 WS-Semana-Absoluta PIC 9(7).
           01 WS-Paso-Semana PIC 9.

           01 WS-Total-Rotaciones PIC 99 VALUE ZERO.
           01 WS-Indice-Rotacion PIC 99.
           01 WS-Rotacion-Hallada PIC X.
           01 WS-Tabla-Rotaciones.
               05 WS-Rotacion-Item OCCURS 50 TIMES PIC X(37).

      * Se conservan seis semanas de historia para que las checadas
      * atrasadas todavia encuentren su turno.
           01 WS-Total-Rol PIC 9(5) VALUE ZERO.
           01 WS-Indice-Rol PIC 9(5).
           01 WS-Tabla-Rol.
               05 WS-Rol-Item OCCURS 50000 TIMES PIC X(20).

           01 WS-Total-Empleados-Rol PIC 9(4) VALUE ZERO.
           01 WS-Total-Inactivos PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Patron PIC 9(4) VALUE ZERO.
           01 WS-Total-Generados PIC 9(5) VALUE ZERO.

      * Rol de turnos rotativos: a partir del lunes de la semana de
      * proceso genera, por cada empleado con patron de rotacion,
      * su turno de cada dia durante ROL-SEMANAS semanas. Lo que ya
      * estaba generado desde ese lunes se reemplaza; la importacion
      * de checadas toma el turno del rol antes que el fijo.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Leer-Parametros-Rol.
           PERFORM Calcular-Inicio-Rol.
           DISPLAY "===== Rol de Turnos desde " WS-Fecha-Inicio
               " por " WS-Semanas-Rol " semana(s) =====".
           PERFORM Cargar-Rotaciones.
           PERFORM Cargar-Rol.
           IF WS-Tabla-Llena = "S"
               DISPLAY "rol-turnos.dat excede la capacidad de "
                   "trabajo; no se genero nada."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM Generar-Rol
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El rol excede la capacidad de trabajo; "
                       "no se grabo nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Reescribir-Rol
                   PERFORM Mostrar-Resumen
               END-IF
           END-IF.
           Program-Done.
            GOBACK.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               ACCEPT WS-Empleados-Filename-Env
                   FROM ENVIRONMENT "EMPLEADOS_FILE".
               IF WS-Empleados-Filename-Env NOT = SPACE
                   MOVE WS-Empleados-Filename-Env
                       TO WS-Empleados-Filename
               END-IF.

           Obtener-Fecha-Proceso.
               OPEN INPUT Fecha-proceso-archivo.
               IF WS-Fecha-Proceso-Status = "00"
                   READ Fecha-proceso-archivo
                       AT END
                           CONTINUE
                       NOT AT END
                           IF fecha-proceso-valor NUMERIC
                               MOVE fecha-proceso-valor
                                   TO WS-Fecha-Proceso
                           END-IF
                   END-READ
               END-IF.
               CLOSE Fecha-proceso-archivo.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Leer-Parametros-Rol.
               MOVE "ROL-SEMANAS" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   COMPUTE WS-Semanas-Rol =
                       FUNCTION NUMVAL(WS-Param-Valor)
               END-IF.
               IF WS-Semanas-Rol = ZERO
                   MOVE 4 TO WS-Semanas-Rol
               END-IF.

           Calcular-Inicio-Rol.
               COMPUTE WS-Entero-Proceso =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-Fecha-Proceso)).
               COMPUTE WS-Entero-Inicio = WS-Entero-Proceso
                   - FUNCTION MOD(WS-Entero-Proceso - 1, 7).
               COMPUTE WS-Fecha-Inicio =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Inicio).
               COMPUTE WS-Entero-Depuracion = WS-Entero-Inicio - 42.
               COMPUTE WS-Fecha-Depuracion =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Depuracion).
               COMPUTE WS-Total-Dias = WS-Semanas-Rol * 7.

           Cargar-Rotaciones.
               MOVE ZERO TO WS-Total-Rotaciones.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Rotaciones-archivo.
               IF WS-Rotaciones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Rotaciones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
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

      * Se queda la historia reciente anterior al lunes de inicio;
      * lo de ese lunes en adelante se vuelve a generar.
           Cargar-Rol.
               MOVE ZERO TO WS-Total-Rol.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Rol-turnos-archivo.
               IF WS-Rol-Turnos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Rol-turnos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF rol-fecha < WS-Fecha-Inicio
                               AND rol-fecha NOT < WS-Fecha-Depuracion
                               IF WS-Total-Rol < 50000
                                   ADD 1 TO WS-Total-Rol
                                   MOVE rol-registro
                                       TO WS-Rol-Item(WS-Total-Rol)
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Rol-turnos-archivo.

           Generar-Rol.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Empleados-turno-archivo.
               IF WS-Empleados-Turno-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   OR WS-Tabla-Llena = "S"
                   READ Empleados-turno-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF empturno-rotacion NOT = SPACE
                               PERFORM Generar-Rol-Empleado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-turno-archivo.
               CLOSE Empleados-archivo.

           Generar-Rol-Empleado.
               MOVE empturno-id TO empleados-id.
               MOVE "S" TO WS-Empleado-Activo.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Empleado-Activo
               END-READ.
               IF WS-Empleado-Activo = "S"
                   IF NOT empleados-activo
                       MOVE "N" TO WS-Empleado-Activo
                   END-IF
               END-IF.
               PERFORM Buscar-Rotacion.
               IF WS-Empleado-Activo = "N"
                   ADD 1 TO WS-Total-Inactivos
               ELSE
               IF WS-Rotacion-Hallada = "N"
                   DISPLAY "El ID " empturno-id " tiene el patron "
                       empturno-rotacion " que ya no existe."
                   ADD 1 TO WS-Total-Sin-Patron
               ELSE
                   ADD 1 TO WS-Total-Empleados-Rol
                   PERFORM VARYING WS-Indice-Dia FROM 0 BY 1
                       UNTIL WS-Indice-Dia NOT < WS-Total-Dias
                       OR WS-Tabla-Llena = "S"
                       PERFORM Generar-Dia-Rol
                   END-PERFORM
               END-IF
               END-IF.

           Buscar-Rotacion.
               MOVE "N" TO WS-Rotacion-Hallada.
               PERFORM VARYING WS-Indice-Rotacion FROM 1 BY 1
                   UNTIL WS-Indice-Rotacion > WS-Total-Rotaciones
                   OR WS-Rotacion-Hallada = "S"
                   MOVE WS-Rotacion-Item(WS-Indice-Rotacion)
                       TO rotacion-registro
                   IF rotacion-id = empturno-rotacion
                       MOVE "S" TO WS-Rotacion-Hallada
                   END-IF
               END-PERFORM.

      * El paso del patron de cada semana es la semana de
      * calendario mas el desfase del empleado, modulo el numero de
      * semanas del patron.
           Generar-Dia-Rol.
               COMPUTE WS-Entero-Dia = WS-Entero-Inicio + WS-Indice-Dia.
               COMPUTE WS-Fecha-Dia =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Dia).
               COMPUTE WS-Semana-Absoluta = (WS-Entero-Dia - 1) / 7.
               COMPUTE WS-Paso-Semana = FUNCTION MOD(
                   WS-Semana-Absoluta + empturno-desfase,
                   rotacion-semanas) + 1.
               IF WS-Total-Rol < 50000
                   ADD 1 TO WS-Total-Rol
                   MOVE SPACE TO rol-registro
                   MOVE empturno-id TO rol-id
                   MOVE WS-Fecha-Dia TO rol-fecha
                   MOVE rotacion-turno(WS-Paso-Semana) TO rol-turno
                   MOVE rotacion-id TO rol-rotacion
                   MOVE rol-registro TO WS-Rol-Item(WS-Total-Rol)
                   ADD 1 TO WS-Total-Generados
               ELSE
                   MOVE "S" TO WS-Tabla-Llena
               END-IF.

           Reescribir-Rol.
               OPEN OUTPUT Rol-turnos-archivo.
               PERFORM VARYING WS-Indice-Rol FROM 1 BY 1
                   UNTIL WS-Indice-Rol > WS-Total-Rol
                   MOVE WS-Rol-Item(WS-Indice-Rol) TO rol-registro
                   WRITE rol-registro
               END-PERFORM.
               CLOSE Rol-turnos-archivo.

           Mostrar-Resumen.
               DISPLAY "Empleados con rotacion:    "
                   WS-Total-Empleados-Rol.
               DISPLAY "Dias de rol generados:     " WS-Total-Generados.
               DISPLAY "Omitidos por baja:         " WS-Total-Inactivos.
               DISPLAY "Omitidos sin patron:       "
                   WS-Total-Sin-Patron.

       END PROGRAM Genera-rol-turnos.

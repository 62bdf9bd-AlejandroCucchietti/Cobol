       COPY "incidencias-fisico.cbl".
       COPY "turnos-fisico.cbl".
       COPY "empleados-turno-fisico.cbl".
       COPY "rol-turnos-fisico.cbl".
       COPY "calendario-fisico.cbl".
       COPY "grupos-pago-fisico.cbl".
       COPY "horas-extra-detalle-fisico.cbl".

       SELECT Incidencias-reporte-archivo
       ASSIGN TO "incidencias-dia.txt"

      * El resumen se lleva por quincena (1 = dias 1-15, 2 = del
      * 16 al fin de mes): la nomina paga la quincena exacta en
      * vez de partir a la mitad un mes todavia en curso. Los
      * domingos y feriados trabajados se cuentan aparte para la
      * prima dominical y el pago doble del descanso obligatorio.
      * Los empleados del grupo semanal llevan quincena cero y la
      * letra de su semana (A-E); el mes es el del domingo que
      * cierra la semana.
       FD  Resumen-horas-archivo.

       01  resumen-horas-registro.
           05  resumen-horas PIC 9(3)V99.
           05  resumen-extra PIC 9(3)V99.
           05  resumen-quincena PIC 9.
           05  resumen-domingos PIC 99.
           05  resumen-feriados PIC 99.
           05  resumen-semana PIC X.

       COPY "incidencias-logico.cbl".
       COPY "turnos-logico.cbl".
       COPY "empleados-turno-logico.cbl".
       COPY "rol-turnos-logico.cbl".
       COPY "calendario-logico.cbl".
       COPY "grupos-pago-logico.cbl".
       COPY "horas-extra-detalle-logico.cbl".

       FD  Incidencias-reporte-archivo.

               05 WS-Asignacion-Item OCCURS 1000 TIMES.
                   10 WS-Asig-Id PIC X(6).
                   10 WS-Asig-Turno PIC X(2).

      * Rol de turnos rotativos; para la fecha de la checada manda
      * sobre el turno fijo.
           01 WS-Rol-Turnos-Status PIC XX.
           01 WS-Fin-Rol PIC X.
           01 WS-Rol-Hallado PIC X.
           01 WS-Total-Rol PIC 9(5) VALUE ZERO.
           01 WS-Indice-Rol PIC 9(5).
           01 WS-Tabla-Rol.
               05 WS-Rol-Item OCCURS 50000 TIMES.
                   10 WS-Rol-Id PIC X(6).
                   10 WS-Rol-Fecha PIC X(8).
                   10 WS-Rol-Turno PIC X(2).
           01 WS-Minutos-Retardo PIC 9(4).
           01 WS-Total-Retardos PIC 9(6) VALUE ZERO.
           01 WS-Total-Incompletas PIC 9(6) VALUE ZERO.

           01 WS-Calendario-Status PIC XX.
           01 WS-Fin-Calendario PIC X.
           01 WS-Total-Feriados PIC 9(3) VALUE ZERO.
           01 WS-Indice-Feriado PIC 9(3).
           01 WS-Tabla-Feriados.
               05 WS-Feriado-Fecha OCCURS 100 TIMES PIC X(8).
           01 WS-Fecha-Checada PIC 9(8).
           01 WS-Fecha-Entera PIC S9(9).
           01 WS-Dia-Semana PIC 9.
           01 WS-Domingo-Dia PIC 9.
           01 WS-Feriado-Dia PIC 9.
           01 WS-Total-Domingos PIC 9(6) VALUE ZERO.
           01 WS-Total-Dias-Feriado PIC 9(6) VALUE ZERO.

           01 WS-Linea-Incidencia.
               05 WS-Linc-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Mes-Checada PIC X(6).
           01 WS-Quincena-Checada PIC 9.
           01 WS-Semana-Checada PIC X.
           01 WS-Grupos-Pago-Status PIC XX.
           01 WS-Fin-Grupos PIC X.
           01 WS-Total-Grupos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Gru PIC 9(4).
           01 WS-Tabla-Grupos.
               05 WS-Grupo-Item OCCURS 1000 TIMES.
                   10 WS-Gru-Id PIC X(6).
                   10 WS-Gru-Grupo PIC X.
           01 WS-Grupo-Empleado PIC X.
           01 WS-Periodo-Checada PIC X(7).
           01 WS-Inicio-Semana PIC X(8).
           01 WS-Fin-Semana PIC X(8).
           01 WS-Resumen-Hallado PIC X.
           01 WS-Total-Tabla PIC 9(4) VALUE ZERO.
           01 WS-Indice PIC 9(4).
                   10 WS-Tab-Quincena PIC 9.
                   10 WS-Tab-Horas PIC 9(3)V99.
                   10 WS-Tab-Extra PIC 9(3)V99.
                   10 WS-Tab-Domingos PIC 99.
                   10 WS-Tab-Feriados PIC 99.
                   10 WS-Tab-Semana PIC X.

      * Extra de cada checada del archivo; se agrega al detalle
      * solo si el resumen se reescribe.
           01 WS-Horas-Extra-Detalle-Status PIC XX.
           01 WS-Total-Detalle PIC 9(4) VALUE ZERO.
           01 WS-Indice-Det PIC 9(4).
           01 WS-Tabla-Detalle.
               05 WS-Detalle-Item OCCURS 3000 TIMES PIC X(27).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Inicializar-Turnos.
           PERFORM Cargar-Turnos.
           PERFORM Cargar-Asignaciones.
           PERFORM Cargar-Rol-Turnos.
           PERFORM Cargar-Grupos-Pago.
           PERFORM Cargar-Feriados.
           OPEN INPUT Checadas-archivo.
           IF WS-Checadas-Status NOT = "00"
               DISPLAY "No se encontro checadas.csv."
               END-PERFORM.
               CLOSE Empleados-turno-archivo.

           Cargar-Rol-Turnos.
               MOVE ZERO TO WS-Total-Rol.
               MOVE "1" TO WS-Fin-Rol.
               OPEN INPUT Rol-turnos-archivo.
               IF WS-Rol-Turnos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Rol
               END-IF.
               PERFORM UNTIL WS-Fin-Rol = "0"
                   READ Rol-turnos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Rol
                       NOT AT END
                           IF WS-Total-Rol < 50000
                               ADD 1 TO WS-Total-Rol
                               MOVE rol-id TO WS-Rol-Id(WS-Total-Rol)
                               MOVE rol-fecha
                                   TO WS-Rol-Fecha(WS-Total-Rol)
                               MOVE rol-turno
                                   TO WS-Rol-Turno(WS-Total-Rol)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Rol-turnos-archivo.

      * Empleados con grupo de pago asignado; quien no aparece en
      * grupos-pago.dat cobra por quincena.
           Cargar-Grupos-Pago.
               MOVE ZERO TO WS-Total-Grupos.
               MOVE "1" TO WS-Fin-Grupos.
               OPEN INPUT Grupos-pago-archivo.
               IF WS-Grupos-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Grupos
               END-IF.
               PERFORM UNTIL WS-Fin-Grupos = "0"
                   READ Grupos-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Grupos
                       NOT AT END
                           IF WS-Total-Grupos < 1000
                               ADD 1 TO WS-Total-Grupos
                               MOVE gpago-id
                                   TO WS-Gru-Id(WS-Total-Grupos)
                               MOVE gpago-grupo
                                   TO WS-Gru-Grupo(WS-Total-Grupos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Grupos-pago-archivo.

           Cargar-Feriados.
               MOVE ZERO TO WS-Total-Feriados.
               MOVE "1" TO WS-Fin-Calendario.
               OPEN INPUT Calendario-archivo.
               IF WS-Calendario-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Calendario
               END-IF.
               PERFORM UNTIL WS-Fin-Calendario = "0"
                   READ Calendario-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Calendario
                       NOT AT END
                           IF WS-Total-Feriados < 100
                               AND feriado-fecha NUMERIC
                               ADD 1 TO WS-Total-Feriados
                               MOVE feriado-fecha TO
                                   WS-Feriado-Fecha
                                       (WS-Total-Feriados)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Calendario-archivo.

           Cargar-Resumen.
               MOVE ZERO TO WS-Total-Tabla.
               MOVE "1" TO WS-Fin-Resumen.
                               MOVE 1 TO WS-Tab-Quincena
                                   (WS-Total-Tabla)
                           END-IF
                           MOVE resumen-semana
                               TO WS-Tab-Semana(WS-Total-Tabla)
                           MOVE resumen-horas
                               TO WS-Tab-Horas(WS-Total-Tabla)
                           MOVE resumen-extra
                               TO WS-Tab-Extra(WS-Total-Tabla)
                           MOVE ZERO TO WS-Tab-Domingos(WS-Total-Tabla)
                           MOVE ZERO TO WS-Tab-Feriados(WS-Total-Tabla)
                           IF resumen-domingos NUMERIC
                               MOVE resumen-domingos TO
                                   WS-Tab-Domingos(WS-Total-Tabla)
                           END-IF
                           IF resumen-feriados NUMERIC
                               MOVE resumen-feriados TO
                                   WS-Tab-Feriados(WS-Total-Tabla)
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM.
                       MOVE ZERO TO WS-Extra-Dia
                   END-IF
                   MOVE WS-Campo-Fecha(1:6) TO WS-Mes-Checada
                   MOVE SPACE TO WS-Semana-Checada
                   IF WS-Campo-Fecha(7:2) < "16"
                       MOVE 1 TO WS-Quincena-Checada
                   ELSE
                       MOVE 2 TO WS-Quincena-Checada
                   END-IF
                   PERFORM Determinar-Semana-Checada
                   PERFORM Clasificar-Dia-Checada
                   PERFORM Actualizar-Resumen-Tabla
                   IF WS-Extra-Dia > ZERO
                       PERFORM Guardar-Extra-Detalle
                   END-IF
               END-IF.

      * Para los empleados del grupo semanal la checada se acumula
      * en la semana (lunes a domingo) a la que pertenece.
           Determinar-Semana-Checada.
               MOVE "Q" TO WS-Grupo-Empleado.
               PERFORM VARYING WS-Indice-Gru FROM 1 BY 1
                   UNTIL WS-Indice-Gru > WS-Total-Grupos
                   IF WS-Gru-Id(WS-Indice-Gru) = WS-Campo-Id
                       AND WS-Gru-Grupo(WS-Indice-Gru) = "S"
                       MOVE "S" TO WS-Grupo-Empleado
                   END-IF
               END-PERFORM.
               IF WS-Grupo-Empleado = "S"
                   CALL "Rutinas-periodo" USING WS-Grupo-Empleado
                       WS-Campo-Fecha WS-Periodo-Checada
                       WS-Inicio-Semana WS-Fin-Semana
                   IF WS-Periodo-Checada NOT = SPACE
                       MOVE WS-Periodo-Checada(1:6)
                           TO WS-Mes-Checada
                       MOVE ZERO TO WS-Quincena-Checada
                       MOVE WS-Periodo-Checada(7:1)
                           TO WS-Semana-Checada
                   END-IF
               END-IF.

      * El horario programado sale del rol de turnos de esa fecha;
      * si el empleado no rota, del turno asignado y, sin
      * asignacion, rige el turno 01 (diurno general).
           Determinar-Turno-Empleado.
               MOVE "01" TO WS-Turno-Empleado.
               PERFORM VARYING WS-Indice-Asig FROM 1 BY 1
                           TO WS-Turno-Empleado
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Rol-Hallado.
               PERFORM VARYING WS-Indice-Rol FROM 1 BY 1
                   UNTIL WS-Indice-Rol > WS-Total-Rol
                   OR WS-Rol-Hallado = "S"
                   IF WS-Rol-Id(WS-Indice-Rol) = WS-Campo-Id
                       AND WS-Rol-Fecha(WS-Indice-Rol) = WS-Campo-Fecha
                       MOVE WS-Rol-Turno(WS-Indice-Rol)
                           TO WS-Turno-Empleado
                       MOVE "S" TO WS-Rol-Hallado
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Turno-Hallado.
               PERFORM VARYING WS-Indice-Turno FROM 1 BY 1
                   UNTIL WS-Indice-Turno > WS-Total-Turnos
                   MOVE 8 TO WS-Duracion-Turno
               END-IF.

      * El dia de la checada es el de la entrada: un turno que
      * cruza medianoche del sabado cuenta como sabado. El
      * domingo sale del dia entero de calendario modulo 7 (cero).
           Clasificar-Dia-Checada.
               MOVE ZERO TO WS-Domingo-Dia.
               MOVE ZERO TO WS-Feriado-Dia.
               MOVE WS-Campo-Fecha TO WS-Fecha-Checada.
               COMPUTE WS-Fecha-Entera =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Checada).
               COMPUTE WS-Dia-Semana = FUNCTION MOD(WS-Fecha-Entera, 7).
               IF WS-Dia-Semana = 0
                   MOVE 1 TO WS-Domingo-Dia
                   ADD 1 TO WS-Total-Domingos
               END-IF.
               PERFORM VARYING WS-Indice-Feriado FROM 1 BY 1
                   UNTIL WS-Indice-Feriado > WS-Total-Feriados
                   OR WS-Feriado-Dia = 1
                   IF WS-Feriado-Fecha(WS-Indice-Feriado)
                       = WS-Campo-Fecha
                       MOVE 1 TO WS-Feriado-Dia
                       ADD 1 TO WS-Total-Dias-Feriado
                   END-IF
               END-PERFORM.

           Registrar-Incidencia-Fuera-Turno.
               MOVE "I" TO incidencia-tipo.
               MOVE ZERO TO incidencia-minutos.
                       AND WS-Tab-Mes(WS-Indice) = WS-Mes-Checada
                       AND WS-Tab-Quincena(WS-Indice)
                           = WS-Quincena-Checada
                       AND WS-Tab-Semana(WS-Indice)
                           = WS-Semana-Checada
                       MOVE "S" TO WS-Resumen-Hallado
                       SUBTRACT 1 FROM WS-Indice
                   END-IF
               IF WS-Resumen-Hallado = "S"
                   ADD WS-Horas-Dia TO WS-Tab-Horas(WS-Indice)
                   ADD WS-Extra-Dia TO WS-Tab-Extra(WS-Indice)
                   ADD WS-Domingo-Dia TO WS-Tab-Domingos(WS-Indice)
                   ADD WS-Feriado-Dia TO WS-Tab-Feriados(WS-Indice)
               ELSE
                   IF WS-Total-Tabla < 1000
                       ADD 1 TO WS-Total-Tabla
                           TO WS-Tab-Horas(WS-Total-Tabla)
                       MOVE WS-Extra-Dia
                           TO WS-Tab-Extra(WS-Total-Tabla)
                       MOVE WS-Domingo-Dia
                           TO WS-Tab-Domingos(WS-Total-Tabla)
                       MOVE WS-Feriado-Dia
                           TO WS-Tab-Feriados(WS-Total-Tabla)
                       MOVE WS-Semana-Checada
                           TO WS-Tab-Semana(WS-Total-Tabla)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.

           Guardar-Extra-Detalle.
               IF WS-Total-Detalle < 3000
                   ADD 1 TO WS-Total-Detalle
                   MOVE WS-Campo-Id TO hxdet-id
                   MOVE WS-Campo-Fecha TO hxdet-fecha
                   MOVE WS-Mes-Checada TO hxdet-mes
                   MOVE WS-Quincena-Checada TO hxdet-quincena
                   MOVE WS-Semana-Checada TO hxdet-semana
                   MOVE WS-Extra-Dia TO hxdet-horas
                   MOVE hxdet-registro
                       TO WS-Detalle-Item(WS-Total-Detalle)
               ELSE
                   MOVE "S" TO WS-Tabla-Llena
               END-IF.

           Reescribir-Resumen.
               OPEN OUTPUT Resumen-horas-archivo.
               PERFORM VARYING WS-Indice FROM 1 BY 1
                       TO resumen-quincena
                   MOVE WS-Tab-Horas(WS-Indice) TO resumen-horas
                   MOVE WS-Tab-Extra(WS-Indice) TO resumen-extra
                   MOVE WS-Tab-Domingos(WS-Indice)
                       TO resumen-domingos
                   MOVE WS-Tab-Feriados(WS-Indice)
                       TO resumen-feriados
                   MOVE WS-Tab-Semana(WS-Indice) TO resumen-semana
                   WRITE resumen-horas-registro
               END-PERFORM.
               CLOSE Resumen-horas-archivo.
               PERFORM Agregar-Extra-Detalle.

           Agregar-Extra-Detalle.
               IF WS-Total-Detalle > ZERO
                   OPEN EXTEND Horas-extra-detalle-archivo
                   IF WS-Horas-Extra-Detalle-Status = "35"
                       OPEN OUTPUT Horas-extra-detalle-archivo
                   END-IF
                   PERFORM VARYING WS-Indice-Det FROM 1 BY 1
                       UNTIL WS-Indice-Det > WS-Total-Detalle
                       MOVE WS-Detalle-Item(WS-Indice-Det)
                           TO hxdet-registro
                       WRITE hxdet-registro
                   END-PERFORM
                   CLOSE Horas-extra-detalle-archivo
               END-IF.

           Mostrar-Resumen.
               DISPLAY "===== Resumen de importacion =====".
               DISPLAY "Checadas malformadas:  " WS-Filas-Malformadas.
               DISPLAY "Retardos detectados:   " WS-Total-Retardos.
               DISPLAY "Pares incompletos:     " WS-Total-Incompletas.
               DISPLAY "Domingos trabajados:   " WS-Total-Domingos.
               DISPLAY "Feriados trabajados:   "
                   WS-Total-Dias-Feriado.
               DISPLAY "Dias con tiempo extra: " WS-Total-Detalle.
               DISPLAY "Detalle del dia en incidencias-dia.txt".

       END PROGRAM Importa-checadas.

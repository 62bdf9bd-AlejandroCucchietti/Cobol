      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Recertifica-operadores.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "operadores-fisico.cbl".
       COPY "recertificacion-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Listado-archivo
       ASSIGN TO "recertificacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Listado-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "operadores-logico.cbl".
       COPY "recertificacion-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Listado-archivo.

       01  listado-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 WS-Operadores-Status PIC XX.
           01 WS-Recertificacion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Listado-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE ZERO.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.

           01 WS-Campana-Actual.
               05 WS-Campana-Anio PIC X(4).
               05 FILLER PIC X VALUE "T".
               05 WS-Campana-Trimestre PIC 9.
           01 WS-Mes-Proceso PIC 99.
           01 WS-Campana-Abierta PIC X VALUE "N".

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Plazo-Dias PIC 9(3) VALUE 30.
           01 WS-Dias-Inactivo PIC 9(3) VALUE 90.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Operadores PIC 99 VALUE ZERO.
           01 WS-Indice-Oper PIC 99.
           01 WS-Oper-Hallado PIC 99.
           01 WS-Tabla-Operadores.
               05 WS-Operador-Item OCCURS 20 TIMES PIC X(67).
           01 WS-Actividad-Oper PIC 9(5) OCCURS 20 TIMES.
           01 WS-Supervisores-Activos PIC 99.

           01 WS-Total-Recert PIC 9(4) VALUE ZERO.
           01 WS-Indice-Recert PIC 9(4).
           01 WS-Tabla-Recert.
               05 WS-Recert-Item OCCURS 2000 TIMES PIC X(61).
           01 WS-Tabla-Llena PIC X VALUE "N".

           01 WS-Total-Vencidas PIC 9(3) VALUE ZERO.
           01 WS-Total-Inactivas PIC 9(3) VALUE ZERO.
           01 WS-Total-Abiertas PIC 9(3) VALUE ZERO.
           01 WS-Total-Protegidas PIC 9(3) VALUE ZERO.
           01 WS-Motivo-Baja PIC X.
           01 WS-Fecha-Referencia PIC X(8).

           01 WS-Total-Revisores PIC 99 VALUE ZERO.
           01 WS-Indice-Revisor PIC 99.
           01 WS-Revisor-Hallado PIC X.
           01 WS-Tabla-Revisores.
               05 WS-Revisor-Id PIC X(8) OCCURS 21 TIMES.

           01 WS-Linea-Detalle.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Det-Operador PIC X(8).
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Nivel PIC 9.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Ultima-Firma PIC X(8).
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Actividad PIC ZZ,ZZ9.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-Det-Decision PIC X(24).

           01 WS-Linea-Encabezado.
               05 FILLER PIC X(45) VALUE
                   "  OPERADOR  NIV  FIRMA      MOVTOS   DECISION".

      * Recertificacion trimestral de cuentas de operador. Cada
      * corrida: (1) deshabilita las cuentas de campanas anteriores
      * que vencieron el plazo RECERT-PLAZO-DIAS sin decision,
      * (2) deshabilita las cuentas sin firma en RECERT-DIAS-
      * INACTIVO dias, (3) abre la campana del trimestre si aun no
      * existe y (4) deja el listado por supervisor revisor en
      * recertificacion.txt. Nunca deshabilita al ultimo supervisor
      * activo. Todo queda en recertificacion.dat.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "La recertificacion de operadores esta "
                   "restringida a supervisores."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Leer-Parametros
               PERFORM Determinar-Campana
               PERFORM Cargar-Operadores
               PERFORM Cargar-Recertificacion
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El expediente de recertificacion excede "
                       "la capacidad de trabajo."
                   MOVE 8 TO RETURN-CODE
               ELSE
               IF WS-Total-Recert + WS-Total-Operadores > 2000
                   DISPLAY "El expediente de recertificacion no tiene "
                       "cupo para los renglones de esta corrida; no "
                       "se deshabilito ni se abrio nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Contar-Actividad
                   PERFORM Vencer-Campanas
                   PERFORM Deshabilitar-Inactivas
                   PERFORM Abrir-Campana
                   PERFORM Reescribir-Operadores
                   PERFORM Reescribir-Recertificacion
                   PERFORM Escribir-Listado
                   PERFORM Registrar-Auditoria
                   PERFORM Mostrar-Resumen
               END-IF
               END-IF
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

           Leer-Parametros.
               MOVE "RECERT-PLAZO-DIAS" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Plazo-Dias
               END-IF.
               MOVE "RECERT-DIAS-INACTIVO" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Dias-Inactivo
               END-IF.

           Determinar-Campana.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Campana-Anio.
               MOVE WS-Fecha-Proceso(5:2) TO WS-Mes-Proceso.
               COMPUTE WS-Campana-Trimestre =
                   (WS-Mes-Proceso - 1) / 3 + 1.

           Cargar-Operadores.
               MOVE ZERO TO WS-Total-Operadores.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Operadores-archivo.
               IF WS-Operadores-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Operadores-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Operadores < 20
                               ADD 1 TO WS-Total-Operadores
                               MOVE operador-registro TO
                                   WS-Operador-Item
                                       (WS-Total-Operadores)
                               MOVE ZERO TO WS-Actividad-Oper
                                   (WS-Total-Operadores)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Operadores-archivo.

           Cargar-Recertificacion.
               MOVE ZERO TO WS-Total-Recert.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Recertificacion-archivo.
               IF WS-Recertificacion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Recertificacion-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF recert-registro NOT = SPACE
                               IF WS-Total-Recert < 2000
                                   ADD 1 TO WS-Total-Recert
                                   MOVE recert-registro TO
                                       WS-Recert-Item(WS-Total-Recert)
                               ELSE
                                   MOVE "S" TO WS-Tabla-Llena
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recertificacion-archivo.

      * Movimientos de cada operador en la auditoria del maestro
      * dentro de la misma ventana de dias de inactividad.
           Contar-Actividad.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Auditoria-archivo.
               IF WS-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           PERFORM Sumar-Actividad
                   END-READ
               END-PERFORM.
               CLOSE Auditoria-archivo.

           Sumar-Actividad.
               PERFORM Buscar-Operador-Auditoria.
               IF WS-Oper-Hallado > ZERO
                   MOVE auditoria-fecha TO WS-Fec-Fecha-1
                   PERFORM Calcular-Dias
                   IF WS-Fec-Valida = "S"
                       AND WS-Fec-Resultado NOT > WS-Dias-Inactivo
                       AND WS-Fec-Resultado NOT < ZERO
                       ADD 1 TO WS-Actividad-Oper(WS-Oper-Hallado)
                   END-IF
               END-IF.

           Buscar-Operador-Auditoria.
               MOVE ZERO TO WS-Oper-Hallado.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   OR WS-Oper-Hallado > ZERO
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   IF operador-id = auditoria-operador
                       MOVE WS-Indice-Oper TO WS-Oper-Hallado
                   END-IF
               END-PERFORM.

      * Dias entre WS-Fec-Fecha-1 y la fecha de proceso.
           Calcular-Dias.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.

      * Un renglon pendiente de una campana cuyo plazo ya paso
      * queda vencido y la cuenta se deshabilita.
           Vencer-Campanas.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-pendiente
                       MOVE recert-fecha-apertura TO WS-Fec-Fecha-1
                       PERFORM Calcular-Dias
                       IF WS-Fec-Valida = "S"
                           AND WS-Fec-Resultado > WS-Plazo-Dias
                           PERFORM Vencer-Renglon
                       END-IF
                   END-IF
               END-PERFORM.

           Vencer-Renglon.
               MOVE "V" TO WS-Motivo-Baja.
               PERFORM Localizar-Operador.
               IF WS-Oper-Hallado > ZERO
                   PERFORM Deshabilitar-Cuenta
               END-IF.
               IF WS-Motivo-Baja = "V"
                   MOVE "V" TO recert-decision
                   MOVE WS-Fecha-Proceso TO recert-fecha-decision
                   MOVE "SISTEMA" TO recert-decidido-por
                   MOVE recert-registro
                       TO WS-Recert-Item(WS-Indice-Recert)
                   ADD 1 TO WS-Total-Vencidas
               END-IF.

           Localizar-Operador.
               MOVE ZERO TO WS-Oper-Hallado.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   OR WS-Oper-Hallado > ZERO
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   IF operador-id = recert-operador
                       MOVE WS-Indice-Oper TO WS-Oper-Hallado
                   END-IF
               END-PERFORM.

      * El ultimo supervisor activo no se deshabilita: el sistema
      * quedaria sin quien pudiera reactivar cuentas. Queda
      * senalado en el listado y la corrida termina con aviso; su
      * renglon sigue pendiente hasta que otro supervisor decida.
           Deshabilitar-Cuenta.
               MOVE WS-Operador-Item(WS-Oper-Hallado)
                   TO operador-registro.
               IF operador-supervisor
                   PERFORM Contar-Supervisores-Activos
                   IF WS-Supervisores-Activos < 2
                       ADD 1 TO WS-Total-Protegidas
                       MOVE "P" TO WS-Motivo-Baja
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF.
               IF WS-Motivo-Baja NOT = "P"
                   MOVE "D" TO operador-bloqueado
                   MOVE operador-registro
                       TO WS-Operador-Item(WS-Oper-Hallado)
               END-IF.

           Contar-Supervisores-Activos.
               MOVE ZERO TO WS-Supervisores-Activos.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   IF operador-supervisor
                       AND NOT operador-deshabilitado
                       ADD 1 TO WS-Supervisores-Activos
                   END-IF
               END-PERFORM.
               MOVE WS-Operador-Item(WS-Oper-Hallado)
                   TO operador-registro.

      * La referencia es la ultima firma; una cuenta que nunca ha
      * firmado desde que se guarda ese dato se mide desde el
      * ultimo cambio de password. Sin ninguna fecha no se juzga.
           Deshabilitar-Inactivas.
               PERFORM VARYING WS-Oper-Hallado FROM 1 BY 1
                   UNTIL WS-Oper-Hallado > WS-Total-Operadores
                   MOVE WS-Operador-Item(WS-Oper-Hallado)
                       TO operador-registro
                   MOVE SPACE TO WS-Fecha-Referencia
                   IF operador-ultima-firma NUMERIC
                       MOVE operador-ultima-firma
                           TO WS-Fecha-Referencia
                   ELSE
                       IF operador-fecha-cambio NUMERIC
                           MOVE operador-fecha-cambio
                               TO WS-Fecha-Referencia
                       END-IF
                   END-IF
                   IF NOT operador-deshabilitado
                       AND WS-Fecha-Referencia NOT = SPACE
                       MOVE WS-Fecha-Referencia TO WS-Fec-Fecha-1
                       PERFORM Calcular-Dias
                       IF WS-Fec-Valida = "S"
                           AND WS-Fec-Resultado > WS-Dias-Inactivo
                           PERFORM Deshabilitar-Por-Inactividad
                       END-IF
                   END-IF
               END-PERFORM.

           Deshabilitar-Por-Inactividad.
               MOVE "I" TO WS-Motivo-Baja.
               PERFORM Deshabilitar-Cuenta.
               IF WS-Motivo-Baja = "I"
                   ADD 1 TO WS-Total-Inactivas
                   MOVE "I" TO recert-decision
                   PERFORM Agregar-Renglon
               END-IF.

      * Cada cuenta agrega a lo mas un renglon por corrida (baja
      * por inactividad o apertura de campana); el cupo se revisa
      * al empezar, antes de deshabilitar o reescribir nada.
           Agregar-Renglon.
               IF WS-Total-Recert < 2000
                   MOVE WS-Operador-Item(WS-Oper-Hallado)
                       TO operador-registro
                   MOVE WS-Campana-Actual TO recert-campana
                   MOVE operador-id TO recert-operador
                   MOVE operador-revisor TO recert-revisor
                   MOVE operador-nivel TO recert-nivel
                   MOVE operador-ultima-firma TO recert-ultima-firma
                   MOVE WS-Actividad-Oper(WS-Oper-Hallado)
                       TO recert-actividad
                   MOVE WS-Fecha-Proceso TO recert-fecha-apertura
                   IF recert-pendiente
                       MOVE SPACE TO recert-fecha-decision
                           recert-decidido-por
                   ELSE
                       MOVE WS-Fecha-Proceso TO recert-fecha-decision
                       MOVE "SISTEMA" TO recert-decidido-por
                   END-IF
                   ADD 1 TO WS-Total-Recert
                   MOVE recert-registro
                       TO WS-Recert-Item(WS-Total-Recert)
               ELSE
                   MOVE "S" TO WS-Tabla-Llena
               END-IF.

      * La campana del trimestre se abre una sola vez, con un
      * renglon pendiente por cada cuenta habilitada.
           Abrir-Campana.
               MOVE "N" TO WS-Campana-Abierta.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-campana = WS-Campana-Actual
                       AND NOT recert-inactiva
                       AND NOT recert-reactivada
                       MOVE "S" TO WS-Campana-Abierta
                   END-IF
               END-PERFORM.
               IF WS-Campana-Abierta = "N"
                   PERFORM VARYING WS-Oper-Hallado FROM 1 BY 1
                       UNTIL WS-Oper-Hallado > WS-Total-Operadores
                       MOVE WS-Operador-Item(WS-Oper-Hallado)
                           TO operador-registro
                       IF NOT operador-deshabilitado
                           MOVE "P" TO recert-decision
                           PERFORM Agregar-Renglon
                           ADD 1 TO WS-Total-Abiertas
                       END-IF
                   END-PERFORM
               END-IF.

           Reescribir-Operadores.
               OPEN OUTPUT Operadores-archivo.
               PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
                   UNTIL WS-Indice-Oper > WS-Total-Operadores
                   MOVE WS-Operador-Item(WS-Indice-Oper)
                       TO operador-registro
                   WRITE operador-registro
               END-PERFORM.
               CLOSE Operadores-archivo.

           Reescribir-Recertificacion.
               OPEN OUTPUT Recertificacion-archivo.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   WRITE recert-registro
               END-PERFORM.
               CLOSE Recertificacion-archivo.

      * Listado de la campana del trimestre agrupado por supervisor
      * revisor; las cuentas sin revisor asignado las puede
      * resolver cualquier supervisor.
           Escribir-Listado.
               OPEN OUTPUT Listado-archivo.
               MOVE SPACE TO listado-linea.
               STRING "RECERTIFICACION DE OPERADORES - CAMPANA "
                   WS-Campana-Actual "  FECHA " WS-Fecha-Proceso
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               STRING "PLAZO PARA DECIDIR " WS-Plazo-Dias
                   " DIAS; INACTIVIDAD MAXIMA " WS-Dias-Inactivo
                   " DIAS SIN FIRMAR"
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               PERFORM Reunir-Revisores.
               PERFORM VARYING WS-Indice-Revisor FROM 1 BY 1
                   UNTIL WS-Indice-Revisor > WS-Total-Revisores
                   PERFORM Escribir-Grupo-Revisor
               END-PERFORM.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               STRING "VENCIDAS SIN DECISION " WS-Total-Vencidas
                   "  SIN USO " WS-Total-Inactivas
                   "  ULTIMO SUPERVISOR PROTEGIDO "
                   WS-Total-Protegidas
                   DELIMITED BY SIZE INTO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE "CONFIRMO O REVOCO: ____________________   "
                   TO listado-linea.
               WRITE listado-linea.
               CLOSE Listado-archivo.

           Reunir-Revisores.
               MOVE ZERO TO WS-Total-Revisores.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-campana = WS-Campana-Actual
                       PERFORM Anotar-Revisor
                   END-IF
               END-PERFORM.

           Anotar-Revisor.
               MOVE "N" TO WS-Revisor-Hallado.
               PERFORM VARYING WS-Indice-Revisor FROM 1 BY 1
                   UNTIL WS-Indice-Revisor > WS-Total-Revisores
                   IF WS-Revisor-Id(WS-Indice-Revisor) =
                       recert-revisor
                       MOVE "S" TO WS-Revisor-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Revisor-Hallado = "N"
                   AND WS-Total-Revisores < 21
                   ADD 1 TO WS-Total-Revisores
                   MOVE recert-revisor
                       TO WS-Revisor-Id(WS-Total-Revisores)
               END-IF.

           Escribir-Grupo-Revisor.
               MOVE SPACE TO listado-linea.
               WRITE listado-linea.
               MOVE SPACE TO listado-linea.
               IF WS-Revisor-Id(WS-Indice-Revisor) = SPACE
                   MOVE "REVISOR: (sin asignar - cualquier supervisor)"
                       TO listado-linea
               ELSE
                   STRING "REVISOR: " WS-Revisor-Id(WS-Indice-Revisor)
                       DELIMITED BY SIZE INTO listado-linea
               END-IF.
               WRITE listado-linea.
               WRITE listado-linea FROM WS-Linea-Encabezado.
               PERFORM VARYING WS-Indice-Recert FROM 1 BY 1
                   UNTIL WS-Indice-Recert > WS-Total-Recert
                   MOVE WS-Recert-Item(WS-Indice-Recert)
                       TO recert-registro
                   IF recert-campana = WS-Campana-Actual
                       AND recert-revisor =
                       WS-Revisor-Id(WS-Indice-Revisor)
                       PERFORM Escribir-Detalle
                   END-IF
               END-PERFORM.

           Escribir-Detalle.
               MOVE recert-operador TO WS-Det-Operador.
               MOVE recert-nivel TO WS-Det-Nivel.
               MOVE recert-ultima-firma TO WS-Det-Ultima-Firma.
               MOVE recert-actividad TO WS-Det-Actividad.
               EVALUATE TRUE
                   WHEN recert-pendiente
                       MOVE "PENDIENTE [ ]CONF [ ]REV"
                           TO WS-Det-Decision
                   WHEN recert-confirmada
                       MOVE "CONFIRMADA" TO WS-Det-Decision
                   WHEN recert-revocada
                       MOVE "REVOCADA" TO WS-Det-Decision
                   WHEN recert-vencida
                       MOVE "VENCIDA - DESHABILITADA" TO WS-Det-Decision
                   WHEN recert-inactiva
                       MOVE "SIN USO - DESHABILITADA" TO WS-Det-Decision
                   WHEN OTHER
                       MOVE "REACTIVADA" TO WS-Det-Decision
               END-EVALUATE.
               WRITE listado-linea FROM WS-Linea-Detalle.

           Registrar-Auditoria.
               MOVE SPACE TO auditoria-registro.
               MOVE WS-Campana-Actual TO auditoria-id.
               MOVE "RECERTIFICA" TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

           Mostrar-Resumen.
               DISPLAY "Campana " WS-Campana-Actual ": renglones "
                   "abiertos " WS-Total-Abiertas.
               DISPLAY "Cuentas deshabilitadas por plazo vencido: "
                   WS-Total-Vencidas.
               DISPLAY "Cuentas deshabilitadas por falta de uso: "
                   WS-Total-Inactivas.
               IF WS-Total-Protegidas > ZERO
                   DISPLAY "AVISO: " WS-Total-Protegidas " baja(s) "
                       "omitida(s) por ser el ultimo supervisor "
                       "activo."
               END-IF.
               IF WS-Total-Vencidas > ZERO
                   OR WS-Total-Inactivas > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               DISPLAY "Listado para los supervisores en "
                   "recertificacion.txt".

       END PROGRAM Recertifica-operadores.

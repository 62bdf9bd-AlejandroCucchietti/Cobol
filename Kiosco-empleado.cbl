      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Kiosco-empleado.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "kiosco-pin-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "prestamos-fisico.cbl".
       COPY "solicitudes-vac-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".
       COPY "acuses-fisico.cbl".

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.

       SELECT OPTIONAL Saldos-archivo
       ASSIGN TO "vacaciones-saldo.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Saldos-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "kiosco-pin-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "prestamos-logico.cbl".
       COPY "solicitudes-vac-logico.cbl".
       COPY "detalle-anual-logico.cbl".
       COPY "acuses-logico.cbl".

       FD  Recibos-anual-archivo.

       01  recibo-anual-registro.
           05  recibo-anual-id PIC X(6).
           05  recibo-anual-fecha PIC X(8).
           05  recibo-anual-nombre PIC X(25).
           05  recibo-anual-apellidos PIC X(35).
           05  recibo-anual-bruto PIC 9(7)V99.
           05  recibo-anual-deducciones PIC 9(7)V99.
           05  recibo-anual-neto PIC 9(7)V99.
           05  recibo-anual-periodo PIC X(7).

       FD  Saldos-archivo.

       01  saldo-registro.
           05  saldo-id PIC X(6).
           05  saldo-anio PIC 9(4).
           05  saldo-dias-derecho PIC 99.
           05  saldo-dias-tomados PIC 99.


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Kiosco-Pin-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Prestamos-Status PIC XX.
           01 WS-Solicitudes-Vac-Status PIC XX.
           01 WS-Detalle-Anual-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Saldos-Status PIC XX.
           01 WS-Acuses-Status PIC XX.

           01 Salir-Kiosco PIC X VALUE "N".
           01 Salir-Consulta PIC X.
           01 Opcion-Kiosco PIC 9.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Pin-Entrada PIC X(4).
           01 WS-Pin-Nuevo PIC X(4).
           01 WS-Pin-Confirma PIC X(4).
           01 WS-Firma-Ok PIC X.
           01 WS-Cambio-Hecho PIC X.
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Contados PIC 9(3).
           01 WS-Pausa PIC X.
           01 WS-Monto-Edit PIC Z,ZZZ,ZZ9.99.
           01 WS-Monto-Edit-2 PIC Z,ZZZ,ZZ9.99.
           01 WS-Monto-Edit-3 PIC Z,ZZZ,ZZ9.99.
           01 WS-Total-Saldo PIC 9(9)V99.
           01 WS-Dias-Disponibles PIC S9(3).
           01 WS-Dias-Pendientes PIC 9(3).
           01 WS-Dias-Edit PIC -ZZ9.

           01 WS-Total-Pines PIC 9(5) VALUE ZERO.
           01 WS-Indice-Pin PIC 9(5).
           01 WS-Pin-Actual PIC 9(5).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Pines.
               05 WS-Pin-Item OCCURS 5000 TIMES PIC X(20).

      * Ultimos recibos del empleado: el archivo anual crece en
      * orden de corrida, asi que se conservan los ultimos seis
      * que se van encontrando.
           01 WS-Total-Recibos PIC 9 VALUE ZERO.
           01 WS-Indice-Recibo PIC 9.
           01 WS-Tabla-Recibos.
               05 WS-Recibo-Item OCCURS 6 TIMES PIC X(108).

      * Marca por recibo mostrado: S si ese pago ya tiene acuse.
           01 WS-Tabla-Acusados.
               05 WS-Recibo-Acusado OCCURS 6 TIMES PIC X.
           01 WS-Sin-Acuse PIC 9.
           01 WS-Confirma-Acuse PIC X.

      * Kiosco de autoservicio para el empleado, aparte del menu
      * de operadores: con su ID y su PIN consulta, solo lectura,
      * sus ultimos recibos, su saldo de vacaciones con las
      * solicitudes en espera y sus prestamos. Cada firma, fallo,
      * bloqueo y consulta queda en la bitacora de auditoria con
      * operador KIOSCO. El kiosco vuelve a la pantalla de firma
      * al terminar cada empleado; un ID en blanco lo apaga.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Atender-Empleado
           UNTIL Salir-Kiosco = "S".
           Program-Done.
            STOP RUN.

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

           Atender-Empleado.
               ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
               DISPLAY "===== Kiosco del Empleado =====".
               DISPLAY "Numero de empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               IF WS-Id-Entrada = SPACE
                   MOVE "S" TO Salir-Kiosco
               ELSE
                   DISPLAY "PIN: "
                   MOVE SPACE TO WS-Pin-Entrada
                   ACCEPT WS-Pin-Entrada
                   PERFORM Verificar-Pin
                   IF WS-Firma-Ok = "S"
                       PERFORM Leer-Empleado
                   END-IF
                   IF WS-Firma-Ok = "S"
                       PERFORM Verificar-Cambio-Pin
                       MOVE "KIOSCO-ENTRA" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "Bienvenido(a), "
                           FUNCTION TRIM(empleados-nombre) "."
                       MOVE "N" TO Salir-Consulta
                       PERFORM Menu-Kiosco
                       UNTIL Salir-Consulta = "S"
                       MOVE "KIOSCO-SALE" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                   END-IF
               END-IF.

      * Mismo criterio que la firma de operadores: los intentos
      * fallidos se persisten y al tercero el PIN queda bloqueado;
      * un ID sin PIN asignado se trata como PIN incorrecto.
           Verificar-Pin.
               MOVE "N" TO WS-Firma-Ok.
               MOVE ZERO TO WS-Pin-Actual.
               PERFORM Cargar-Pines.
               PERFORM VARYING WS-Indice-Pin FROM 1 BY 1
                   UNTIL WS-Indice-Pin > WS-Total-Pines
                   OR WS-Pin-Actual > ZERO
                   IF WS-Pin-Item(WS-Indice-Pin)(1:6) = WS-Id-Entrada
                       MOVE WS-Indice-Pin TO WS-Pin-Actual
                   END-IF
               END-PERFORM.
               IF WS-Pin-Actual = ZERO
                   DISPLAY "Numero de empleado o PIN incorrectos."
                   MOVE "KIOSCO-FALLA" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
               ELSE
                   MOVE WS-Pin-Item(WS-Pin-Actual) TO kpin-registro
                   IF kpin-candado
                       DISPLAY "Su PIN esta BLOQUEADO; acuda a "
                           "Recursos Humanos."
                       MOVE "KIOSCO-BLOQ" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                   ELSE
                   IF kpin-pin = WS-Pin-Entrada
                       MOVE "S" TO WS-Firma-Ok
                       MOVE ZERO TO kpin-intentos
                       MOVE kpin-registro
                           TO WS-Pin-Item(WS-Pin-Actual)
                       PERFORM Reescribir-Pines
                   ELSE
                       PERFORM Registrar-Pin-Fallido
                   END-IF
                   END-IF
               END-IF.

           Registrar-Pin-Fallido.
               IF kpin-intentos NUMERIC
                   ADD 1 TO kpin-intentos
               ELSE
                   MOVE 1 TO kpin-intentos
               END-IF.
               DISPLAY "Numero de empleado o PIN incorrectos.".
               MOVE "KIOSCO-FALLA" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               IF kpin-intentos > 2
                   MOVE "S" TO kpin-bloqueado
                   DISPLAY "Tercer intento fallido: el PIN queda "
                       "bloqueado."
                   MOVE "KIOSCO-BLOQ" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
               END-IF.
               MOVE kpin-registro TO WS-Pin-Item(WS-Pin-Actual).
               PERFORM Reescribir-Pines.

           Leer-Empleado.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Firma-Ok
               END-READ.
               CLOSE Empleados-archivo.
               IF WS-Firma-Ok = "S" AND NOT empleados-activo
                   MOVE "N" TO WS-Firma-Ok
               END-IF.
               IF WS-Firma-Ok = "N"
                   DISPLAY "Su registro no esta activo; acuda a "
                       "Recursos Humanos."
                   MOVE "KIOSCO-FALLA" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
               END-IF.

      * El PIN que asigna Recursos Humanos no tiene fecha de
      * cambio: el empleado elige el suyo antes de consultar.
           Verificar-Cambio-Pin.
               MOVE WS-Pin-Item(WS-Pin-Actual) TO kpin-registro.
               IF kpin-fecha-cambio NOT NUMERIC
                   DISPLAY "Debe elegir un PIN propio de cuatro "
                       "digitos."
                   MOVE "N" TO WS-Cambio-Hecho
                   PERFORM Cambiar-Pin
                   UNTIL WS-Cambio-Hecho = "S"
               END-IF.

           Cambiar-Pin.
               DISPLAY "PIN nuevo: ".
               MOVE SPACE TO WS-Pin-Nuevo.
               ACCEPT WS-Pin-Nuevo.
               DISPLAY "Confirme el PIN nuevo: ".
               MOVE SPACE TO WS-Pin-Confirma.
               ACCEPT WS-Pin-Confirma.
               IF WS-Pin-Nuevo NOT NUMERIC
                   DISPLAY "El PIN debe ser de cuatro digitos."
               ELSE
               IF WS-Pin-Nuevo NOT = WS-Pin-Confirma
                   DISPLAY "La confirmacion no coincide."
               ELSE
               IF WS-Pin-Nuevo = kpin-pin
                   DISPLAY "El PIN nuevo debe ser distinto al "
                       "actual."
               ELSE
                   MOVE WS-Pin-Nuevo TO kpin-pin
                   MOVE WS-Fecha-Hoy TO kpin-fecha-cambio
                   MOVE kpin-registro TO WS-Pin-Item(WS-Pin-Actual)
                   PERFORM Reescribir-Pines
                   MOVE "KIOSCO-PIN" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   MOVE "S" TO WS-Cambio-Hecho
                   DISPLAY "PIN cambiado."
               END-IF
               END-IF
               END-IF.

           Cargar-Pines.
               MOVE ZERO TO WS-Total-Pines.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Kiosco-pin-archivo.
               IF WS-Kiosco-Pin-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Kiosco-pin-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Pines < 5000
                               ADD 1 TO WS-Total-Pines
                               MOVE kpin-registro
                                   TO WS-Pin-Item(WS-Total-Pines)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Kiosco-pin-archivo.

      * Con el archivo de PINs mas grande que la tabla no se
      * reescribe, para no perder los registros que no cupieron.
           Reescribir-Pines.
               IF WS-Tabla-Llena = "N"
                   OPEN OUTPUT Kiosco-pin-archivo
                   PERFORM VARYING WS-Indice-Pin FROM 1 BY 1
                       UNTIL WS-Indice-Pin > WS-Total-Pines
                       MOVE WS-Pin-Item(WS-Indice-Pin)
                           TO kpin-registro
                       WRITE kpin-registro
                   END-PERFORM
                   CLOSE Kiosco-pin-archivo
               END-IF.

           Menu-Kiosco.
               DISPLAY "===== Kiosco del Empleado =====".
               DISPLAY "1. Mis ultimos recibos".
               DISPLAY "2. Mis vacaciones".
               DISPLAY "3. Mis prestamos".
               DISPLAY "4. Cambiar mi PIN".
               DISPLAY "5. Terminar".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Kiosco.
               EVALUATE Opcion-Kiosco
                   WHEN 1
                       MOVE "KIOSCO-RECIBO" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       PERFORM Mostrar-Recibos
                       PERFORM Pausa-Pantalla
                   WHEN 2
                       MOVE "KIOSCO-VACAC" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       PERFORM Mostrar-Vacaciones
                       PERFORM Pausa-Pantalla
                   WHEN 3
                       MOVE "KIOSCO-PREST" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       PERFORM Mostrar-Prestamos
                       PERFORM Pausa-Pantalla
                   WHEN 4
                       MOVE "N" TO WS-Cambio-Hecho
                       PERFORM Cambiar-Pin
                   WHEN 5
                       MOVE "S" TO Salir-Consulta
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Pausa-Pantalla.
               DISPLAY "-- ENTER para continuar --".
               ACCEPT WS-Pausa.

           Mostrar-Recibos.
               MOVE ZERO TO WS-Total-Recibos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Recibos-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF recibo-anual-id = WS-Id-Entrada
                               PERFORM Guardar-Recibo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Recibos-anual-archivo.
               DISPLAY "--- Mis ultimos recibos ---".
               IF WS-Total-Recibos = ZERO
                   DISPLAY "No hay recibos en el acumulado del anio."
               ELSE
                   DISPLAY "FECHA    PERIODO        PERCEPCIONES"
                       "   DEDUCCIONES          NETO"
                   PERFORM VARYING WS-Indice-Recibo FROM 1 BY 1
                       UNTIL WS-Indice-Recibo > WS-Total-Recibos
                       MOVE WS-Recibo-Item(WS-Indice-Recibo)
                           TO recibo-anual-registro
                       MOVE recibo-anual-bruto TO WS-Monto-Edit
                       MOVE recibo-anual-deducciones
                           TO WS-Monto-Edit-2
                       MOVE recibo-anual-neto TO WS-Monto-Edit-3
                       DISPLAY recibo-anual-fecha " "
                           recibo-anual-periodo "  " WS-Monto-Edit
                           "  " WS-Monto-Edit-2 "  "
                           WS-Monto-Edit-3
                   END-PERFORM
                   PERFORM Mostrar-Conceptos-Ultimo
                   PERFORM Confirmar-Recibos
               END-IF.

           Guardar-Recibo.
               IF WS-Total-Recibos < 6
                   ADD 1 TO WS-Total-Recibos
               ELSE
                   PERFORM VARYING WS-Indice-Recibo FROM 1 BY 1
                       UNTIL WS-Indice-Recibo > 5
                       MOVE WS-Recibo-Item(WS-Indice-Recibo + 1)
                           TO WS-Recibo-Item(WS-Indice-Recibo)
                   END-PERFORM
               END-IF.
               MOVE recibo-anual-registro
                   TO WS-Recibo-Item(WS-Total-Recibos).

      * Los recibos mostrados que aun no tienen acuse (firma en
      * papel o confirmacion previa) se pueden confirmar aqui; la
      * confirmacion vale como acuse de entrega del recibo.
           Confirmar-Recibos.
               MOVE ALL "N" TO WS-Tabla-Acusados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Acuses-archivo.
               IF WS-Acuses-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Acuses-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF acuse-id = WS-Id-Entrada
                               AND NOT acuse-impreso
                               PERFORM Marcar-Recibo-Acusado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Acuses-archivo.
               MOVE ZERO TO WS-Sin-Acuse.
               PERFORM VARYING WS-Indice-Recibo FROM 1 BY 1
                   UNTIL WS-Indice-Recibo > WS-Total-Recibos
                   IF WS-Recibo-Acusado(WS-Indice-Recibo) = "N"
                       ADD 1 TO WS-Sin-Acuse
                   END-IF
               END-PERFORM.
               IF WS-Sin-Acuse > ZERO
                   DISPLAY "Tiene " WS-Sin-Acuse " recibo(s) sin "
                       "acuse de recibido."
                   DISPLAY "Confirma que los recibio (S/N): "
                   MOVE SPACE TO WS-Confirma-Acuse
                   ACCEPT WS-Confirma-Acuse
                   IF WS-Confirma-Acuse = "S"
                       OR WS-Confirma-Acuse = "s"
                       PERFORM Registrar-Acuses-Kiosco
                   END-IF
               END-IF.

           Marcar-Recibo-Acusado.
               PERFORM VARYING WS-Indice-Recibo FROM 1 BY 1
                   UNTIL WS-Indice-Recibo > WS-Total-Recibos
                   MOVE WS-Recibo-Item(WS-Indice-Recibo)
                       TO recibo-anual-registro
                   IF recibo-anual-fecha = acuse-fecha-pago
                       MOVE "S" TO WS-Recibo-Acusado(WS-Indice-Recibo)
                   END-IF
               END-PERFORM.

           Registrar-Acuses-Kiosco.
               OPEN EXTEND Acuses-archivo.
               IF WS-Acuses-Status = "35"
                   OPEN OUTPUT Acuses-archivo
               END-IF.
               PERFORM VARYING WS-Indice-Recibo FROM 1 BY 1
                   UNTIL WS-Indice-Recibo > WS-Total-Recibos
                   IF WS-Recibo-Acusado(WS-Indice-Recibo) = "N"
                       MOVE WS-Recibo-Item(WS-Indice-Recibo)
                           TO recibo-anual-registro
                       MOVE recibo-anual-fecha TO acuse-fecha-pago
                       MOVE WS-Id-Entrada TO acuse-id
                       MOVE "K" TO acuse-tipo
                       ACCEPT acuse-fecha FROM DATE YYYYMMDD
                       ACCEPT acuse-hora FROM TIME
                       MOVE "KIOSCO" TO acuse-capturo
                       WRITE acuse-registro
                       MOVE "S" TO WS-Recibo-Acusado(WS-Indice-Recibo)
                   END-IF
               END-PERFORM.
               CLOSE Acuses-archivo.
               MOVE "KIOSCO-ACUSE" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Acuse registrado. Gracias.".

      * Desglose por concepto del recibo mas reciente, del
      * acumulado anual por concepto.
           Mostrar-Conceptos-Ultimo.
               MOVE WS-Recibo-Item(WS-Total-Recibos)
                   TO recibo-anual-registro.
               DISPLAY "Desglose del periodo " recibo-anual-periodo
                   ":".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Detalle-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF detanual-id = WS-Id-Entrada
                               AND detanual-periodo
                                   = recibo-anual-periodo
                               ADD 1 TO WS-Contados
                               MOVE detanual-monto TO WS-Monto-Edit
                               IF detanual-percepcion
                                   DISPLAY "  + " detanual-concepto
                                       "  " WS-Monto-Edit
                               ELSE
                                   DISPLAY "  - " detanual-concepto
                                       "  " WS-Monto-Edit
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Detalle-anual-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "  Sin desglose por concepto."
               END-IF.

           Mostrar-Vacaciones.
               DISPLAY "--- Mis vacaciones ---".
               MOVE ZERO TO WS-Contados.
               MOVE ZERO TO WS-Dias-Disponibles.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Saldos-archivo.
               IF WS-Saldos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Saldos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF saldo-id = WS-Id-Entrada
                               ADD 1 TO WS-Contados
                               COMPUTE WS-Dias-Disponibles =
                                   WS-Dias-Disponibles
                                   + saldo-dias-derecho
                                   - saldo-dias-tomados
                               DISPLAY saldo-anio ": derecho "
                                   saldo-dias-derecho " tomados "
                                   saldo-dias-tomados
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Saldos-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin saldos acumulados."
               END-IF.
               PERFORM Mostrar-Solicitudes.
               MOVE WS-Dias-Disponibles TO WS-Dias-Edit.
               DISPLAY "Dias disponibles: " WS-Dias-Edit.
               IF WS-Dias-Pendientes > ZERO
                   SUBTRACT WS-Dias-Pendientes
                       FROM WS-Dias-Disponibles
                   MOVE WS-Dias-Disponibles TO WS-Dias-Edit
                   DISPLAY "Disponibles si se aprueban las "
                       "solicitudes en espera: " WS-Dias-Edit
               END-IF.

           Mostrar-Solicitudes.
               MOVE ZERO TO WS-Dias-Pendientes.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Solicitudes-vac-archivo.
               IF WS-Solicitudes-Vac-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Solicitudes-vac-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF solvac-id = WS-Id-Entrada
                               AND solvac-en-espera
                               ADD solvac-dias TO WS-Dias-Pendientes
                               DISPLAY "Solicitud en espera: desde "
                                   solvac-fecha-inicio " "
                                   solvac-dias " dia(s)"
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Solicitudes-vac-archivo.

           Mostrar-Prestamos.
               DISPLAY "--- Mis prestamos y descuentos ---".
               MOVE ZERO TO WS-Contados.
               MOVE ZERO TO WS-Total-Saldo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Prestamos-archivo.
               IF WS-Prestamos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Prestamos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF prestamo-id = WS-Id-Entrada
                               AND prestamo-vigente
                               PERFORM Mostrar-Prestamo-Actual
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Prestamos-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "Sin prestamos vigentes."
               ELSE
                   MOVE WS-Total-Saldo TO WS-Monto-Edit
                   DISPLAY "Saldo total por pagar: " WS-Monto-Edit
               END-IF.

           Mostrar-Prestamo-Actual.
               ADD 1 TO WS-Contados.
               ADD prestamo-saldo TO WS-Total-Saldo.
               MOVE prestamo-monto-original TO WS-Monto-Edit.
               MOVE prestamo-saldo TO WS-Monto-Edit-2.
               DISPLAY prestamo-concepto " original " WS-Monto-Edit
                   " saldo " WS-Monto-Edit-2.
               MOVE prestamo-abono-periodo TO WS-Monto-Edit-3.
               IF prestamo-porcentaje
                   DISPLAY "    descuento por periodo: "
                       WS-Monto-Edit-3 " % del neto"
               ELSE
                   DISPLAY "    abono por periodo: " WS-Monto-Edit-3
               END-IF.
               IF prestamo-ultimo-periodo NOT = SPACE
                   MOVE prestamo-ultimo-abono TO WS-Monto-Edit-3
                   DISPLAY "    ultimo abono " WS-Monto-Edit-3
                       " en el periodo " prestamo-ultimo-periodo
               END-IF.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE "KIOSCO" TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Kiosco-empleado.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-sindicato.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "sindicato-fisico.cbl".
       COPY "tabulador-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "sesion-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "sindicato-logico.cbl".
       COPY "tabulador-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "sesion-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Sindicato-Status PIC XX.
           01 WS-Tabulador-Status PIC XX.
           01 WS-Puestos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Sindicato PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Vigencia-Entrada PIC X(8).
           01 WS-Monto-Entrada PIC X(12).
           01 WS-Registro-Hallado PIC X.
           01 WS-Puesto-Valido PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Contados PIC 9(5).
           01 WS-Salario-Edit PIC Z,ZZZ,ZZ9.99.

           01 WS-Total-Afiliaciones PIC 9(4) VALUE ZERO.
           01 WS-Indice-Sind PIC 9(4).
           01 WS-Posicion-Sind PIC 9(4).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Sindicato.
               05 WS-Sindicato-Item OCCURS 3000 TIMES PIC X(33).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Padron sindical y tabulador del contrato colectivo. La
      * afiliacion determina a quien se retiene la cuota sindical
      * en la nomina; el tabulador por puesto y vigencia es el que
      * aplica Revision-contractual en cada revision salarial.
      * Las tarifas del tabulador solo las registra un supervisor.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Mantener-Sindicato
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

           Mantener-Sindicato.
               DISPLAY "===== Sindicato y Contrato Colectivo =====".
               DISPLAY "1. Afiliar empleado".
               DISPLAY "2. Desafiliar empleado".
               DISPLAY "3. Padron de afiliados".
               DISPLAY "4. Registrar tarifa del tabulador".
               DISPLAY "5. Consultar tabulador".
               DISPLAY "6. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Sindicato.
               EVALUATE Opcion-Sindicato
                   WHEN 1
                       PERFORM Afiliar-Empleado
                   WHEN 2
                       PERFORM Desafiliar-Empleado
                   WHEN 3
                       PERFORM Listar-Padron
                   WHEN 4
                       PERFORM Registrar-Tarifa
                   WHEN 5
                       PERFORM Listar-Tabulador
                   WHEN 6
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

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

           Pedir-Fecha.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   ACCEPT WS-Fec-Fecha-1
                   MOVE "V" TO WS-Fec-Funcion
                   MOVE SPACE TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Error: fecha no valida (AAAAMMDD): "
                   END-IF
               END-PERFORM.

      * Una sola afiliacion por empleado: el registro existente se
      * reactiva con el nuevo numero y fecha.
           Afiliar-Empleado.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   IF empleados-activo
                       PERFORM Capturar-Afiliacion
                   ELSE
                       DISPLAY "El empleado no esta activo."
                   END-IF
               END-IF.

           Capturar-Afiliacion.
               PERFORM Cargar-Sindicato.
               PERFORM Buscar-Afiliacion.
               IF WS-Posicion-Sind > ZERO AND sind-es-afiliado
                   DISPLAY "El empleado ya esta afiliado con el "
                       "numero " sind-numero "."
               ELSE
                   MOVE SPACE TO sindicato-registro
                   MOVE WS-Id-Entrada TO sind-id
                   MOVE "S" TO sind-afiliado
                   MOVE "N" TO WS-Campo-Valido
                   PERFORM UNTIL WS-Campo-Valido = "S"
                       DISPLAY "Numero de afiliado: "
                       ACCEPT sind-numero
                       IF sind-numero NOT = SPACE
                           MOVE "S" TO WS-Campo-Valido
                       ELSE
                           DISPLAY "El numero es obligatorio."
                       END-IF
                   END-PERFORM
                   DISPLAY "Fecha de afiliacion (AAAAMMDD): "
                   PERFORM Pedir-Fecha
                   MOVE WS-Fec-Fecha-1 TO sind-fecha-alta
                   PERFORM Guardar-Afiliacion
                   DISPLAY "Empleado " WS-Id-Entrada
                       " afiliado al sindicato."
               END-IF.

           Desafiliar-Empleado.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Sindicato.
               PERFORM Buscar-Afiliacion.
               IF WS-Posicion-Sind = ZERO OR NOT sind-es-afiliado
                   DISPLAY "El empleado no esta afiliado."
               ELSE
                   MOVE "N" TO WS-Campo-Valido
                   PERFORM UNTIL WS-Campo-Valido = "S"
                       DISPLAY "Fecha de baja del sindicato "
                           "(AAAAMMDD): "
                       PERFORM Pedir-Fecha
                       IF WS-Fec-Fecha-1 < sind-fecha-alta
                           DISPLAY "La baja no puede ser anterior "
                               "a la afiliacion " sind-fecha-alta "."
                           MOVE "N" TO WS-Campo-Valido
                       END-IF
                   END-PERFORM
                   MOVE WS-Fec-Fecha-1 TO sind-fecha-baja
                   MOVE "N" TO sind-afiliado
                   PERFORM Guardar-Afiliacion
                   DISPLAY "Empleado " WS-Id-Entrada
                       " dado de baja del sindicato."
               END-IF.

           Buscar-Afiliacion.
               MOVE ZERO TO WS-Posicion-Sind.
               MOVE SPACE TO sindicato-registro.
               PERFORM VARYING WS-Indice-Sind FROM 1 BY 1
                   UNTIL WS-Indice-Sind > WS-Total-Afiliaciones
                   OR WS-Posicion-Sind > ZERO
                   IF WS-Sindicato-Item(WS-Indice-Sind)(1:6)
                       = WS-Id-Entrada
                       MOVE WS-Indice-Sind TO WS-Posicion-Sind
                       MOVE WS-Sindicato-Item(WS-Indice-Sind)
                           TO sindicato-registro
                   END-IF
               END-PERFORM.

           Guardar-Afiliacion.
               IF WS-Posicion-Sind = ZERO
                   IF WS-Total-Afiliaciones < 3000
                       AND WS-Tabla-Llena = "N"
                       ADD 1 TO WS-Total-Afiliaciones
                       MOVE WS-Total-Afiliaciones TO WS-Posicion-Sind
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                   END-IF
               END-IF.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El padron excede la capacidad de "
                       "trabajo; no se actualizo."
               ELSE
                   MOVE sindicato-registro
                       TO WS-Sindicato-Item(WS-Posicion-Sind)
                   PERFORM Reescribir-Sindicato
               END-IF.

           Cargar-Sindicato.
               MOVE ZERO TO WS-Total-Afiliaciones.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Sindicato-archivo.
               IF WS-Sindicato-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Sindicato-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Afiliaciones < 3000
                               ADD 1 TO WS-Total-Afiliaciones
                               MOVE sindicato-registro TO
                                   WS-Sindicato-Item
                                       (WS-Total-Afiliaciones)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sindicato-archivo.

           Reescribir-Sindicato.
               OPEN OUTPUT Sindicato-archivo.
               PERFORM VARYING WS-Indice-Sind FROM 1 BY 1
                   UNTIL WS-Indice-Sind > WS-Total-Afiliaciones
                   MOVE WS-Sindicato-Item(WS-Indice-Sind)
                       TO sindicato-registro
                   WRITE sindicato-registro
               END-PERFORM.
               CLOSE Sindicato-archivo.

           Listar-Padron.
               DISPLAY "--- Padron de afiliados ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Sindicato-archivo.
               IF WS-Sindicato-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Sindicato-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF sind-es-afiliado
                               ADD 1 TO WS-Contados
                               DISPLAY sind-id " " sind-numero
                                   " desde " sind-fecha-alta
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Sindicato-archivo.
               DISPLAY "Afiliados vigentes: " WS-Contados.

      * Cada revision del contrato agrega una vigencia nueva por
      * puesto; las anteriores se conservan como historial.
           Registrar-Tarifa.
               IF WS-Nivel-Operador < 3
                   DISPLAY "El tabulador solo lo modifica un "
                       "supervisor."
               ELSE
                   PERFORM Capturar-Tarifa
               END-IF.

           Capturar-Tarifa.
               DISPLAY "Puesto: ".
               MOVE SPACE TO WS-Puesto-Entrada.
               ACCEPT WS-Puesto-Entrada.
               PERFORM Buscar-Puesto.
               IF WS-Puesto-Valido = "N"
                   DISPLAY "El puesto no existe en el catalogo."
               ELSE
                   DISPLAY "Fecha de vigencia (AAAAMMDD): "
                   PERFORM Pedir-Fecha
                   MOVE WS-Fec-Fecha-1 TO WS-Vigencia-Entrada
                   PERFORM Buscar-Tarifa
                   IF WS-Registro-Hallado = "S"
                       DISPLAY "Ya existe una tarifa de ese puesto "
                           "con esa vigencia."
                   ELSE
                       PERFORM Grabar-Tarifa
                   END-IF
               END-IF.

           Grabar-Tarifa.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Salario mensual del tabulador: "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Monto-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada) > ZERO
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Monto no valido."
                   END-IF
               END-PERFORM.
               MOVE WS-Puesto-Entrada TO tab-puesto.
               MOVE WS-Vigencia-Entrada TO tab-vigencia.
               COMPUTE tab-salario = FUNCTION NUMVAL(WS-Monto-Entrada).
               OPEN EXTEND Tabulador-archivo.
               IF WS-Tabulador-Status = "35"
                   OPEN OUTPUT Tabulador-archivo
               END-IF.
               WRITE tabulador-registro.
               CLOSE Tabulador-archivo.
               DISPLAY "Tarifa registrada.".

           Buscar-Puesto.
               MOVE "N" TO WS-Puesto-Valido.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF puesto-nombre = WS-Puesto-Entrada
                               MOVE "S" TO WS-Puesto-Valido
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

           Buscar-Tarifa.
               MOVE "N" TO WS-Registro-Hallado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tabulador-archivo.
               IF WS-Tabulador-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tabulador-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF tab-puesto = WS-Puesto-Entrada
                               AND tab-vigencia = WS-Vigencia-Entrada
                               MOVE "S" TO WS-Registro-Hallado
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tabulador-archivo.

           Listar-Tabulador.
               DISPLAY "--- Tabulador del contrato colectivo ---".
               MOVE ZERO TO WS-Contados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tabulador-archivo.
               IF WS-Tabulador-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tabulador-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Contados
                           MOVE tab-salario TO WS-Salario-Edit
                           DISPLAY tab-puesto " vigente "
                               tab-vigencia " " WS-Salario-Edit
                   END-READ
               END-PERFORM.
               CLOSE Tabulador-archivo.
               IF WS-Contados = ZERO
                   DISPLAY "El tabulador esta vacio."
               END-IF.

       END PROGRAM Mantener-sindicato.

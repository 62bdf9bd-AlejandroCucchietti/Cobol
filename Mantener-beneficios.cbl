       COPY "archivo-fisico.cbl".
       COPY "beneficios-fisico.cbl".
       COPY "inscripciones-fisico.cbl".
       COPY "tarjetas-vales-fisico.cbl".


       DATA DIVISION.
       COPY "archivo-logico.cbl".
       COPY "beneficios-logico.cbl".
       COPY "inscripciones-logico.cbl".
       COPY "tarjetas-vales-logico.cbl".


       WORKING-STORAGE SECTION.
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Beneficios-Status PIC XX.
           01 WS-Inscripciones-Status PIC XX.
           01 WS-Tarjetas-Status PIC XX.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Beneficios PIC 9.
           01 WS-Tabla-Inscripciones.
               05 WS-Inscripcion-Item OCCURS 1000 TIMES PIC X(26).

           01 WS-Tarjeta-Entrada PIC X(16).
           01 WS-Total-Tarjetas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Tar PIC 9(4).
           01 WS-Tarjeta-Hallada PIC X.
           01 WS-Tabla-Tarjetas.
               05 WS-Tarjeta-Item OCCURS 1000 TIMES PIC X(30).

       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
               DISPLAY "3. Inscribir empleado".
               DISPLAY "4. Dar de baja una inscripcion".
               DISPLAY "5. Consultar inscripciones de un empleado".
               DISPLAY "6. Asignar tarjeta de vales de despensa".
               DISPLAY "7. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Beneficios.
               EVALUATE Opcion-Beneficios
                   WHEN 5
                       PERFORM Consultar-Inscripciones
                   WHEN 6
                       PERFORM Asignar-Tarjeta-Vales
                   WHEN 7
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-PERFORM.
               CLOSE Inscripciones-archivo.

      * Los vales de despensa se abonan a la tarjeta electronica
      * del proveedor; un empleado sin tarjeta no recibe carga.
           Asignar-Tarjeta-Vales.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Validar-Empleado.
               IF WS-Registro-Hallado = "S"
                   DISPLAY "Numero de tarjeta (16 digitos): "
                   MOVE SPACE TO WS-Tarjeta-Entrada
                   ACCEPT WS-Tarjeta-Entrada
                   IF WS-Tarjeta-Entrada NOT NUMERIC
                       DISPLAY "Numero de tarjeta no valido; "
                           "captura cancelada."
                   ELSE
                       PERFORM Registrar-Tarjeta
                   END-IF
               END-IF.

           Registrar-Tarjeta.
               PERFORM Cargar-Tarjetas.
               ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
               MOVE "N" TO WS-Tarjeta-Hallada.
               PERFORM VARYING WS-Indice-Tar FROM 1 BY 1
                   UNTIL WS-Indice-Tar > WS-Total-Tarjetas
                   MOVE WS-Tarjeta-Item(WS-Indice-Tar)
                       TO tarjeta-registro
                   IF tarjeta-id = WS-Id-Entrada
                       MOVE WS-Tarjeta-Entrada TO tarjeta-numero
                       MOVE WS-Fecha-Hoy TO tarjeta-fecha
                       MOVE tarjeta-registro
                           TO WS-Tarjeta-Item(WS-Indice-Tar)
                       MOVE "S" TO WS-Tarjeta-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Tarjeta-Hallada = "N"
                   IF WS-Total-Tarjetas < 1000
                       ADD 1 TO WS-Total-Tarjetas
                       MOVE WS-Id-Entrada TO tarjeta-id
                       MOVE WS-Tarjeta-Entrada TO tarjeta-numero
                       MOVE WS-Fecha-Hoy TO tarjeta-fecha
                       MOVE tarjeta-registro
                           TO WS-Tarjeta-Item(WS-Total-Tarjetas)
                   ELSE
                       DISPLAY "El archivo de tarjetas esta lleno."
                   END-IF
               END-IF.
               OPEN OUTPUT Tarjetas-vales-archivo.
               PERFORM VARYING WS-Indice-Tar FROM 1 BY 1
                   UNTIL WS-Indice-Tar > WS-Total-Tarjetas
                   MOVE WS-Tarjeta-Item(WS-Indice-Tar)
                       TO tarjeta-registro
                   WRITE tarjeta-registro
               END-PERFORM.
               CLOSE Tarjetas-vales-archivo.
               DISPLAY "Tarjeta de vales registrada.".

           Cargar-Tarjetas.
               MOVE ZERO TO WS-Total-Tarjetas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Tarjetas-vales-archivo.
               IF WS-Tarjetas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Tarjetas-vales-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Tarjetas < 1000
                               ADD 1 TO WS-Total-Tarjetas
                               MOVE tarjeta-registro TO
                                   WS-Tarjeta-Item(WS-Total-Tarjetas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Tarjetas-vales-archivo.

       END PROGRAM Mantener-beneficios.

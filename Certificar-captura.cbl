      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Certificar-captura.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "pendientes-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "certificaciones-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "pendientes-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "certificaciones-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Pendientes-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Certificaciones-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Modo-Practica-Env PIC X VALUE SPACE.
           01 WS-Directorio-Practica PIC X(10) VALUE "practica".
           01 WS-Directorio-Arriba PIC X(10) VALUE "..".

           01 WS-Confirma PIC X.
           01 WS-Pausa PIC X.
           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Calificacion-Minima PIC 9(3) VALUE 90.

           01 WS-Total-Campos PIC 9(3) VALUE ZERO.
           01 WS-Total-Aciertos PIC 9(3) VALUE ZERO.
           01 WS-Calificacion PIC 9(3) VALUE ZERO.
           01 WS-Altas-Halladas PIC 9(3).
           01 WS-Baja-Hallada PIC X.
           01 WS-Motivo-Capturado PIC X(2).
           01 WS-Bajas-Indebidas PIC 9(3).

           01 WS-Campo-Etiqueta PIC X(20).
           01 WS-Valor-Esperado PIC X(35).
           01 WS-Valor-Capturado PIC X(35).
           01 WS-Marca-Campo PIC X(5).

      * Los casos del examen son fijos para que todos los
      * capturistas se califiquen contra lo mismo. Las dos claves
      * CERT01 y CERT02 se siembran en la copia de practica; no
      * chocan con los consecutivos numericos del maestro.
           01 WS-Caso-Alta.
               05 WS-Alta-Nombre PIC X(25) VALUE "LUCIA".
               05 WS-Alta-Apellidos PIC X(35)
                   VALUE "ORTIZ CERTIFICACION".
               05 WS-Alta-Edad PIC 9(3) VALUE 29.
               05 WS-Alta-Nacimiento PIC X(8) VALUE "19970315".
               05 WS-Alta-Genero PIC X VALUE "F".
               05 WS-Alta-Telefono PIC X(9) VALUE "555012345".
               05 WS-Alta-Calle PIC X(15) VALUE "REFORMA".
               05 WS-Alta-Numero PIC X(5) VALUE "120".
               05 WS-Alta-Ciudad PIC X(10) VALUE "MONTERREY".
               05 WS-Alta-Codigo-Postal PIC X(5) VALUE "64000".
               05 WS-Alta-Clabe PIC X(18)
                   VALUE "012180001234567899".

           01 WS-Caso-Cambio.
               05 WS-Cambio-Id PIC X(6) VALUE "CERT01".
               05 WS-Cambio-Nombre PIC X(25) VALUE "MARIO".
               05 WS-Cambio-Apellidos PIC X(35)
                   VALUE "RUIZ CERTIFICACION".
               05 WS-Cambio-Edad-Antes PIC 9(3) VALUE 40.
               05 WS-Cambio-Telefono-Antes PIC X(9)
                   VALUE "555000111".
               05 WS-Cambio-Calle-Antes PIC X(15) VALUE "JUAREZ".
               05 WS-Cambio-Numero-Antes PIC X(5) VALUE "15".
               05 WS-Cambio-Ciudad PIC X(10) VALUE "PUEBLA".
               05 WS-Cambio-Cp-Antes PIC X(5) VALUE "72000".
               05 WS-Cambio-Edad PIC 9(3) VALUE 41.
               05 WS-Cambio-Telefono PIC X(9) VALUE "555999888".
               05 WS-Cambio-Calle PIC X(15) VALUE "HIDALGO".
               05 WS-Cambio-Numero PIC X(5) VALUE "300".
               05 WS-Cambio-Codigo-Postal PIC X(5) VALUE "72160".

           01 WS-Caso-Baja.
               05 WS-Baja-Id PIC X(6) VALUE "CERT02".
               05 WS-Baja-Nombre PIC X(25) VALUE "JOSE".
               05 WS-Baja-Apellidos PIC X(35)
                   VALUE "PEREZ CERTIFICACION".
               05 WS-Baja-Motivo PIC X(2) VALUE "RE".

      * Examen de certificacion del capturista: se reinicia la
      * copia de practica, se siembran los expedientes del examen y
      * el capturista hace un alta, una modificacion y una baja con
      * las pantallas normales. Al terminar se compara campo por
      * campo contra lo esperado y el resultado queda en
      * certificaciones.dat, que es lo que revisa el supervisor
      * antes de subirle el nivel.
       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Modo-Practica-Env
               FROM ENVIRONMENT "MODO_PRACTICA".
           IF WS-Modo-Practica-Env = "S"
               DISPLAY "Salga del modo practica para presentar el "
                   "examen; el examen prepara su propia copia."
           ELSE
               PERFORM Leer-Sesion
               PERFORM Leer-Calificacion-Minima
               DISPLAY "===== Examen de Certificacion de Captura "
                   "====="
               DISPLAY "Operador: " WS-Operador-Actual
                   "  Calificacion minima: " WS-Calificacion-Minima
               DISPLAY "Se reinicia la copia de practica y se le "
                   "presentan tres casos: un alta, una "
               DISPLAY "modificacion y una baja. Capture cada dato "
                   "tal como aparece."
               DISPLAY "Iniciar el examen (S/N): "
               MOVE SPACE TO WS-Confirma
               ACCEPT WS-Confirma
               IF WS-Confirma = "S" OR WS-Confirma = "s"
                   PERFORM Presentar-Examen
               ELSE
                   DISPLAY "Examen no iniciado."
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

      * El parametro se lee antes de entrar a la copia de practica,
      * que no lleva el catalogo de parametros.
           Leer-Calificacion-Minima.
               MOVE "CERT-CALIF-MINIMA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) NOT > 100
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Calificacion-Minima
               END-IF.

      * Mientras dura el examen todo trabaja en practica/, igual
      * que el modo practica del menu; la calificacion se lee ahi
      * y el resultado se guarda ya de vuelta en el directorio real.
           Presentar-Examen.
               CALL "Preparar-practica".
               CALL "CBL_CHANGE_DIR" USING WS-Directorio-Practica.
               SET ENVIRONMENT "MODO_PRACTICA" TO "S".
               PERFORM Sembrar-Casos.
               PERFORM Presentar-Caso-Alta.
               PERFORM Presentar-Caso-Cambio.
               PERFORM Presentar-Caso-Baja.
               DISPLAY "===== Calificacion campo por campo =====".
               PERFORM Calificar-Alta.
               PERFORM Calificar-Cambio.
               PERFORM Calificar-Baja.
               CALL "CBL_CHANGE_DIR" USING WS-Directorio-Arriba.
               SET ENVIRONMENT "MODO_PRACTICA" TO "N".
               PERFORM Guardar-Certificacion.

      * Las solicitudes pendientes de la copia se vacian para que
      * solo cuente la baja que se pide en el examen.
           Sembrar-Casos.
               OPEN OUTPUT Pendientes-archivo.
               CLOSE Pendientes-archivo.
               OPEN I-O Empleados-archivo.
               MOVE SPACE TO empleados-registro.
               MOVE WS-Cambio-Id TO empleados-id.
               MOVE WS-Cambio-Nombre TO empleados-nombre.
               MOVE WS-Cambio-Apellidos TO empleados-apellidos.
               MOVE WS-Cambio-Edad-Antes TO empleados-edad.
               MOVE WS-Cambio-Telefono-Antes TO empleados-telefono.
               MOVE WS-Cambio-Calle-Antes TO empleados-calle.
               MOVE WS-Cambio-Numero-Antes TO empleados-numero.
               MOVE WS-Cambio-Ciudad TO empleados-ciudad.
               MOVE WS-Cambio-Cp-Antes TO empleados-codigo-postal.
               MOVE "M" TO empleados-genero.
               MOVE "19850610" TO empleados-fecha-nacimiento.
               PERFORM Sembrar-Registro.
               MOVE SPACE TO empleados-registro.
               MOVE WS-Baja-Id TO empleados-id.
               MOVE WS-Baja-Nombre TO empleados-nombre.
               MOVE WS-Baja-Apellidos TO empleados-apellidos.
               MOVE 35 TO empleados-edad.
               MOVE "555000222" TO empleados-telefono.
               MOVE "MORELOS" TO empleados-calle.
               MOVE "8" TO empleados-numero.
               MOVE "PUEBLA" TO empleados-ciudad.
               MOVE "72000" TO empleados-codigo-postal.
               MOVE "M" TO empleados-genero.
               MOVE "19900120" TO empleados-fecha-nacimiento.
               PERFORM Sembrar-Registro.
               CLOSE Empleados-archivo.

           Sembrar-Registro.
               MOVE "SIN ASIGNAR" TO empleados-departamento
                   empleados-puesto.
               MOVE ZERO TO empleados-salario.
               ACCEPT empleados-fecha-alta FROM DATE YYYYMMDD.
               MOVE "A" TO empleados-estado.
               MOVE "P" TO empleados-tipo.
               WRITE empleados-registro
                   INVALID KEY
                       REWRITE empleados-registro
               END-WRITE.

           Presentar-Caso-Alta.
               DISPLAY "----- Caso 1: alta de empleado -----".
               DISPLAY "Nombre: " WS-Alta-Nombre.
               DISPLAY "Apellidos: " WS-Alta-Apellidos.
               DISPLAY "Edad: " WS-Alta-Edad
                   "  Nacimiento (AAAAMMDD): " WS-Alta-Nacimiento
                   "  Genero: " WS-Alta-Genero.
               DISPLAY "Telefono: " WS-Alta-Telefono.
               DISPLAY "Calle: " WS-Alta-Calle
                   "  Numero: " WS-Alta-Numero.
               DISPLAY "Ciudad: " WS-Alta-Ciudad
                   "  CP: " WS-Alta-Codigo-Postal.
               DISPLAY "CLABE: " WS-Alta-Clabe.
               DISPLAY "Capture una sola alta, sin folio de "
                   "candidato; contactos, datos fiscales y "
               DISPLAY "documentos se dejan en blanco. ENTER para "
                   "abrir la captura.".
               ACCEPT WS-Pausa.
               CALL "bases-de-datos".

           Presentar-Caso-Cambio.
               DISPLAY "----- Caso 2: modificacion -----".
               DISPLAY "Empleado " WS-Cambio-Id " "
                   WS-Cambio-Nombre.
               DISPLAY "Cambie la edad a " WS-Cambio-Edad
                   " y el telefono a " WS-Cambio-Telefono ".".
               DISPLAY "Cambie la direccion a calle " WS-Cambio-Calle
                   " numero " WS-Cambio-Numero ", ciudad "
                   WS-Cambio-Ciudad ", CP " WS-Cambio-Codigo-Postal
                   ".".
               DISPLAY "No cambie ningun otro dato. ENTER para abrir "
                   "la modificacion (opcion 2).".
               ACCEPT WS-Pausa.
               CALL "bd-copia".

           Presentar-Caso-Baja.
               DISPLAY "----- Caso 3: baja -----".
               DISPLAY "Solicite la baja del empleado " WS-Baja-Id
                   " " WS-Baja-Nombre " por renuncia (motivo "
                   WS-Baja-Motivo ").".
               DISPLAY "ENTER para abrir la baja (opcion 3).".
               ACCEPT WS-Pausa.
               CALL "bd-copia".

      * El alta se busca por apellidos; capturarla dos veces es un
      * error de captura y tambien cuenta.
           Calificar-Alta.
               DISPLAY "Caso 1: alta".
               MOVE ZERO TO WS-Altas-Halladas.
               OPEN INPUT Empleados-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO WS-Fin-Lectura
               END-START.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF empleados-apellidos = WS-Alta-Apellidos
                               AND empleados-id NOT = WS-Cambio-Id
                               AND empleados-id NOT = WS-Baja-Id
                               ADD 1 TO WS-Altas-Halladas
                               IF WS-Altas-Halladas = 1
                                   PERFORM Comparar-Alta
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.
               IF WS-Altas-Halladas = ZERO
                   MOVE SPACE TO empleados-registro
                   PERFORM Comparar-Alta
               END-IF.
               MOVE "Alta una sola vez" TO WS-Campo-Etiqueta.
               MOVE "1" TO WS-Valor-Esperado.
               MOVE WS-Altas-Halladas TO WS-Valor-Capturado.
               IF WS-Altas-Halladas = 1
                   MOVE "1" TO WS-Valor-Capturado
               END-IF.
               PERFORM Comparar-Campo.

           Comparar-Alta.
               MOVE "Nombre" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Nombre TO WS-Valor-Esperado.
               MOVE empleados-nombre TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Apellidos" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Apellidos TO WS-Valor-Esperado.
               MOVE empleados-apellidos TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Edad" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Edad TO WS-Valor-Esperado.
               MOVE empleados-edad TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Fecha de nacimiento" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Nacimiento TO WS-Valor-Esperado.
               MOVE empleados-fecha-nacimiento TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Genero" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Genero TO WS-Valor-Esperado.
               MOVE empleados-genero TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Telefono" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Telefono TO WS-Valor-Esperado.
               MOVE empleados-telefono TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Calle" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Calle TO WS-Valor-Esperado.
               MOVE empleados-calle TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Numero" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Numero TO WS-Valor-Esperado.
               MOVE empleados-numero TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Ciudad" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Ciudad TO WS-Valor-Esperado.
               MOVE empleados-ciudad TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Codigo postal" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Codigo-Postal TO WS-Valor-Esperado.
               MOVE empleados-codigo-postal TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "CLABE" TO WS-Campo-Etiqueta.
               MOVE WS-Alta-Clabe TO WS-Valor-Esperado.
               MOVE empleados-clabe TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.

      * Lo que no se pidio cambiar debe seguir igual.
           Calificar-Cambio.
               DISPLAY "Caso 2: modificacion de " WS-Cambio-Id.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Cambio-Id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE SPACE TO empleados-registro
               END-READ.
               CLOSE Empleados-archivo.
               MOVE "Nombre sin cambio" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Nombre TO WS-Valor-Esperado.
               MOVE empleados-nombre TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Edad" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Edad TO WS-Valor-Esperado.
               MOVE empleados-edad TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Telefono" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Telefono TO WS-Valor-Esperado.
               MOVE empleados-telefono TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Calle" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Calle TO WS-Valor-Esperado.
               MOVE empleados-calle TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Numero" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Numero TO WS-Valor-Esperado.
               MOVE empleados-numero TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Codigo postal" TO WS-Campo-Etiqueta.
               MOVE WS-Cambio-Codigo-Postal TO WS-Valor-Esperado.
               MOVE empleados-codigo-postal TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.

      * La baja queda como solicitud pendiente con su motivo; pedir
      * la baja de otro expediente es un error grave del examen.
           Calificar-Baja.
               DISPLAY "Caso 3: baja de " WS-Baja-Id.
               MOVE "N" TO WS-Baja-Hallada.
               MOVE SPACE TO WS-Motivo-Capturado.
               MOVE ZERO TO WS-Bajas-Indebidas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Pendientes-archivo.
               IF WS-Pendientes-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Pendientes-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF pendiente-baja
                               IF pendiente-id = WS-Baja-Id
                                   MOVE "S" TO WS-Baja-Hallada
                                   MOVE pendiente-valor-nuevo(1:2)
                                       TO WS-Motivo-Capturado
                               ELSE
                                   ADD 1 TO WS-Bajas-Indebidas
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Pendientes-archivo.
               MOVE "Baja solicitada" TO WS-Campo-Etiqueta.
               MOVE "S" TO WS-Valor-Esperado.
               MOVE WS-Baja-Hallada TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Motivo de baja" TO WS-Campo-Etiqueta.
               MOVE WS-Baja-Motivo TO WS-Valor-Esperado.
               MOVE WS-Motivo-Capturado TO WS-Valor-Capturado.
               PERFORM Comparar-Campo.
               MOVE "Bajas indebidas" TO WS-Campo-Etiqueta.
               MOVE WS-Bajas-Indebidas TO WS-Valor-Capturado.
               MOVE "000" TO WS-Valor-Esperado.
               PERFORM Comparar-Campo.

           Comparar-Campo.
               ADD 1 TO WS-Total-Campos.
               IF WS-Valor-Capturado = WS-Valor-Esperado
                   ADD 1 TO WS-Total-Aciertos
                   MOVE "OK" TO WS-Marca-Campo
               ELSE
                   MOVE "ERROR" TO WS-Marca-Campo
               END-IF.
               DISPLAY "  " WS-Marca-Campo " " WS-Campo-Etiqueta
                   " esperado [" FUNCTION TRIM(WS-Valor-Esperado)
                   "] capturado [" FUNCTION TRIM(WS-Valor-Capturado)
                   "]".

           Guardar-Certificacion.
               COMPUTE WS-Calificacion =
                   WS-Total-Aciertos * 100 / WS-Total-Campos.
               MOVE WS-Operador-Actual TO certificacion-operador.
               ACCEPT certificacion-fecha FROM DATE YYYYMMDD.
               ACCEPT certificacion-hora FROM TIME.
               MOVE WS-Total-Campos TO certificacion-campos.
               MOVE WS-Total-Aciertos TO certificacion-aciertos.
               MOVE WS-Calificacion TO certificacion-calificacion.
               MOVE WS-Calificacion-Minima TO certificacion-minima.
               IF WS-Calificacion NOT < WS-Calificacion-Minima
                   MOVE "A" TO certificacion-resultado
               ELSE
                   MOVE "R" TO certificacion-resultado
               END-IF.
               OPEN EXTEND Certificaciones-archivo.
               IF WS-Certificaciones-Status = "35"
                   OPEN OUTPUT Certificaciones-archivo
               END-IF.
               WRITE certificacion-registro.
               CLOSE Certificaciones-archivo.
               DISPLAY "Aciertos: " WS-Total-Aciertos " de "
                   WS-Total-Campos "  Calificacion: " WS-Calificacion.
               IF certificacion-aprobada
                   DISPLAY "EXAMEN APROBADO. Un supervisor ya puede "
                       "subir el nivel de " WS-Operador-Actual "."
               ELSE
                   DISPLAY "EXAMEN NO APROBADO (minimo "
                       WS-Calificacion-Minima "). Practique y "
                       "vuelva a presentarlo."
               END-IF.

       END PROGRAM Certificar-captura.

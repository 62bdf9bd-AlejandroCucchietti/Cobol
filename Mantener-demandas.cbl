      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-demandas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "historico-fisico.cbl".
       COPY "demandas-fisico.cbl".
       COPY "audiencias-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "periodos-fisico.cbl".
       COPY "detalle-anual-fisico.cbl".

       SELECT OPTIONAL Pagos-archivo
       ASSIGN TO "finiquitos-pagos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Pagos-Status.

       SELECT OPTIONAL Recibos-anual-archivo
       ASSIGN TO "nomina-recibos-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Anual-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "historico-logico.cbl".
       COPY "demandas-logico.cbl".
       COPY "audiencias-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "periodos-logico.cbl".
       COPY "detalle-anual-logico.cbl".

      * Mismo trazado que en Calcula-finiquito: el pago del convenio
      * o laudo sale por la misma via que un finiquito.
       FD  Pagos-archivo.

       01  pago-registro.
           05  pago-id PIC X(6).
           05  pago-fecha PIC X(8).
           05  pago-nombre PIC X(25).
           05  pago-apellidos PIC X(35).
           05  pago-bruto PIC 9(7)V99.
           05  pago-deducciones PIC 9(7)V99.
           05  pago-neto PIC 9(7)V99.

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


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Historico-Status PIC XX.
           01 WS-Demandas-Status PIC XX.
           01 WS-Audiencias-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Pagos-Status PIC XX.
           01 WS-Recibos-Anual-Status PIC XX.
           01 WS-Periodos-Status PIC XX.
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".
           01 WS-Detalle-Anual-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Menu PIC X VALUE "N".
           01 Opcion-Demanda PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Folio-Entrada PIC X(6).
           01 WS-Fecha-Entrada PIC X(8).
           01 WS-Hora-Entrada PIC X(4).
           01 WS-Monto-Entrada PIC X(14).
           01 WS-Prob-Entrada PIC X(3).
           01 WS-Tipo-Entrada PIC X.
           01 WS-Confirma PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Ex-Empleado-Hallado PIC X.
           01 WS-Tabla-Llena PIC X.
           01 WS-Total-Listados PIC 9(4).
           01 WS-Auditoria-Operacion PIC X(13).
           01 WS-Ultimo-Folio PIC 9(6) VALUE ZERO.
           01 WS-Folio-Numero PIC 9(6).
           01 WS-Monto-Edit PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-Prob-Edit PIC ZZ9.
           01 WS-Proxima-Audiencia PIC X(8).

           01 WS-Monto-Pago PIC 9(7)V99.
           01 WS-Monto-Isr PIC 9(7)V99.
           01 WS-Monto-Neto PIC 9(7)V99.
           01 WS-Limite-Pago PIC 9(7)V99 VALUE 9999999.99.
           01 WS-Periodo-Pago PIC X(7).
           01 WS-Fin-Periodos PIC X.
           01 WS-Periodo-Hallado PIC X.
           01 WS-Dia-Fin PIC 99.
           01 WS-Fin-Mes PIC X(8).

           01 WS-Total-Demandas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dem PIC 9(4).
           01 WS-Demanda-Hallada PIC 9(4).
           01 WS-Tabla-Demandas.
               05 WS-Demanda-Item OCCURS 2000 TIMES PIC X(156).

           01 WS-Total-Audiencias PIC 9(4) VALUE ZERO.
           01 WS-Indice-Aud PIC 9(4).
           01 WS-Audiencia-Hallada PIC 9(4).
           01 WS-Tabla-Audiencias.
               05 WS-Audiencia-Item OCCURS 5000 TIMES PIC X(97).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Nombre del ex-empleado, del historico o del maestro.
           01 WS-Ex-Nombre PIC X(25).
           01 WS-Ex-Apellidos PIC X(35).
           01 WS-Imagen-Historico.
               05  WS-Hist-Id PIC X(6).
               05  WS-Hist-Nombre PIC X(25).
               05  WS-Hist-Apellidos PIC X(35).
               05  FILLER PIC X(147).

      * Demandas laborales de ex-empleados: expediente del caso con
      * tribunal, numero de expediente, monto reclamado y la
      * probabilidad que estima el abogado externo, sus audiencias,
      * y el cierre por absolucion, desistimiento, convenio o laudo.
      * Lo que se paga por convenio o laudo sale por la via del
      * finiquito (finiquitos-pagos.dat) y se acumula en los recibos
      * del anio con un periodo propio (AAAAMM mas J) para que entre
      * a la nomina timbrada y a la constancia anual. Los montos y
      * la estrategia del juicio son reservados: solo supervisores.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           IF WS-Nivel-Operador < 3
               DISPLAY "Las demandas laborales son de consulta y "
                   "captura exclusiva de supervisores."
           ELSE
               OPEN INPUT Empleados-archivo
               OPEN INPUT Historico-archivo
               PERFORM Menu-Demandas
               UNTIL Salir-Menu = "S"
               CLOSE Historico-archivo
               CLOSE Empleados-archivo
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

           Menu-Demandas.
               DISPLAY "===== Demandas Laborales =====".
               DISPLAY "1. Casos en tramite".
               DISPLAY "2. Registrar demanda".
               DISPLAY "3. Actualizar reclamo y probabilidad".
               DISPLAY "4. Programar audiencia".
               DISPLAY "5. Resultado de audiencia".
               DISPLAY "6. Cerrar sin pago (absolucion/desistimiento)".
               DISPLAY "7. Pagar convenio o laudo".
               DISPLAY "8. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Demanda.
               EVALUATE Opcion-Demanda
                   WHEN 1
                       PERFORM Listar-En-Tramite
                   WHEN 2
                       PERFORM Registrar-Demanda
                   WHEN 3
                       PERFORM Actualizar-Estimacion
                   WHEN 4
                       PERFORM Programar-Audiencia
                   WHEN 5
                       PERFORM Registrar-Resultado
                   WHEN 6
                       PERFORM Cerrar-Sin-Pago
                   WHEN 7
                       PERFORM Pagar-Demanda
                   WHEN 8
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-En-Tramite.
               PERFORM Cargar-Demandas.
               PERFORM Cargar-Audiencias.
               MOVE ZERO TO WS-Total-Listados.
               PERFORM VARYING WS-Indice-Dem FROM 1 BY 1
                   UNTIL WS-Indice-Dem > WS-Total-Demandas
                   MOVE WS-Demanda-Item(WS-Indice-Dem)
                       TO demanda-registro
                   IF demanda-en-tramite
                       ADD 1 TO WS-Total-Listados
                       PERFORM Mostrar-Demanda
                   END-IF
               END-PERFORM.
               DISPLAY WS-Total-Listados " demanda(s) en tramite.".

           Mostrar-Demanda.
               MOVE demanda-id TO WS-Id-Entrada.
               PERFORM Buscar-Ex-Empleado.
               MOVE demanda-reclamado TO WS-Monto-Edit.
               MOVE demanda-probabilidad TO WS-Prob-Edit.
               DISPLAY "Folio " demanda-folio "  " demanda-id " "
                   WS-Ex-Nombre " " WS-Ex-Apellidos.
               DISPLAY "       " demanda-tribunal " exp. "
                   demanda-expediente.
               DISPLAY "       Reclamado " WS-Monto-Edit
                   "  Probabilidad " WS-Prob-Edit "%  ("
                   demanda-fecha-estimacion ")  Abogado "
                   demanda-abogado.
               PERFORM Buscar-Proxima-Audiencia.
               IF WS-Proxima-Audiencia NOT = SPACE
                   DISPLAY "       Proxima audiencia: "
                       WS-Proxima-Audiencia
               END-IF.

           Buscar-Proxima-Audiencia.
               MOVE SPACE TO WS-Proxima-Audiencia.
               PERFORM VARYING WS-Indice-Aud FROM 1 BY 1
                   UNTIL WS-Indice-Aud > WS-Total-Audiencias
                   MOVE WS-Audiencia-Item(WS-Indice-Aud)
                       TO audiencia-registro
                   IF audiencia-folio = demanda-folio
                       AND audiencia-programada
                       AND audiencia-fecha NOT < WS-Fecha-Hoy
                       IF WS-Proxima-Audiencia = SPACE
                           OR audiencia-fecha < WS-Proxima-Audiencia
                           MOVE audiencia-fecha
                               TO WS-Proxima-Audiencia
                       END-IF
                   END-IF
               END-PERFORM.

      * Solo se liga una demanda a un ex-empleado: el que ya esta en
      * el historico, o el que sigue en el maestro dado de baja.
           Buscar-Ex-Empleado.
               MOVE "N" TO WS-Ex-Empleado-Hallado.
               MOVE "(sin registro)" TO WS-Ex-Nombre.
               MOVE SPACE TO WS-Ex-Apellidos.
               MOVE WS-Id-Entrada TO historico-id.
               READ Historico-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE historico-id TO WS-Imagen-Historico(1:6)
                       MOVE historico-resto
                           TO WS-Imagen-Historico(7:207)
                       MOVE WS-Hist-Nombre TO WS-Ex-Nombre
                       MOVE WS-Hist-Apellidos TO WS-Ex-Apellidos
                       MOVE "S" TO WS-Ex-Empleado-Hallado
               END-READ.
               IF WS-Ex-Empleado-Hallado = "N"
                   MOVE WS-Id-Entrada TO empleados-id
                   READ Empleados-archivo
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF empleados-inactivo
                               MOVE empleados-nombre TO WS-Ex-Nombre
                               MOVE empleados-apellidos
                                   TO WS-Ex-Apellidos
                               MOVE "S" TO WS-Ex-Empleado-Hallado
                           END-IF
                   END-READ
               END-IF.

           Registrar-Demanda.
               DISPLAY "ID del ex-empleado demandante: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Buscar-Ex-Empleado.
               PERFORM Cargar-Demandas.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de demandas excede la "
                       "capacidad de trabajo; no se modifico nada."
               ELSE
               IF WS-Ex-Empleado-Hallado = "N"
                   OR WS-Id-Entrada = "000000"
                   DISPLAY "Ese ID no es de un ex-empleado (ni en el "
                       "historico ni dado de baja en el maestro)."
               ELSE
                   DISPLAY WS-Ex-Nombre " " WS-Ex-Apellidos
                   PERFORM Capturar-Demanda
               END-IF
               END-IF.

           Capturar-Demanda.
               MOVE SPACE TO demanda-registro.
               MOVE WS-Id-Entrada TO demanda-id.
               DISPLAY "Tribunal o centro de conciliacion: ".
               ACCEPT demanda-tribunal.
               DISPLAY "Numero de expediente: ".
               ACCEPT demanda-expediente.
               DISPLAY "Despacho o abogado externo: ".
               ACCEPT demanda-abogado.
               DISPLAY "Fecha de presentacion (AAAAMMDD): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1.
               PERFORM Validar-Fecha.
               IF WS-Fec-Valida = "S"
                   AND WS-Fecha-Entrada > WS-Fecha-Hoy
                   MOVE "N" TO WS-Fec-Valida
               END-IF.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Fecha no valida; no se registro nada."
               ELSE
               IF demanda-tribunal = SPACE
                   OR demanda-expediente = SPACE
                   DISPLAY "Tribunal y expediente son obligatorios; "
                       "no se registro nada."
               ELSE
                   MOVE WS-Fecha-Entrada
                       TO demanda-fecha-presentacion
                   PERFORM Pedir-Reclamado
                   PERFORM Pedir-Probabilidad
                   DISPLAY "Confirmar (S/N): "
                   MOVE SPACE TO WS-Confirma
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Guardar-Demanda
                   ELSE
                       DISPLAY "No se registro nada."
                   END-IF
               END-IF
               END-IF.

           Pedir-Reclamado.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Monto total reclamado: "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Monto-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada)
                           NOT < ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada)
                           < 1000000000
                       COMPUTE demanda-reclamado =
                           FUNCTION NUMVAL(WS-Monto-Entrada)
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Monto no valido."
                   END-IF
               END-PERFORM.

      * La probabilidad de condena es la del ultimo dictamen del
      * abogado; queda fechada para saber que tan vigente es.
           Pedir-Probabilidad.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Probabilidad de condena segun el abogado "
                       "(0 a 100 por ciento): "
                   MOVE SPACE TO WS-Prob-Entrada
                   ACCEPT WS-Prob-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Prob-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Prob-Entrada)
                           NOT < ZERO
                       AND FUNCTION NUMVAL(WS-Prob-Entrada)
                           NOT > 100
                       COMPUTE demanda-probabilidad =
                           FUNCTION NUMVAL(WS-Prob-Entrada)
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Probabilidad no valida."
                   END-IF
               END-PERFORM.
               MOVE WS-Fecha-Hoy TO demanda-fecha-estimacion.

           Guardar-Demanda.
               ADD 1 TO WS-Ultimo-Folio.
               MOVE WS-Ultimo-Folio TO WS-Folio-Numero.
               MOVE WS-Folio-Numero TO demanda-folio.
               MOVE "T" TO demanda-estado.
               MOVE ZERO TO demanda-pagado.
               MOVE SPACE TO demanda-fecha-cierre.
               MOVE WS-Operador-Actual TO demanda-capturo.
               MOVE WS-Fecha-Hoy TO demanda-fecha-captura.
               OPEN EXTEND Demandas-archivo.
               IF WS-Demandas-Status = "35"
                   OPEN OUTPUT Demandas-archivo
               END-IF.
               WRITE demanda-registro.
               CLOSE Demandas-archivo.
               MOVE "DEMANDA-ALTA" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Demanda registrada con folio " demanda-folio
                   ".".

           Actualizar-Estimacion.
               PERFORM Pedir-Demanda-En-Tramite.
               IF WS-Demanda-Hallada NOT = ZERO
                   PERFORM Pedir-Reclamado
                   PERFORM Pedir-Probabilidad
                   MOVE "DEMANDA-ESTIM" TO WS-Auditoria-Operacion
                   PERFORM Guardar-Cambio
                   DISPLAY "Estimacion actualizada."
               END-IF.

           Programar-Audiencia.
               PERFORM Pedir-Demanda-En-Tramite.
               IF WS-Demanda-Hallada NOT = ZERO
                   DISPLAY "Fecha de la audiencia (AAAAMMDD): "
                   MOVE SPACE TO WS-Fecha-Entrada
                   ACCEPT WS-Fecha-Entrada
                   DISPLAY "Hora (HHMM): "
                   MOVE SPACE TO WS-Hora-Entrada
                   ACCEPT WS-Hora-Entrada
                   MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1
                   PERFORM Validar-Fecha
                   IF WS-Fec-Valida NOT = "S"
                       OR WS-Fecha-Entrada < WS-Fecha-Hoy
                       DISPLAY "Fecha no valida; no se programo nada."
                   ELSE
                   IF WS-Hora-Entrada IS NOT NUMERIC
                       OR WS-Hora-Entrada(1:2) > "23"
                       OR WS-Hora-Entrada(3:2) > "59"
                       DISPLAY "Hora no valida; no se programo nada."
                   ELSE
                       MOVE SPACE TO audiencia-registro
                       MOVE demanda-folio TO audiencia-folio
                       MOVE WS-Fecha-Entrada TO audiencia-fecha
                       MOVE WS-Hora-Entrada TO audiencia-hora
                       DISPLAY "Tipo de audiencia (conciliacion, "
                           "pruebas, alegatos...): "
                       ACCEPT audiencia-tipo
                       MOVE "P" TO audiencia-estado
                       MOVE WS-Operador-Actual TO audiencia-capturo
                       OPEN EXTEND Audiencias-archivo
                       IF WS-Audiencias-Status = "35"
                           OPEN OUTPUT Audiencias-archivo
                       END-IF
                       WRITE audiencia-registro
                       CLOSE Audiencias-archivo
                       MOVE "DEMANDA-AUDIE" TO WS-Auditoria-Operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "Audiencia programada."
                   END-IF
                   END-IF
               END-IF.

      * Celebrada o diferida; la nueva fecha de una diferida se
      * programa aparte.
           Registrar-Resultado.
               PERFORM Pedir-Demanda-En-Tramite.
               IF WS-Demanda-Hallada NOT = ZERO
                   PERFORM Cargar-Audiencias
                   DISPLAY "Fecha de la audiencia (AAAAMMDD): "
                   MOVE SPACE TO WS-Fecha-Entrada
                   ACCEPT WS-Fecha-Entrada
                   MOVE ZERO TO WS-Audiencia-Hallada
                   PERFORM VARYING WS-Indice-Aud FROM 1 BY 1
                       UNTIL WS-Indice-Aud > WS-Total-Audiencias
                       OR WS-Audiencia-Hallada NOT = ZERO
                       MOVE WS-Audiencia-Item(WS-Indice-Aud)
                           TO audiencia-registro
                       IF audiencia-folio = demanda-folio
                           AND audiencia-fecha = WS-Fecha-Entrada
                           AND audiencia-programada
                           MOVE WS-Indice-Aud TO WS-Audiencia-Hallada
                       END-IF
                   END-PERFORM
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "El archivo de audiencias excede la "
                           "capacidad de trabajo; no se modifico nada."
                   ELSE
                   IF WS-Audiencia-Hallada = ZERO
                       DISPLAY "No hay audiencia programada en esa "
                           "fecha para el caso."
                   ELSE
                       PERFORM Capturar-Resultado
                   END-IF
                   END-IF
               END-IF.

           Capturar-Resultado.
               DISPLAY "C = celebrada, D = diferida: ".
               MOVE SPACE TO WS-Tipo-Entrada.
               ACCEPT WS-Tipo-Entrada.
               IF WS-Tipo-Entrada = "c" OR WS-Tipo-Entrada = "d"
                   MOVE FUNCTION UPPER-CASE(WS-Tipo-Entrada)
                       TO WS-Tipo-Entrada
               END-IF.
               IF WS-Tipo-Entrada NOT = "C"
                   AND WS-Tipo-Entrada NOT = "D"
                   DISPLAY "Opcion no valida; no se registro nada."
               ELSE
                   MOVE WS-Tipo-Entrada TO audiencia-estado
                   DISPLAY "Resultado o motivo del diferimiento: "
                   ACCEPT audiencia-resultado
                   MOVE WS-Operador-Actual TO audiencia-capturo
                   MOVE audiencia-registro
                       TO WS-Audiencia-Item(WS-Audiencia-Hallada)
                   PERFORM Reescribir-Audiencias
                   MOVE "DEMANDA-RESUL" TO WS-Auditoria-Operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Resultado registrado."
                   IF audiencia-diferida
                       DISPLAY "Programe la nueva fecha con la "
                           "opcion 4."
                   END-IF
               END-IF.

           Cerrar-Sin-Pago.
               PERFORM Pedir-Demanda-En-Tramite.
               IF WS-Demanda-Hallada NOT = ZERO
                   DISPLAY "A = laudo absolutorio, D = desistimiento: "
                   MOVE SPACE TO WS-Tipo-Entrada
                   ACCEPT WS-Tipo-Entrada
                   IF WS-Tipo-Entrada = "a" OR WS-Tipo-Entrada = "d"
                       MOVE FUNCTION UPPER-CASE(WS-Tipo-Entrada)
                           TO WS-Tipo-Entrada
                   END-IF
                   IF WS-Tipo-Entrada NOT = "A"
                       AND WS-Tipo-Entrada NOT = "D"
                       DISPLAY "Opcion no valida; no se cerro nada."
                   ELSE
                       DISPLAY "Confirmar cierre (S/N): "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           MOVE WS-Tipo-Entrada TO demanda-estado
                           MOVE WS-Fecha-Hoy TO demanda-fecha-cierre
                           MOVE "DEMANDA-CIERR"
                               TO WS-Auditoria-Operacion
                           PERFORM Guardar-Cambio
                           DISPLAY "Demanda cerrada sin pago."
                       ELSE
                           DISPLAY "No se cerro nada."
                       END-IF
                   END-IF
               END-IF.

      * El convenio o laudo se paga como un finiquito: el renglon en
      * finiquitos-pagos.dat para la dispersion y las interfaces, y
      * el recibo del anio para el timbrado y la constancia. El ISR
      * lo determina el asesor fiscal sobre la parte gravada; aqui
      * se captura ya calculado.
           Pagar-Demanda.
               PERFORM Pedir-Demanda-En-Tramite.
               IF WS-Demanda-Hallada NOT = ZERO
                   DISPLAY "C = convenio, L = laudo condenatorio: "
                   MOVE SPACE TO WS-Tipo-Entrada
                   ACCEPT WS-Tipo-Entrada
                   IF WS-Tipo-Entrada = "c" OR WS-Tipo-Entrada = "l"
                       MOVE FUNCTION UPPER-CASE(WS-Tipo-Entrada)
                           TO WS-Tipo-Entrada
                   END-IF
                   IF WS-Tipo-Entrada NOT = "C"
                       AND WS-Tipo-Entrada NOT = "L"
                       DISPLAY "Opcion no valida; no se pago nada."
                   ELSE
                       PERFORM Capturar-Pago
                   END-IF
               END-IF.

           Capturar-Pago.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Monto bruto a pagar: "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Monto-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada) > ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada)
                           NOT > WS-Limite-Pago
                       COMPUTE WS-Monto-Pago =
                           FUNCTION NUMVAL(WS-Monto-Entrada)
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Monto no valido."
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "ISR retenido (ENTER = 0): "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   IF WS-Monto-Entrada = SPACE
                       MOVE ZERO TO WS-Monto-Isr
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                   IF FUNCTION TEST-NUMVAL(WS-Monto-Entrada) = ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada)
                           NOT < ZERO
                       AND FUNCTION NUMVAL(WS-Monto-Entrada)
                           < WS-Monto-Pago
                       COMPUTE WS-Monto-Isr =
                           FUNCTION NUMVAL(WS-Monto-Entrada)
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "ISR no valido: debe ser menor que el "
                           "pago."
                   END-IF
                   END-IF
               END-PERFORM.
               COMPUTE WS-Monto-Neto = WS-Monto-Pago - WS-Monto-Isr.
               DISPLAY "Fecha de pago (AAAAMMDD, ENTER = hoy): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               IF WS-Fecha-Entrada = SPACE
                   MOVE WS-Fecha-Hoy TO WS-Fecha-Entrada
               END-IF.
               MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1.
               PERFORM Validar-Fecha.
               IF WS-Fec-Valida NOT = "S"
                   OR WS-Fecha-Entrada < demanda-fecha-presentacion
                   DISPLAY "Fecha no valida; no se pago nada."
               ELSE
                   MOVE WS-Monto-Pago TO WS-Monto-Edit
                   DISPLAY "Bruto " WS-Monto-Edit
                   MOVE WS-Monto-Neto TO WS-Monto-Edit
                   DISPLAY "Neto  " WS-Monto-Edit
                   DISPLAY "Confirmar pago (S/N): "
                   MOVE SPACE TO WS-Confirma
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Escribir-Pago
                       MOVE WS-Tipo-Entrada TO demanda-estado
                       MOVE WS-Monto-Pago TO demanda-pagado
                       MOVE WS-Fecha-Entrada TO demanda-fecha-cierre
                       MOVE "DEMANDA-PAGO" TO WS-Auditoria-Operacion
                       PERFORM Guardar-Cambio
                       DISPLAY "Pago registrado en "
                           "finiquitos-pagos.dat y en los recibos "
                           "del anio (periodo "
                           WS-Periodo-Pago ")."
                   ELSE
                       DISPLAY "No se pago nada."
                   END-IF
               END-IF.

           Escribir-Pago.
               MOVE demanda-id TO WS-Id-Entrada.
               PERFORM Buscar-Ex-Empleado.
               MOVE demanda-id TO pago-id.
               MOVE WS-Fecha-Entrada TO pago-fecha.
               MOVE WS-Ex-Nombre TO pago-nombre.
               MOVE WS-Ex-Apellidos TO pago-apellidos.
               MOVE WS-Monto-Pago TO pago-bruto.
               MOVE WS-Monto-Isr TO pago-deducciones.
               MOVE WS-Monto-Neto TO pago-neto.
               OPEN EXTEND Pagos-archivo.
               IF WS-Pagos-Status = "35"
                   OPEN OUTPUT Pagos-archivo
               END-IF.
               WRITE pago-registro.
               CLOSE Pagos-archivo.
               MOVE pago-registro TO recibo-anual-registro.
               MOVE SPACE TO WS-Periodo-Pago.
               STRING WS-Fecha-Entrada(1:6) "J"
                   DELIMITED BY SIZE INTO WS-Periodo-Pago.
               MOVE WS-Periodo-Pago TO recibo-anual-periodo.
               OPEN EXTEND Recibos-anual-archivo.
               IF WS-Recibos-Anual-Status = "35"
                   OPEN OUTPUT Recibos-anual-archivo
               END-IF.
               WRITE recibo-anual-registro.
               CLOSE Recibos-anual-archivo.
               PERFORM Escribir-Detalle-Pago.
               PERFORM Registrar-Periodo-Pago.

      * El desglose del pago para el CFDI y la constancia: la
      * indemnizacion (tipo 025 del SAT) va toda como gravada,
      * porque el ISR lo determina el supervisor al capturarlo.
           Escribir-Detalle-Pago.
               OPEN EXTEND Detalle-anual-archivo.
               IF WS-Detalle-Anual-Status = "35"
                   OPEN OUTPUT Detalle-anual-archivo
               END-IF.
               MOVE demanda-id TO detanual-id.
               MOVE WS-Fecha-Entrada TO detanual-fecha.
               MOVE WS-Periodo-Pago TO detanual-periodo.
               MOVE "INDM" TO detanual-concepto.
               MOVE "P" TO detanual-clase.
               MOVE "025" TO detanual-sat-tipo.
               MOVE WS-Monto-Pago TO detanual-monto.
               MOVE WS-Monto-Pago TO detanual-gravado.
               MOVE ZERO TO detanual-exento.
               WRITE detanual-registro.
               IF WS-Monto-Isr > ZERO
                   MOVE "ISR " TO detanual-concepto
                   MOVE "D" TO detanual-clase
                   MOVE "002" TO detanual-sat-tipo
                   MOVE WS-Monto-Isr TO detanual-monto
                   MOVE ZERO TO detanual-gravado
                   MOVE ZERO TO detanual-exento
                   WRITE detanual-registro
               END-IF.
               CLOSE Detalle-anual-archivo.

      * El periodo AAAAMMJ abarca el mes del pago y se da de alta
      * ya dispersado la primera vez que se paga una demanda en
      * ese mes, para que Genera-cfdi lo emita como nomina
      * extraordinaria.
           Registrar-Periodo-Pago.
               MOVE "N" TO WS-Periodo-Hallado.
               MOVE "1" TO WS-Fin-Periodos.
               OPEN INPUT Periodos-archivo.
               IF WS-Periodos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Periodos
               END-IF.
               PERFORM UNTIL WS-Fin-Periodos = "0"
                   READ Periodos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Periodos
                       NOT AT END
                           IF periodo-id = WS-Periodo-Pago
                               MOVE "S" TO WS-Periodo-Hallado
                               MOVE "0" TO WS-Fin-Periodos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.
               IF WS-Periodo-Hallado = "N"
                   PERFORM Determinar-Fin-Mes
                   MOVE SPACE TO periodo-registro
                   MOVE WS-Periodo-Pago TO periodo-id
                   STRING WS-Fecha-Entrada(1:6) "01"
                       DELIMITED BY SIZE INTO periodo-fecha-inicio
                   MOVE WS-Fin-Mes TO periodo-fecha-fin
                   MOVE "D" TO periodo-estado
                   OPEN EXTEND Periodos-archivo
                   IF WS-Periodos-Status = "35"
                       OPEN OUTPUT Periodos-archivo
                   END-IF
                   WRITE periodo-registro
                   CLOSE Periodos-archivo
               END-IF.

           Determinar-Fin-Mes.
               MOVE "N" TO WS-Fec-Valida.
               PERFORM VARYING WS-Dia-Fin FROM 31 BY -1
                   UNTIL WS-Fec-Valida = "S" OR WS-Dia-Fin < 28
                   MOVE SPACE TO WS-Fin-Mes
                   STRING WS-Fecha-Entrada(1:6) WS-Dia-Fin
                       DELIMITED BY SIZE INTO WS-Fin-Mes
                   MOVE WS-Fin-Mes TO WS-Fec-Fecha-1
                   PERFORM Validar-Fecha
               END-PERFORM.

           Pedir-Demanda-En-Tramite.
               DISPLAY "Folio de la demanda: ".
               MOVE SPACE TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               IF WS-Folio-Entrada IS NUMERIC
                   CONTINUE
               ELSE
               IF FUNCTION TEST-NUMVAL(WS-Folio-Entrada) = ZERO
                   MOVE FUNCTION NUMVAL(WS-Folio-Entrada)
                       TO WS-Folio-Numero
                   MOVE WS-Folio-Numero TO WS-Folio-Entrada
               END-IF
               END-IF.
               PERFORM Cargar-Demandas.
               MOVE ZERO TO WS-Demanda-Hallada.
               PERFORM VARYING WS-Indice-Dem FROM 1 BY 1
                   UNTIL WS-Indice-Dem > WS-Total-Demandas
                   OR WS-Demanda-Hallada NOT = ZERO
                   MOVE WS-Demanda-Item(WS-Indice-Dem)
                       TO demanda-registro
                   IF demanda-folio = WS-Folio-Entrada
                       MOVE WS-Indice-Dem TO WS-Demanda-Hallada
                   END-IF
               END-PERFORM.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El archivo de demandas excede la "
                       "capacidad de trabajo; no se modifico nada."
                   MOVE ZERO TO WS-Demanda-Hallada
               ELSE
               IF WS-Demanda-Hallada = ZERO
                   DISPLAY "No existe una demanda con ese folio."
               ELSE
               IF NOT demanda-en-tramite
                   DISPLAY "La demanda ya esta cerrada."
                   MOVE ZERO TO WS-Demanda-Hallada
               ELSE
                   PERFORM Cargar-Audiencias
                   PERFORM Mostrar-Demanda
               END-IF
               END-IF
               END-IF.

           Validar-Fecha.
               MOVE "V" TO WS-Fec-Funcion.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.

           Guardar-Cambio.
               MOVE demanda-registro
                   TO WS-Demanda-Item(WS-Demanda-Hallada).
               MOVE demanda-id TO WS-Id-Entrada.
               PERFORM Reescribir-Demandas.
               PERFORM Registrar-Auditoria.

           Cargar-Demandas.
               MOVE ZERO TO WS-Total-Demandas.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Demandas-archivo.
               IF WS-Demandas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Demandas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF demanda-folio IS NUMERIC
                               MOVE demanda-folio TO WS-Folio-Numero
                               IF WS-Folio-Numero > WS-Ultimo-Folio
                                   MOVE WS-Folio-Numero
                                       TO WS-Ultimo-Folio
                               END-IF
                           END-IF
                           IF WS-Total-Demandas < 2000
                               ADD 1 TO WS-Total-Demandas
                               MOVE demanda-registro TO
                                   WS-Demanda-Item(WS-Total-Demandas)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Demandas-archivo.

           Reescribir-Demandas.
               OPEN OUTPUT Demandas-archivo.
               PERFORM VARYING WS-Indice-Dem FROM 1 BY 1
                   UNTIL WS-Indice-Dem > WS-Total-Demandas
                   MOVE WS-Demanda-Item(WS-Indice-Dem)
                       TO demanda-registro
                   WRITE demanda-registro
               END-PERFORM.
               CLOSE Demandas-archivo.

           Cargar-Audiencias.
               MOVE ZERO TO WS-Total-Audiencias.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Audiencias-archivo.
               IF WS-Audiencias-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Audiencias-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Audiencias < 5000
                               ADD 1 TO WS-Total-Audiencias
                               MOVE audiencia-registro TO
                                   WS-Audiencia-Item
                                       (WS-Total-Audiencias)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Audiencias-archivo.

           Reescribir-Audiencias.
               OPEN OUTPUT Audiencias-archivo.
               PERFORM VARYING WS-Indice-Aud FROM 1 BY 1
                   UNTIL WS-Indice-Aud > WS-Total-Audiencias
                   MOVE WS-Audiencia-Item(WS-Indice-Aud)
                       TO audiencia-registro
                   WRITE audiencia-registro
               END-PERFORM.
               CLOSE Audiencias-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               MOVE WS-Auditoria-Operacion TO auditoria-operacion.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-demandas.

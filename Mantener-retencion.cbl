      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-retencion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "retencion-fisico.cbl".
       COPY "retencion-bitacora-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "retencion-logico.cbl".
       COPY "retencion-bitacora-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Retencion-Status PIC XX.
           01 WS-Retencion-Bitacora-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".

           01 WS-Archivo-Entrada PIC X(30).
           01 WS-Tipo-Entrada PIC X.
           01 WS-Columna-Entrada PIC X(3).
           01 WS-Largo-Entrada PIC X.
           01 WS-Anios-Entrada PIC X(2).
           01 WS-Campo-Entrada PIC X(30).
           01 WS-Datos-Validos PIC X.
           01 WS-Encontrado PIC X.
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

           01 WS-Politica-Nueva.
               05 WS-Nueva-Archivo PIC X(30).
               05 WS-Nueva-Tipo PIC X.
               05 WS-Nueva-Columna PIC 999.
               05 WS-Nueva-Largo PIC 9.
               05 WS-Nueva-Anios PIC 99.
               05 WS-Nueva-Campo PIC X(30).

           01 WS-Total-Politicas PIC 99 VALUE ZERO.
           01 WS-Indice-Politica PIC 99.
           01 WS-Tabla-Politicas.
               05 WS-Politica-Item OCCURS 50 TIMES PIC X(67).

      * Politicas que propone el area legal para arrancar: cinco
      * anios lo fiscal y de seguridad social, un anio las checadas
      * y sus incidencias, dos anios la bitacora de recuperacion.
           01 WS-Politicas-Sugeridas.
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "nomina-recibos-anual.dat".
                   10 FILLER PIC X(7) VALUE "S007805".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DEL RECIBO".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "nomina-detalle-anual.dat".
                   10 FILLER PIC X(7) VALUE "S007805".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DEL RECIBO".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "nomina-costo-patronal.dat".
                   10 FILLER PIC X(7) VALUE "S014805".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DE LA NOMINA".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "empleados-historico.dat".
                   10 FILLER PIC X(7) VALUE "H000005".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DE BAJA EN AUDITORIA".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "checadas-incidencias.dat".
                   10 FILLER PIC X(7) VALUE "S007801".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DE LA CHECADA".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "horas-extra-detalle.dat".
                   10 FILLER PIC X(7) VALUE "S007801".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DE LA CHECADA".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "horas-resumen.dat".
                   10 FILLER PIC X(7) VALUE "S007602".
                   10 FILLER PIC X(30)
                       VALUE "MES DE LAS CHECADAS".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "empleados-journal.dat".
                   10 FILLER PIC X(7) VALUE "S001802".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DEL MOVIMIENTO".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "empleados-auditoria.dat".
                   10 FILLER PIC X(7) VALUE "S020805".
                   10 FILLER PIC X(30)
                       VALUE "FECHA DE LA OPERACION".
               05 FILLER.
                   10 FILLER PIC X(30)
                       VALUE "catalogo-auditoria.dat".
                   10 FILLER PIC X(7) VALUE "M000005".
                   10 FILLER PIC X(30)
                       VALUE "MES DE AUDITORIA ARCHIVADO".
           01 WS-Tabla-Sugeridas REDEFINES WS-Politicas-Sugeridas.
               05 WS-Sugerida-Item OCCURS 10 TIMES PIC X(67).

      * Catalogo de politicas de conservacion de datos por archivo
      * y consulta de la bitacora de depuraciones. Depura-retencion
      * destruye lo vencido segun estas politicas; los cambios al
      * catalogo son de supervisor y quedan en la auditoria.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Menu-Retencion
           UNTIL Salir-Menu = "S".
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

           Menu-Retencion.
               DISPLAY "===== Politicas de Conservacion de Datos =====".
               DISPLAY "1. Listar politicas".
               DISPLAY "2. Fijar politica de un archivo".
               DISPLAY "3. Eliminar politica".
               DISPLAY "4. Consultar bitacora de depuraciones".
               DISPLAY "5. Cargar politicas sugeridas".
               DISPLAY "6. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Listar-Politicas
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Las politicas de conservacion "
                               "estan restringidas a supervisores."
                       ELSE
                           PERFORM Fijar-Politica
                       END-IF
                   WHEN 3
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Las politicas de conservacion "
                               "estan restringidas a supervisores."
                       ELSE
                           PERFORM Eliminar-Politica
                       END-IF
                   WHEN 4
                       PERFORM Consultar-Bitacora
                   WHEN 5
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Las politicas de conservacion "
                               "estan restringidas a supervisores."
                       ELSE
                           PERFORM Cargar-Sugeridas
                       END-IF
                   WHEN 6
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Politicas.
               PERFORM Cargar-Politicas.
               DISPLAY "ARCHIVO                        T COL L ANIOS "
                   "CAMPO DE FECHA".
               PERFORM VARYING WS-Indice-Politica FROM 1 BY 1
                   UNTIL WS-Indice-Politica > WS-Total-Politicas
                   MOVE WS-Politica-Item(WS-Indice-Politica)
                       TO politica-registro
                   DISPLAY politica-archivo " " politica-tipo " "
                       politica-columna " " politica-largo " "
                       politica-anios "    " politica-campo
               END-PERFORM.
               IF WS-Total-Politicas = ZERO
                   DISPLAY "No hay politicas registradas; nada se "
                       "depura hasta capturarlas."
               END-IF.

      * Una politica por archivo: si el archivo ya tiene una, la
      * nueva la sustituye.
           Fijar-Politica.
               MOVE "S" TO WS-Datos-Validos.
               MOVE ZERO TO WS-Nueva-Columna WS-Nueva-Largo.
               DISPLAY "Archivo (nombre completo, p.ej. "
                   "checadas-incidencias.dat): ".
               MOVE SPACE TO WS-Archivo-Entrada.
               ACCEPT WS-Archivo-Entrada.
               DISPLAY "Tipo: S = secuencial con fecha en columna, "
                   "H = historico de empleados, M = meses de "
                   "auditoria: ".
               MOVE SPACE TO WS-Tipo-Entrada.
               ACCEPT WS-Tipo-Entrada.
               MOVE FUNCTION UPPER-CASE(WS-Tipo-Entrada)
                   TO WS-Tipo-Entrada.
               EVALUATE TRUE
                   WHEN WS-Archivo-Entrada = SPACE
                       MOVE "N" TO WS-Datos-Validos
                   WHEN WS-Archivo-Entrada = "empleados.dat"
                       OR WS-Archivo-Entrada
                           = "retencion-politicas.dat"
                       OR WS-Archivo-Entrada
                           = "retencion-bitacora.dat"
                       DISPLAY "Ese archivo no se depura por "
                           "vencimiento."
                       MOVE "N" TO WS-Datos-Validos
                   WHEN WS-Tipo-Entrada = "S"
                       PERFORM Capturar-Columna-Fecha
                   WHEN WS-Tipo-Entrada = "H"
                       IF WS-Archivo-Entrada
                           NOT = "empleados-historico.dat"
                           MOVE "N" TO WS-Datos-Validos
                       END-IF
                   WHEN WS-Tipo-Entrada = "M"
                       IF WS-Archivo-Entrada
                           NOT = "catalogo-auditoria.dat"
                           MOVE "N" TO WS-Datos-Validos
                       END-IF
                   WHEN OTHER
                       MOVE "N" TO WS-Datos-Validos
               END-EVALUATE.
               IF WS-Datos-Validos = "S"
                   DISPLAY "Anios de conservacion (1-99): "
                   MOVE SPACE TO WS-Anios-Entrada
                   ACCEPT WS-Anios-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Anios-Entrada) NOT = 0
                       MOVE "N" TO WS-Datos-Validos
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Anios-Entrada)
                           TO WS-Nueva-Anios
                       IF WS-Nueva-Anios = ZERO
                           MOVE "N" TO WS-Datos-Validos
                       END-IF
                   END-IF
               END-IF.
               IF WS-Datos-Validos = "N"
                   DISPLAY "Politica no valida; no se registro."
               ELSE
                   DISPLAY "Descripcion del campo de fecha: "
                   MOVE SPACE TO WS-Campo-Entrada
                   ACCEPT WS-Campo-Entrada
                   MOVE WS-Archivo-Entrada TO WS-Nueva-Archivo
                   MOVE WS-Tipo-Entrada TO WS-Nueva-Tipo
                   MOVE WS-Campo-Entrada TO WS-Nueva-Campo
                   PERFORM Registrar-Politica
               END-IF.

      * La fecha tiene que caber en el renglon mas largo que se
      * depura (250 posiciones).
           Capturar-Columna-Fecha.
               DISPLAY "Columna donde empieza la fecha: ".
               MOVE SPACE TO WS-Columna-Entrada.
               ACCEPT WS-Columna-Entrada.
               DISPLAY "Largo de la fecha (8 = AAAAMMDD, 6 = AAAAMM): ".
               MOVE SPACE TO WS-Largo-Entrada.
               ACCEPT WS-Largo-Entrada.
               IF FUNCTION TEST-NUMVAL(WS-Columna-Entrada) NOT = 0
                   OR (WS-Largo-Entrada NOT = "8"
                       AND WS-Largo-Entrada NOT = "6")
                   MOVE "N" TO WS-Datos-Validos
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Columna-Entrada)
                       TO WS-Nueva-Columna
                   MOVE WS-Largo-Entrada TO WS-Nueva-Largo
                   IF WS-Nueva-Columna = ZERO
                       OR WS-Nueva-Columna + WS-Nueva-Largo > 251
                       MOVE "N" TO WS-Datos-Validos
                   END-IF
               END-IF.

           Registrar-Politica.
               PERFORM Cargar-Politicas.
               MOVE "N" TO WS-Encontrado.
               PERFORM VARYING WS-Indice-Politica FROM 1 BY 1
                   UNTIL WS-Indice-Politica > WS-Total-Politicas
                   MOVE WS-Politica-Item(WS-Indice-Politica)
                       TO politica-registro
                   IF politica-archivo = WS-Nueva-Archivo
                       MOVE "S" TO WS-Encontrado
                       MOVE WS-Politica-Nueva
                           TO WS-Politica-Item(WS-Indice-Politica)
                   END-IF
               END-PERFORM.
               IF WS-Encontrado = "N" AND WS-Total-Politicas = 50
                   DISPLAY "El catalogo de politicas esta lleno."
               ELSE
                   IF WS-Encontrado = "N"
                       ADD 1 TO WS-Total-Politicas
                       MOVE WS-Politica-Nueva
                           TO WS-Politica-Item(WS-Total-Politicas)
                   END-IF
                   PERFORM Guardar-Politicas
                   MOVE "ALTA-RETENCIO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Politica registrada."
               END-IF.

           Eliminar-Politica.
               DISPLAY "Archivo cuya politica se elimina: ".
               MOVE SPACE TO WS-Archivo-Entrada.
               ACCEPT WS-Archivo-Entrada.
               PERFORM Cargar-Politicas.
               MOVE "N" TO WS-Encontrado.
               PERFORM VARYING WS-Indice-Politica FROM 1 BY 1
                   UNTIL WS-Indice-Politica > WS-Total-Politicas
                   MOVE WS-Politica-Item(WS-Indice-Politica)
                       TO politica-registro
                   IF politica-archivo = WS-Archivo-Entrada
                       AND WS-Archivo-Entrada NOT = SPACE
                       MOVE "S" TO WS-Encontrado
                       MOVE SPACE
                           TO WS-Politica-Item(WS-Indice-Politica)
                   END-IF
               END-PERFORM.
               IF WS-Encontrado = "N"
                   DISPLAY "No hay politica para ese archivo."
               ELSE
                   PERFORM Guardar-Politicas
                   MOVE "BAJA-RETENCIO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Politica eliminada; el archivo ya no se "
                       "depura."
               END-IF.

           Cargar-Sugeridas.
               PERFORM Cargar-Politicas.
               IF WS-Total-Politicas > ZERO
                   DISPLAY "El catalogo ya tiene politicas; las "
                       "sugeridas solo se cargan con el catalogo "
                       "vacio."
               ELSE
                   PERFORM VARYING WS-Indice-Politica FROM 1 BY 1
                       UNTIL WS-Indice-Politica > 10
                       MOVE WS-Sugerida-Item(WS-Indice-Politica)
                           TO WS-Politica-Item(WS-Indice-Politica)
                   END-PERFORM
                   MOVE 10 TO WS-Total-Politicas
                   PERFORM Guardar-Politicas
                   MOVE "ALTA-RETENCIO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Politicas sugeridas cargadas; revise los "
                       "anios con el area legal."
               END-IF.

           Cargar-Politicas.
               MOVE ZERO TO WS-Total-Politicas.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Retencion-archivo.
               IF WS-Retencion-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Retencion-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Politicas < 50
                               ADD 1 TO WS-Total-Politicas
                               MOVE politica-registro TO
                                   WS-Politica-Item(WS-Total-Politicas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Retencion-archivo.

           Guardar-Politicas.
               OPEN OUTPUT Retencion-archivo.
               PERFORM VARYING WS-Indice-Politica FROM 1 BY 1
                   UNTIL WS-Indice-Politica > WS-Total-Politicas
                   IF WS-Politica-Item(WS-Indice-Politica)
                       NOT = SPACE
                       MOVE WS-Politica-Item(WS-Indice-Politica)
                           TO politica-registro
                       WRITE politica-registro
                   END-IF
               END-PERFORM.
               CLOSE Retencion-archivo.

           Consultar-Bitacora.
               MOVE ZERO TO WS-Total-Listados.
               DISPLAY "FECHA    OPERADOR ARCHIVO"
                   "                        "
                   "CORTE    LEIDOS  DEPURADOS CONSERV.".
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Retencion-bitacora-archivo.
               IF WS-Retencion-Bitacora-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Retencion-bitacora-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           ADD 1 TO WS-Total-Listados
                           DISPLAY bitacora-fecha " "
                               bitacora-operador " "
                               bitacora-archivo " "
                               bitacora-corte " "
                               bitacora-leidos " "
                               bitacora-depurados "   "
                               bitacora-conservados
                   END-READ
               END-PERFORM.
               CLOSE Retencion-bitacora-archivo.
               DISPLAY WS-Total-Listados " depuracion(es) en la "
                   "bitacora.".

           Registrar-Auditoria.
               MOVE SPACE TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-retencion.

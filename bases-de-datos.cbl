       COPY "journal-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "eventos-fisico.cbl".
       COPY "candidatos-fisico.cbl".


       DATA DIVISION.
       COPY "journal-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "eventos-logico.cbl".
       COPY "candidatos-logico.cbl".


       WORKING-STORAGE SECTION.
       01  WS-Bajas-Sesion PIC 9(6) VALUE ZERO.
       01  WS-Fin-Conteo PIC X.

      * Alta de un candidato contratado desde reclutamiento.
       01  WS-Candidatos-Status PIC XX.
       01  WS-Fin-Candidatos PIC X.
       01  WS-Folio-Candidato PIC X(6).
       01  WS-Candidato-Hallado PIC X VALUE "N".
       01  WS-Candidato-Convertir PIC X VALUE "N".
       01  WS-Tabla-Llena PIC X VALUE "N".
       01  WS-Total-Candidatos PIC 9(4) VALUE ZERO.
       01  WS-Indice-Cand PIC 9(4).
       01  WS-Tabla-Candidatos.
           05  WS-Candidato-Item OCCURS 2000 TIMES PIC X(222).
       01  WS-Rfc-Propuesto PIC X(13) VALUE SPACE.
       01  WS-Curp-Propuesta PIC X(18) VALUE SPACE.
       01  WS-Plaza-Excluir PIC X(6) VALUE SPACE.
       01  WS-Plaza-Ok PIC X.
       01  WS-Fecha-Hoy-Num PIC 9(8).
       01  WS-Nacimiento-Num PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.

       Agregar-registros.
       MOVE "N" TO Entry-Ok.
       PERFORM Solicitar-Candidato.
       PERFORM Obtener-Campos
       UNTIL Entry-Ok = "S".
       PERFORM Escribir-Registro.
       CALL "Capturar-Contactos" USING empleados-id.
       CALL "Capturar-fiscal" USING empleados-id
           empleados-fecha-nacimiento empleados-genero
           WS-Rfc-Propuesto WS-Curp-Propuesta.
       CALL "Capturar-documentos" USING empleados-id.
       CALL "Registrar-prueba" USING empleados-id empleados-puesto
           empleados-fecha-alta empleados-tipo.
       CALL "Buscar-reingreso" USING empleados-id
           empleados-nombre empleados-apellidos
           empleados-fecha-nacimiento.
       IF WS-Candidato-Convertir = "S"
           PERFORM Cerrar-Candidato
       END-IF.
       PERFORM Reiniciar.

      * Si el alta viene de reclutamiento, el candidato en oferta
      * trae sus datos, su plaza y el sueldo ofrecido; la plaza se
      * revisa contra la plantilla autorizada antes de capturar.
       Solicitar-Candidato.
       MOVE "N" TO WS-Candidato-Convertir.
       MOVE SPACE TO WS-Rfc-Propuesto WS-Curp-Propuesta.
       DISPLAY "Folio del candidato contratado (ENTER si no viene "
           "de reclutamiento): ".
       MOVE SPACE TO WS-Folio-Candidato.
       ACCEPT WS-Folio-Candidato.
       IF WS-Folio-Candidato NOT = SPACE
           PERFORM Buscar-Candidato
           IF WS-Tabla-Llena = "S"
               DISPLAY "candidatos.dat excede la capacidad de "
                   "trabajo; el alta sigue sin candidato."
           ELSE
           IF WS-Candidato-Hallado = "N"
               DISPLAY "No existe ese folio; el alta sigue sin "
                   "candidato."
           ELSE
           IF NOT candidato-oferta
               DISPLAY "El folio no esta en oferta; el alta sigue "
                   "sin candidato."
           ELSE
               CALL "Verificar-plaza" USING candidato-departamento
                   candidato-puesto WS-Plaza-Excluir WS-Plaza-Ok
               IF WS-Plaza-Ok = "N"
                   DISPLAY "La plaza " candidato-departamento " / "
                       candidato-puesto " ya no tiene vacante; el "
                       "alta sigue sin candidato."
               ELSE
                   MOVE "S" TO WS-Candidato-Convertir
                   MOVE candidato-rfc TO WS-Rfc-Propuesto
                   MOVE candidato-curp TO WS-Curp-Propuesta
                   DISPLAY "Se precargan los datos de la solicitud "
                       "de " candidato-nombre "."
               END-IF
           END-IF
           END-IF
           END-IF
       END-IF.

       Buscar-Candidato.
       MOVE ZERO TO WS-Total-Candidatos.
       MOVE "N" TO WS-Tabla-Llena.
       MOVE "1" TO WS-Fin-Candidatos.
       OPEN INPUT Candidatos-archivo.
       IF WS-Candidatos-Status NOT = "00"
           MOVE "0" TO WS-Fin-Candidatos
       END-IF.
       PERFORM UNTIL WS-Fin-Candidatos = "0"
           READ Candidatos-archivo
               AT END
                   MOVE "0" TO WS-Fin-Candidatos
               NOT AT END
                   IF WS-Total-Candidatos < 2000
                       ADD 1 TO WS-Total-Candidatos
                       MOVE candidato-registro
                           TO WS-Candidato-Item(WS-Total-Candidatos)
                   ELSE
                       MOVE "S" TO WS-Tabla-Llena
                       MOVE "0" TO WS-Fin-Candidatos
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE Candidatos-archivo.
       MOVE "N" TO WS-Candidato-Hallado.
       PERFORM VARYING WS-Indice-Cand FROM 1 BY 1
           UNTIL WS-Indice-Cand > WS-Total-Candidatos
           OR WS-Candidato-Hallado = "S"
           MOVE WS-Candidato-Item(WS-Indice-Cand)
               TO candidato-registro
           IF candidato-folio = WS-Folio-Candidato
               MOVE "S" TO WS-Candidato-Hallado
               SUBTRACT 1 FROM WS-Indice-Cand
           END-IF
       END-PERFORM.

       Precargar-Candidato.
       MOVE WS-Candidato-Item(WS-Indice-Cand) TO candidato-registro.
       MOVE candidato-nombre TO empleados-nombre.
       MOVE candidato-apellidos TO empleados-apellidos.
       MOVE candidato-fecha-nacimiento TO empleados-fecha-nacimiento.
       MOVE candidato-genero TO empleados-genero.
       MOVE candidato-telefono TO empleados-telefono.
       MOVE candidato-calle TO empleados-calle.
       MOVE candidato-numero TO empleados-numero.
       MOVE candidato-ciudad TO empleados-ciudad.
       MOVE candidato-codigo-postal TO empleados-codigo-postal.
       IF candidato-fecha-nacimiento NUMERIC
           ACCEPT WS-Fecha-Hoy-Num FROM DATE YYYYMMDD
           MOVE candidato-fecha-nacimiento TO WS-Nacimiento-Num
           COMPUTE empleados-edad =
               (WS-Fecha-Hoy-Num - WS-Nacimiento-Num) / 10000
       END-IF.

      * El folio se vuelve a leer antes de cerrarlo por si otra
      * terminal movio el archivo de candidatos entretanto.
       Cerrar-Candidato.
       PERFORM Buscar-Candidato.
       IF WS-Tabla-Llena = "S"
           DISPLAY "candidatos.dat excede la capacidad de trabajo; "
               "el candidato " WS-Folio-Candidato " no se cerro."
       ELSE
       IF WS-Candidato-Hallado = "S"
           MOVE "C" TO candidato-etapa
           ACCEPT candidato-fecha-etapa FROM DATE YYYYMMDD
           MOVE empleados-id TO candidato-empleado-id
           MOVE candidato-registro
               TO WS-Candidato-Item(WS-Indice-Cand)
           OPEN OUTPUT Candidatos-archivo
           PERFORM VARYING WS-Indice-Cand FROM 1 BY 1
               UNTIL WS-Indice-Cand > WS-Total-Candidatos
               MOVE WS-Candidato-Item(WS-Indice-Cand)
                   TO candidato-registro
               WRITE candidato-registro
           END-PERFORM
           CLOSE Candidatos-archivo
           DISPLAY "Candidato " WS-Folio-Candidato
               " contratado con el ID " empleados-id "."
       END-IF
       END-IF.

       Obtener-Campos.
       MOVE SPACE TO empleados-registro.
       IF WS-Candidato-Convertir = "S"
           PERFORM Precargar-Candidato
       END-IF.
       PERFORM Generar-Siguiente-Id.
       CALL "Capturar-Empleado" USING empleados-nombre
           empleados-apellidos empleados-edad empleados-telefono
       MOVE "P" TO empleados-tipo.
       MOVE SPACE TO empleados-fecha-fin-contrato.
       ACCEPT empleados-fecha-alta FROM DATE YYYYMMDD.
       IF WS-Candidato-Convertir = "S"
           MOVE WS-Candidato-Item(WS-Indice-Cand)
               TO candidato-registro
           MOVE candidato-departamento TO empleados-departamento
           MOVE candidato-puesto TO empleados-puesto
           MOVE candidato-salario-oferta TO empleados-salario
       END-IF.

       Verificar-Id-Duplicado.
       MOVE "N" TO Id-Duplicado.

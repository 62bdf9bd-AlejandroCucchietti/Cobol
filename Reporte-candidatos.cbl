      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-candidatos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "plazas-fisico.cbl".
       COPY "candidatos-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "candidatos-pipeline.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "plazas-logico.cbl".
       COPY "candidatos-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(90).


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Plazas-Status PIC XX.
           01 WS-Candidatos-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fin-Plazas PIC X.
           01 WS-Fin-Candidatos PIC X.
           01 WS-Total-Renglones PIC 9(4) VALUE ZERO.
           01 WS-Total-Abiertas PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Plaza PIC 9(4) VALUE ZERO.
           01 WS-Indice-Pla PIC 9(4).
           01 WS-Plaza-Hallada PIC X.
           01 WS-Tabla-Plazas.
               05 WS-Plaza-Item OCCURS 200 TIMES.
                   10 WS-Pla-Depto PIC X(20).
                   10 WS-Pla-Puesto PIC X(20).
                   10 WS-Pla-Autorizadas PIC 9(4).
                   10 WS-Pla-Ocupadas PIC 9(4).
                   10 WS-Pla-Etapa PIC 9(4) OCCURS 5 TIMES.

      * Etapas en el orden del reporte: solicitud, entrevista,
      * oferta, contratado y rechazado.
           01 WS-Etapas-Valores PIC X(5) VALUE "SEOCR".
           01 WS-Etapas-Tabla REDEFINES WS-Etapas-Valores.
               05 WS-Eta-Clave PIC X OCCURS 5 TIMES.
           01 WS-Indice-Eta PIC 9.

           01 WS-Vacantes PIC S9(4).
           01 WS-En-Proceso PIC 9(4).

           01 WS-Linea-Plaza.
               05 FILLER PIC X(7) VALUE "PLAZA: ".
               05 WS-LP-Depto PIC X(20).
               05 FILLER PIC X(3) VALUE " / ".
               05 WS-LP-Puesto PIC X(20).
               05 FILLER PIC X(10) VALUE "  VACANTES".
               05 WS-LP-Vacantes PIC -ZZZ9.

           01 WS-Linea-Etapas.
               05 FILLER PIC X(13) VALUE "   SOLICITUD ".
               05 WS-LE-Solicitud PIC ZZZ9.
               05 FILLER PIC X(12) VALUE " ENTREVISTA ".
               05 WS-LE-Entrevista PIC ZZZ9.
               05 FILLER PIC X(8) VALUE " OFERTA ".
               05 WS-LE-Oferta PIC ZZZ9.
               05 FILLER PIC X(13) VALUE " CONTRATADOS ".
               05 WS-LE-Contratado PIC ZZZ9.
               05 FILLER PIC X(12) VALUE " RECHAZADOS ".
               05 WS-LE-Rechazado PIC ZZZ9.

           01 WS-Linea-Candidato.
               05 FILLER PIC X(5) VALUE SPACE.
               05 WS-LC-Folio PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Etapa PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Nombre PIC X(25).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Apellidos PIC X(35).

      * Embudo de reclutamiento por plaza abierta: vacantes de la
      * plantilla autorizada contra ocupada, candidatos por etapa y
      * el detalle de los que siguen en proceso. Se reporta la plaza
      * que tiene vacantes o candidatos en proceso.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Cargar-Plazas.
           IF WS-Total-Renglones = ZERO
               DISPLAY "No hay plazas autorizadas en plazas.dat; "
                   "nada que reportar."
           ELSE
               PERFORM Contar-Ocupacion
               PERFORM Contar-Candidatos
               PERFORM Escribir-Reporte
               DISPLAY "Embudo de reclutamiento en "
                   "candidatos-pipeline.txt"
               DISPLAY "Plazas abiertas reportadas: "
                   WS-Total-Abiertas
               IF WS-Total-Sin-Plaza > ZERO
                   DISPLAY "Candidatos de plazas fuera del "
                       "catalogo: " WS-Total-Sin-Plaza
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Cargar-Plazas.
               MOVE ZERO TO WS-Total-Renglones.
               MOVE "1" TO WS-Fin-Plazas.
               OPEN INPUT Plazas-archivo.
               IF WS-Plazas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Plazas
               END-IF.
               PERFORM UNTIL WS-Fin-Plazas = "0"
                   READ Plazas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Plazas
                       NOT AT END
                           IF WS-Total-Renglones < 200
                               ADD 1 TO WS-Total-Renglones
                               INITIALIZE
                                   WS-Plaza-Item(WS-Total-Renglones)
                               MOVE plaza-departamento TO
                                   WS-Pla-Depto(WS-Total-Renglones)
                               MOVE plaza-puesto TO
                                   WS-Pla-Puesto(WS-Total-Renglones)
                               MOVE plaza-autorizadas TO
                                   WS-Pla-Autorizadas
                                       (WS-Total-Renglones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Plazas-archivo.

           Contar-Ocupacion.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE "1" TO Fin-del-Archivo.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO Fin-del-Archivo
               END-START.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF empleados-id NOT = "000000"
                               AND empleados-activo
                               PERFORM Sumar-Ocupacion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.

           Sumar-Ocupacion.
               PERFORM VARYING WS-Indice-Pla FROM 1 BY 1
                   UNTIL WS-Indice-Pla > WS-Total-Renglones
                   IF WS-Pla-Depto(WS-Indice-Pla)
                       = empleados-departamento
                       AND WS-Pla-Puesto(WS-Indice-Pla)
                           = empleados-puesto
                       ADD 1 TO WS-Pla-Ocupadas(WS-Indice-Pla)
                   END-IF
               END-PERFORM.

           Contar-Candidatos.
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
                           PERFORM Sumar-Candidato
                   END-READ
               END-PERFORM.
               CLOSE Candidatos-archivo.

           Sumar-Candidato.
               PERFORM Buscar-Plaza-Candidato.
               IF WS-Plaza-Hallada = "N"
                   ADD 1 TO WS-Total-Sin-Plaza
               ELSE
                   PERFORM VARYING WS-Indice-Eta FROM 1 BY 1
                       UNTIL WS-Indice-Eta > 5
                       IF WS-Eta-Clave(WS-Indice-Eta)
                           = candidato-etapa
                           ADD 1 TO WS-Pla-Etapa
                               (WS-Indice-Pla, WS-Indice-Eta)
                       END-IF
                   END-PERFORM
               END-IF.

           Buscar-Plaza-Candidato.
               MOVE "N" TO WS-Plaza-Hallada.
               PERFORM VARYING WS-Indice-Pla FROM 1 BY 1
                   UNTIL WS-Indice-Pla > WS-Total-Renglones
                   OR WS-Plaza-Hallada = "S"
                   IF WS-Pla-Depto(WS-Indice-Pla)
                       = candidato-departamento
                       AND WS-Pla-Puesto(WS-Indice-Pla)
                           = candidato-puesto
                       MOVE "S" TO WS-Plaza-Hallada
                       SUBTRACT 1 FROM WS-Indice-Pla
                   END-IF
               END-PERFORM.

           Escribir-Reporte.
               OPEN OUTPUT Reporte-archivo.
               MOVE "EMBUDO DE RECLUTAMIENTO POR PLAZA ABIERTA"
                   TO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Pla FROM 1 BY 1
                   UNTIL WS-Indice-Pla > WS-Total-Renglones
                   COMPUTE WS-Vacantes =
                       WS-Pla-Autorizadas(WS-Indice-Pla)
                       - WS-Pla-Ocupadas(WS-Indice-Pla)
                   COMPUTE WS-En-Proceso =
                       WS-Pla-Etapa(WS-Indice-Pla, 1)
                       + WS-Pla-Etapa(WS-Indice-Pla, 2)
                       + WS-Pla-Etapa(WS-Indice-Pla, 3)
                   IF WS-Vacantes > ZERO OR WS-En-Proceso > ZERO
                       PERFORM Escribir-Plaza
                   END-IF
               END-PERFORM.
               CLOSE Reporte-archivo.

           Escribir-Plaza.
               ADD 1 TO WS-Total-Abiertas.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE WS-Pla-Depto(WS-Indice-Pla) TO WS-LP-Depto.
               MOVE WS-Pla-Puesto(WS-Indice-Pla) TO WS-LP-Puesto.
               MOVE WS-Vacantes TO WS-LP-Vacantes.
               MOVE WS-Linea-Plaza TO reporte-linea.
               WRITE reporte-linea.
               MOVE WS-Pla-Etapa(WS-Indice-Pla, 1) TO WS-LE-Solicitud.
               MOVE WS-Pla-Etapa(WS-Indice-Pla, 2)
                   TO WS-LE-Entrevista.
               MOVE WS-Pla-Etapa(WS-Indice-Pla, 3) TO WS-LE-Oferta.
               MOVE WS-Pla-Etapa(WS-Indice-Pla, 4)
                   TO WS-LE-Contratado.
               MOVE WS-Pla-Etapa(WS-Indice-Pla, 5) TO WS-LE-Rechazado.
               MOVE WS-Linea-Etapas TO reporte-linea.
               WRITE reporte-linea.
               IF WS-En-Proceso > ZERO
                   PERFORM Escribir-Candidatos-Plaza
               END-IF.

      * Detalle de los candidatos que siguen en proceso, en el
      * orden del archivo.
           Escribir-Candidatos-Plaza.
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
                           IF candidato-departamento
                               = WS-Pla-Depto(WS-Indice-Pla)
                               AND candidato-puesto
                                   = WS-Pla-Puesto(WS-Indice-Pla)
                               AND candidato-en-proceso
                               MOVE candidato-folio TO WS-LC-Folio
                               MOVE candidato-etapa TO WS-LC-Etapa
                               MOVE candidato-fecha-etapa
                                   TO WS-LC-Fecha
                               MOVE candidato-nombre TO WS-LC-Nombre
                               MOVE candidato-apellidos
                                   TO WS-LC-Apellidos
                               MOVE WS-Linea-Candidato
                                   TO reporte-linea
                               WRITE reporte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Candidatos-archivo.

       END PROGRAM Reporte-candidatos.

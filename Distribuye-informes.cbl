      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Distribuye-informes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "departamentos-fisico.cbl".
       COPY "reparto-fisico.cbl".
       COPY "reparto-bitacora-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT Parte-archivo
       ASSIGN TO WS-Parte-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Parte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "departamentos-logico.cbl".
       COPY "reparto-logico.cbl".
       COPY "reparto-bitacora-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Parte-archivo.

       01  parte-linea PIC X(132).


       WORKING-STORAGE SECTION.

           01 WS-Departamentos-Status PIC XX.
           01 WS-Reparto-Status PIC XX.
           01 WS-Reparto-Filename PIC X(30).
           01 WS-Reparto-Bitacora-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Parte-Status PIC XX.
           01 WS-Parte-Filename PIC X(60).

           01 WS-Fin-Lectura PIC X.
           01 WS-Carpeta PIC X(16) VALUE "reparto-informes".
           01 WS-Depto-Archivo PIC X(20).
           01 WS-Largo-Depto PIC 99.
           01 WS-Fecha-Reparto PIC X(8).
           01 WS-Hora-Reparto PIC X(6).

      * Informes que dejan copia para reparto: nombre corto (el
      * que lleva cada parte) y archivo de la copia.
           01 WS-Informes-Reparto.
               05 FILLER PIC X(40) VALUE
                   "matriz    matriz-reparto.dat".
               05 FILLER PIC X(40) VALUE
                   "vacacionesvacaciones-reparto.dat".
               05 FILLER PIC X(40) VALUE
                   "revisionesrevisiones-reparto.dat".
               05 FILLER PIC X(40) VALUE
                   "ausencias ausencias-reparto.dat".
           01 WS-Tabla-Informes-Reparto
               REDEFINES WS-Informes-Reparto.
               05 WS-Informe-Item OCCURS 4 TIMES.
                   10 WS-Inf-Nombre PIC X(10).
                   10 WS-Inf-Archivo PIC X(30).
           01 WS-Indice-Informe PIC 9.

           01 WS-Total-Catalogo PIC 9(3) VALUE ZERO.
           01 WS-Indice-Cat PIC 9(3).
           01 WS-Catalogo-Omitidos PIC 9(4) VALUE ZERO.
           01 WS-Tabla-Catalogo.
               05 WS-Catalogo-Item OCCURS 200 TIMES.
                   10 WS-Cat-Nombre PIC X(20).
                   10 WS-Cat-Responsable PIC X(30).
                   10 WS-Cat-Correo PIC X(40).
           01 WS-Cat-Hallado PIC X.
           01 WS-Con-Destinatario PIC X.

      * Departamentos que aparecen en la copia del informe en turno,
      * con los renglones de detalle de cada uno.
           01 WS-Total-Partes PIC 9(3).
           01 WS-Indice-Parte PIC 9(3).
           01 WS-Partes-Omitidas PIC 9(4).
           01 WS-Parte-Hallada PIC X.
           01 WS-Tabla-Partes.
               05 WS-Parte-Item OCCURS 200 TIMES.
                   10 WS-Parte-Depto PIC X(20).
                   10 WS-Parte-Renglones PIC 9(5).

           01 WS-Total-Enviadas PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Destino PIC 9(4) VALUE ZERO.
           01 WS-Total-Informes PIC 9 VALUE ZERO.

      * Reparte por departamento las copias que dejaron los informes
      * desde la ultima corrida. Cada parte lleva el encabezado del
      * informe y solo los renglones de su departamento, y se envia
      * al responsable que tenga en el catalogo de departamentos.
      * La copia se borra al repartirla para no enviarla dos veces.
       PROCEDURE DIVISION.
       Empieza-Programa.
           DISPLAY "===== Reparto de informes por departamento =====".
           ACCEPT WS-Fecha-Reparto FROM DATE YYYYMMDD.
           ACCEPT WS-Hora-Reparto FROM TIME.
           CALL "CBL_CREATE_DIR" USING WS-Carpeta.
           MOVE ZERO TO RETURN-CODE.
           PERFORM Cargar-Catalogo.
           PERFORM VARYING WS-Indice-Informe FROM 1 BY 1
               UNTIL WS-Indice-Informe > 4
               PERFORM Repartir-Informe
           END-PERFORM.
           DISPLAY "Informes repartidos: " WS-Total-Informes.
           DISPLAY "Partes enviadas: " WS-Total-Enviadas.
           DISPLAY "Departamentos sin destinatario: "
               WS-Total-Sin-Destino.
           DISPLAY "Bitacora de reparto en reparto-bitacora.dat".
           MOVE ZERO TO RETURN-CODE.
           IF WS-Total-Sin-Destino > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           Program-Done.
            GOBACK.

           Cargar-Catalogo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Departamentos-archivo.
               IF WS-Departamentos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Departamentos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Catalogo < 200
                               ADD 1 TO WS-Total-Catalogo
                               MOVE departamento-nombre TO
                                   WS-Cat-Nombre(WS-Total-Catalogo)
                               MOVE departamento-responsable TO
                                   WS-Cat-Responsable
                                       (WS-Total-Catalogo)
                               MOVE departamento-correo TO
                                   WS-Cat-Correo(WS-Total-Catalogo)
                           ELSE
                               ADD 1 TO WS-Catalogo-Omitidos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Departamentos-archivo.
               IF WS-Catalogo-Omitidos > ZERO
                   DISPLAY "Aviso: " WS-Catalogo-Omitidos
                       " departamento(s) del catalogo no caben en "
                       "la tabla; sus partes saldran sin "
                       "destinatario."
               END-IF.

      * Un informe que no dejo copia desde el ultimo reparto no
      * tiene nada que repartir.
           Repartir-Informe.
               MOVE WS-Inf-Archivo(WS-Indice-Informe)
                   TO WS-Reparto-Filename.
               OPEN INPUT Reparto-archivo.
               IF WS-Reparto-Status NOT = "00"
                   CLOSE Reparto-archivo
               ELSE
                   ADD 1 TO WS-Total-Informes
                   DISPLAY "Informe "
                       WS-Inf-Nombre(WS-Indice-Informe)
                   PERFORM Contar-Partes
                   CLOSE Reparto-archivo
                   PERFORM VARYING WS-Indice-Parte FROM 1 BY 1
                       UNTIL WS-Indice-Parte > WS-Total-Partes
                       PERFORM Enviar-Parte
                   END-PERFORM
                   CALL "CBL_DELETE_FILE" USING WS-Reparto-Filename
                   MOVE ZERO TO RETURN-CODE
               END-IF.

           Contar-Partes.
               MOVE ZERO TO WS-Total-Partes.
               MOVE ZERO TO WS-Partes-Omitidas.
               MOVE "1" TO WS-Fin-Lectura.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Reparto-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF reparto-detalle
                               PERFORM Acumular-Parte
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-Partes-Omitidas > ZERO
                   DISPLAY "Aviso: " WS-Partes-Omitidas
                       " renglon(es) de departamentos que no caben "
                       "en la tabla no se repartieron."
               END-IF.

           Acumular-Parte.
               MOVE "N" TO WS-Parte-Hallada.
               PERFORM VARYING WS-Indice-Parte FROM 1 BY 1
                   UNTIL WS-Indice-Parte > WS-Total-Partes
                   OR WS-Parte-Hallada = "S"
                   IF WS-Parte-Depto(WS-Indice-Parte) =
                       reparto-departamento
                       MOVE "S" TO WS-Parte-Hallada
                       ADD 1 TO WS-Parte-Renglones(WS-Indice-Parte)
                   END-IF
               END-PERFORM.
               IF WS-Parte-Hallada = "N"
                   IF WS-Total-Partes < 200
                       ADD 1 TO WS-Total-Partes
                       MOVE reparto-departamento
                           TO WS-Parte-Depto(WS-Total-Partes)
                       MOVE 1 TO WS-Parte-Renglones(WS-Total-Partes)
                   ELSE
                       ADD 1 TO WS-Partes-Omitidas
                   END-IF
               END-IF.

           Enviar-Parte.
               PERFORM Buscar-Destinatario.
               MOVE WS-Fecha-Reparto TO bitreparto-fecha.
               MOVE WS-Hora-Reparto TO bitreparto-hora.
               MOVE WS-Inf-Nombre(WS-Indice-Informe)
                   TO bitreparto-informe.
               MOVE WS-Parte-Depto(WS-Indice-Parte)
                   TO bitreparto-departamento.
               MOVE WS-Parte-Renglones(WS-Indice-Parte)
                   TO bitreparto-renglones.
               IF WS-Con-Destinatario = "N"
                   MOVE SPACE TO bitreparto-archivo
                   MOVE SPACE TO bitreparto-responsable
                   MOVE SPACE TO bitreparto-correo
                   MOVE "SIN DESTINATARIO" TO bitreparto-estado
                   ADD 1 TO WS-Total-Sin-Destino
                   PERFORM Registrar-Aviso
               ELSE
                   PERFORM Escribir-Parte
                   MOVE WS-Parte-Filename TO bitreparto-archivo
                   MOVE WS-Cat-Responsable(WS-Indice-Cat)
                       TO bitreparto-responsable
                   MOVE WS-Cat-Correo(WS-Indice-Cat)
                       TO bitreparto-correo
                   MOVE "ENVIADO" TO bitreparto-estado
                   ADD 1 TO WS-Total-Enviadas
               END-IF.
               DISPLAY "  " bitreparto-departamento " "
                   bitreparto-estado " " bitreparto-responsable.
               OPEN EXTEND Reparto-bitacora-archivo.
               IF WS-Reparto-Bitacora-Status = "35"
                   OPEN OUTPUT Reparto-bitacora-archivo
               END-IF.
               WRITE bitreparto-registro.
               CLOSE Reparto-bitacora-archivo.

           Buscar-Destinatario.
               MOVE "N" TO WS-Cat-Hallado.
               PERFORM VARYING WS-Indice-Cat FROM 1 BY 1
                   UNTIL WS-Indice-Cat > WS-Total-Catalogo
                   OR WS-Cat-Hallado = "S"
                   IF WS-Cat-Nombre(WS-Indice-Cat) =
                       WS-Parte-Depto(WS-Indice-Parte)
                       MOVE "S" TO WS-Cat-Hallado
                       SUBTRACT 1 FROM WS-Indice-Cat
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Con-Destinatario.
               IF WS-Cat-Hallado = "S"
                   IF WS-Cat-Responsable(WS-Indice-Cat) NOT = SPACE
                       OR WS-Cat-Correo(WS-Indice-Cat) NOT = SPACE
                       MOVE "S" TO WS-Con-Destinatario
                   END-IF
               END-IF.

      * El archivo de cada parte es reparto-informes/<informe>-
      * <departamento>.txt, con los blancos del departamento
      * cambiados por guion bajo.
           Escribir-Parte.
               MOVE SPACE TO WS-Depto-Archivo.
               MOVE FUNCTION TRIM(WS-Parte-Depto(WS-Indice-Parte))
                   TO WS-Depto-Archivo.
               MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   WS-Parte-Depto(WS-Indice-Parte))) TO WS-Largo-Depto.
               INSPECT WS-Depto-Archivo(1:WS-Largo-Depto)
                   REPLACING ALL SPACE BY "_".
               MOVE SPACE TO WS-Parte-Filename.
               STRING WS-Carpeta DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-Inf-Nombre(WS-Indice-Informe) DELIMITED BY SPACE
                   "-" DELIMITED BY SIZE
                   WS-Depto-Archivo DELIMITED BY SPACE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-Parte-Filename.
               OPEN OUTPUT Parte-archivo.
               MOVE SPACE TO parte-linea.
               IF WS-Cat-Correo(WS-Indice-Cat) = SPACE
                   STRING "PARA: " DELIMITED BY SIZE
                       WS-Cat-Responsable(WS-Indice-Cat)
                       DELIMITED BY "  "
                       INTO parte-linea
               ELSE
                   STRING "PARA: " DELIMITED BY SIZE
                       WS-Cat-Responsable(WS-Indice-Cat)
                       DELIMITED BY "  "
                       " <" DELIMITED BY SIZE
                       WS-Cat-Correo(WS-Indice-Cat) DELIMITED BY SPACE
                       ">" DELIMITED BY SIZE
                       INTO parte-linea
               END-IF.
               WRITE parte-linea.
               MOVE SPACE TO parte-linea.
               STRING "DEPARTAMENTO: " DELIMITED BY SIZE
                   WS-Parte-Depto(WS-Indice-Parte) DELIMITED BY SIZE
                   INTO parte-linea.
               WRITE parte-linea.
               MOVE SPACE TO parte-linea.
               WRITE parte-linea.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Reparto-archivo.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Reparto-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF reparto-encabezado
                               OR reparto-departamento =
                               WS-Parte-Depto(WS-Indice-Parte)
                               MOVE reparto-linea TO parte-linea
                               WRITE parte-linea
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Reparto-archivo.
               CLOSE Parte-archivo.

      * Un departamento sin destinatario se queda sin su parte
      * hasta que se capture en el catalogo y se corra de nuevo el
      * informe.
           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Distribuye-informes" TO aviso-programa.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Informe " DELIMITED BY SIZE
                   WS-Inf-Nombre(WS-Indice-Informe) DELIMITED BY SPACE
                   " sin destinatario para " DELIMITED BY SIZE
                   WS-Parte-Depto(WS-Indice-Parte) DELIMITED BY SIZE
                   INTO aviso-texto.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Distribuye-informes.

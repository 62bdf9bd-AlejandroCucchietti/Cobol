      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-documentos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "documentos-tipo-fisico.cbl".
       COPY "documentos-empleado-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "documentos-pendientes.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "documentos-tipo-logico.cbl".
       COPY "documentos-empleado-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Documentos-Tipo-Status PIC XX.
           01 WS-Documentos-Empleado-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fin-Lectura PIC X.
           01 WS-Dias-Aviso PIC 9(3) VALUE 60.
           01 WS-Dias-Restantes PIC S9(9).
           01 WS-Doc-Hallado PIC X.
           01 WS-Faltantes-Empleado PIC 99.

           01 WS-Total-Faltantes PIC 9(5) VALUE ZERO.
           01 WS-Total-Empleados-Falta PIC 9(4) VALUE ZERO.
           01 WS-Total-Por-Vencer PIC 9(4) VALUE ZERO.
           01 WS-Total-Vencidos PIC 9(4) VALUE ZERO.

           01 WS-Total-Tipos PIC 99 VALUE ZERO.
           01 WS-Indice-Tipo PIC 99.
           01 WS-Tabla-Tipos.
               05 WS-Tipo-Item OCCURS 30 TIMES PIC X(37).

           01 WS-Total-Docs PIC 9(4) VALUE ZERO.
           01 WS-Indice-Doc PIC 9(4).
           01 WS-Tabla-Docs.
               05 WS-Doc-Item OCCURS 5000 TIMES PIC X(27).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Linea-Detalle.
               05 WS-Det-Depto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Nombre PIC X(15).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Documento PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Marca PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Det-Vence PIC X(8).

      * Expedientes incompletos y documentos por vencer: por cada
      * empleado activo, los documentos obligatorios que no ha
      * entregado y los entregados que vencen dentro de 60 dias o
      * ya vencieron. Cada caso queda ademas como aviso.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Cargar-Tipos.
           PERFORM Cargar-Documentos.
           IF WS-Total-Tipos = ZERO
               DISPLAY "No hay catalogo de documentos; nada que "
                   "revisar."
           ELSE
               OPEN INPUT Empleados-archivo
               PERFORM Verificar-Estado-Archivo
               OPEN OUTPUT Reporte-archivo
               MOVE "DOCUMENTOS FALTANTES Y POR VENCER (60 DIAS)"
                   TO reporte-linea
               WRITE reporte-linea
               PERFORM Revisar-Empleados
               CLOSE Reporte-archivo
               CLOSE Empleados-archivo
               PERFORM Verificar-Estado-Archivo
               DISPLAY "Reporte en documentos-pendientes.txt"
               DISPLAY "Empleados con faltantes: "
                   WS-Total-Empleados-Falta
                   "  Documentos faltantes: " WS-Total-Faltantes
               DISPLAY "Por vencer: " WS-Total-Por-Vencer
                   "  Vencidos: " WS-Total-Vencidos
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

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
                   DISPLAY "Aviso de E/S sobre empleados.dat. Estado: "
                       WS-Empleados-Status
               END-IF.

           Cargar-Tipos.
               MOVE ZERO TO WS-Total-Tipos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Documentos-tipo-archivo.
               IF WS-Documentos-Tipo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Documentos-tipo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Tipos < 30
                               ADD 1 TO WS-Total-Tipos
                               MOVE doctipo-registro
                                   TO WS-Tipo-Item(WS-Total-Tipos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Documentos-tipo-archivo.

           Cargar-Documentos.
               MOVE ZERO TO WS-Total-Docs.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Documentos-empleado-archivo.
               IF WS-Documentos-Empleado-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Documentos-empleado-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Docs < 5000
                               ADD 1 TO WS-Total-Docs
                               MOVE docemp-registro
                                   TO WS-Doc-Item(WS-Total-Docs)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Documentos-empleado-archivo.

           Revisar-Empleados.
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
                               PERFORM Revisar-Expediente
                           END-IF
                   END-READ
               END-PERFORM.

      * Sin renglon en la lista, un documento para todos cuenta
      * como faltante; uno solo para extranjeros no, porque sin la
      * lista capturada no se sabe si aplica.
           Revisar-Expediente.
               MOVE ZERO TO WS-Faltantes-Empleado.
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   MOVE WS-Tipo-Item(WS-Indice-Tipo) TO doctipo-registro
                   PERFORM Buscar-Documento
                   IF WS-Doc-Hallado = "N"
                       IF doctipo-es-obligatorio
                           AND doctipo-para-todos
                           MOVE SPACE TO docemp-vencimiento
                           PERFORM Listar-Faltante
                       END-IF
                   ELSE
                       IF docemp-pendiente AND doctipo-es-obligatorio
                           PERFORM Listar-Faltante
                       END-IF
                       IF docemp-entregado
                           AND docemp-vencimiento NOT = SPACE
                           PERFORM Evaluar-Vencimiento
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-Faltantes-Empleado > ZERO
                   ADD 1 TO WS-Total-Empleados-Falta
                   PERFORM Registrar-Aviso-Faltantes
               END-IF.

           Buscar-Documento.
               MOVE "N" TO WS-Doc-Hallado.
               PERFORM VARYING WS-Indice-Doc FROM 1 BY 1
                   UNTIL WS-Indice-Doc > WS-Total-Docs
                   OR WS-Doc-Hallado = "S"
                   MOVE WS-Doc-Item(WS-Indice-Doc) TO docemp-registro
                   IF docemp-id = empleados-id
                       AND docemp-clave = doctipo-clave
                       MOVE "S" TO WS-Doc-Hallado
                   END-IF
               END-PERFORM.

           Listar-Faltante.
               ADD 1 TO WS-Faltantes-Empleado.
               ADD 1 TO WS-Total-Faltantes.
               MOVE "FALTANTE" TO WS-Det-Marca.
               MOVE SPACE TO WS-Det-Vence.
               PERFORM Escribir-Detalle.

           Evaluar-Vencimiento.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-1.
               MOVE docemp-vencimiento TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.
               IF WS-Fec-Valida = "S"
                   MOVE WS-Fec-Resultado TO WS-Dias-Restantes
                   IF WS-Dias-Restantes NOT > WS-Dias-Aviso
                       PERFORM Listar-Vencimiento
                   END-IF
               END-IF.

           Listar-Vencimiento.
               MOVE docemp-vencimiento TO WS-Det-Vence.
               IF WS-Dias-Restantes < ZERO
                   MOVE "VENCIDO" TO WS-Det-Marca
                   ADD 1 TO WS-Total-Vencidos
               ELSE
                   MOVE "POR VENCER" TO WS-Det-Marca
                   ADD 1 TO WS-Total-Por-Vencer
               END-IF.
               PERFORM Escribir-Detalle.
               PERFORM Registrar-Aviso-Vencimiento.

           Escribir-Detalle.
               MOVE empleados-departamento TO WS-Det-Depto.
               MOVE empleados-id TO WS-Det-Id.
               MOVE empleados-nombre TO WS-Det-Nombre.
               MOVE doctipo-descripcion TO WS-Det-Documento.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Registrar-Aviso-Faltantes.
               MOVE "A" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Expediente incompleto: ID " empleados-id
                   " sin " WS-Faltantes-Empleado
                   " documento(s) obligatorio(s)"
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

           Registrar-Aviso-Vencimiento.
               IF WS-Dias-Restantes < ZERO
                   MOVE "C" TO aviso-severidad
               ELSE
                   MOVE "A" TO aviso-severidad
               END-IF.
               MOVE SPACE TO aviso-texto.
               STRING "Documento " doctipo-clave " del ID "
                   empleados-id " vence " docemp-vencimiento
                   DELIMITED BY SIZE INTO aviso-texto.
               PERFORM Registrar-Aviso.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Reporte-documentos" TO aviso-programa.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Reporte-documentos.

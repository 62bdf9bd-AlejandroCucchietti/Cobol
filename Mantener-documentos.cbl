      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-documentos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "documentos-tipo-fisico.cbl".
       COPY "documentos-empleado-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "documentos-tipo-logico.cbl".
       COPY "documentos-empleado-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Documentos-Tipo-Status PIC XX.
           01 WS-Documentos-Empleado-Status PIC XX.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Documentos PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Clave-Entrada PIC X(4).
           01 WS-Descripcion-Entrada PIC X(30).
           01 WS-Obligatorio-Entrada PIC X.
           01 WS-Vence-Entrada PIC X.
           01 WS-Aplica-Entrada PIC X.
           01 WS-Tipo-Existe PIC X.
           01 WS-Contados PIC 9(3).

           01 WS-Total-Tipos PIC 99 VALUE ZERO.
           01 WS-Indice-Tipo PIC 99.
           01 WS-Tabla-Tipos.
               05 WS-Tipo-Item OCCURS 30 TIMES PIC X(37).

      * Expediente documental: catalogo de tipos de documento y
      * captura o consulta de la lista de un empleado ya dado de
      * alta (la del alta se toma en el momento de la captura).
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Atender-Menu
           UNTIL Salir-Mantenimiento = "S".
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

           Atender-Menu.
               DISPLAY "===== Documentos del Expediente =====".
               DISPLAY "1. Registrar documentos de un empleado".
               DISPLAY "2. Consultar expediente de un empleado".
               DISPLAY "3. Listar catalogo de documentos".
               DISPLAY "4. Agregar o cambiar tipo de documento".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Documentos.
               EVALUATE Opcion-Documentos
                   WHEN 1
                       PERFORM Registrar-Documentos
                   WHEN 2
                       PERFORM Consultar-Expediente
                   WHEN 3
                       PERFORM Listar-Tipos
                   WHEN 4
                       PERFORM Agregar-Tipo
                   WHEN 5
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Pedir-Empleado.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               CLOSE Empleados-archivo.
               IF WS-Registro-Hallado = "N"
                   DISPLAY "No existe ningun empleado con ese ID."
               END-IF.

           Registrar-Documentos.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   CALL "Capturar-documentos" USING WS-Id-Entrada
               END-IF.

           Consultar-Expediente.
               PERFORM Pedir-Empleado.
               IF WS-Registro-Hallado = "S"
                   PERFORM Cargar-Tipos
                   DISPLAY empleados-nombre " " empleados-apellidos
                   MOVE ZERO TO WS-Contados
                   MOVE "1" TO WS-Fin-Lectura
                   OPEN INPUT Documentos-empleado-archivo
                   IF WS-Documentos-Empleado-Status NOT = "00"
                       MOVE "0" TO WS-Fin-Lectura
                   END-IF
                   PERFORM UNTIL WS-Fin-Lectura = "0"
                       READ Documentos-empleado-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Lectura
                           NOT AT END
                               IF docemp-id = WS-Id-Entrada
                                   PERFORM Mostrar-Documento
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE Documentos-empleado-archivo
                   IF WS-Contados = ZERO
                       DISPLAY "El empleado no tiene lista de "
                           "documentos capturada."
                   END-IF
               END-IF.

           Mostrar-Documento.
               ADD 1 TO WS-Contados.
               MOVE SPACE TO doctipo-descripcion.
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   IF WS-Tipo-Item(WS-Indice-Tipo)(1:4) = docemp-clave
                       MOVE WS-Tipo-Item(WS-Indice-Tipo)
                           TO doctipo-registro
                   END-IF
               END-PERFORM.
               EVALUATE TRUE
                   WHEN docemp-entregado
                       DISPLAY docemp-clave " " doctipo-descripcion
                           " ENTREGADO " docemp-fecha-entrega
                           " VENCE " docemp-vencimiento
                   WHEN docemp-pendiente
                       DISPLAY docemp-clave " " doctipo-descripcion
                           " PENDIENTE"
                   WHEN OTHER
                       DISPLAY docemp-clave " " doctipo-descripcion
                           " NO APLICA"
               END-EVALUATE.

      * Si el catalogo no existe se siembra con los documentos que
      * pide la ley para toda contratacion.
           Cargar-Tipos.
               MOVE ZERO TO WS-Total-Tipos.
               OPEN INPUT Documentos-tipo-archivo.
               IF WS-Documentos-Tipo-Status NOT = "00"
                   CLOSE Documentos-tipo-archivo
                   PERFORM Sembrar-Tipos-Documento
                   OPEN INPUT Documentos-tipo-archivo
               END-IF.
               MOVE "1" TO WS-Fin-Lectura.
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

           Sembrar-Tipos-Documento.
               OPEN OUTPUT Documentos-tipo-archivo.
               MOVE "INE " TO doctipo-clave.
               MOVE "IDENTIFICACION OFICIAL (INE)"
                   TO doctipo-descripcion.
               MOVE "S" TO doctipo-obligatorio.
               MOVE "N" TO doctipo-vence.
               MOVE "T" TO doctipo-aplica.
               WRITE doctipo-registro.
               MOVE "ACTA" TO doctipo-clave.
               MOVE "ACTA DE NACIMIENTO" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "DOMI" TO doctipo-clave.
               MOVE "COMPROBANTE DE DOMICILIO" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "NSS " TO doctipo-clave.
               MOVE "COMPROBANTE DE NSS (IMSS)" TO doctipo-descripcion.
               WRITE doctipo-registro.
               MOVE "PERM" TO doctipo-clave.
               MOVE "RESIDENCIA/PERMISO DE TRABAJO"
                   TO doctipo-descripcion.
               MOVE "S" TO doctipo-vence.
               MOVE "E" TO doctipo-aplica.
               WRITE doctipo-registro.
               CLOSE Documentos-tipo-archivo.

           Listar-Tipos.
               PERFORM Cargar-Tipos.
               IF WS-Total-Tipos = ZERO
                   DISPLAY "El catalogo de documentos esta vacio."
               END-IF.
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   MOVE WS-Tipo-Item(WS-Indice-Tipo) TO doctipo-registro
                   DISPLAY doctipo-clave " " doctipo-descripcion
                       " obligatorio: " doctipo-obligatorio
                       " vence: " doctipo-vence
                       " aplica: " doctipo-aplica
               END-PERFORM.

      * Una clave que ya existe se reemplaza con los datos nuevos.
           Agregar-Tipo.
               PERFORM Cargar-Tipos.
               DISPLAY "Clave del documento (4): ".
               MOVE SPACE TO WS-Clave-Entrada.
               ACCEPT WS-Clave-Entrada.
               DISPLAY "Descripcion: ".
               MOVE SPACE TO WS-Descripcion-Entrada.
               ACCEPT WS-Descripcion-Entrada.
               DISPLAY "Obligatorio (S/N)? ".
               ACCEPT WS-Obligatorio-Entrada.
               DISPLAY "Tiene vencimiento (S/N)? ".
               ACCEPT WS-Vence-Entrada.
               DISPLAY "Aplica a (T=todos, E=solo extranjeros): ".
               ACCEPT WS-Aplica-Entrada.
               IF WS-Clave-Entrada = SPACE
                   OR (WS-Obligatorio-Entrada NOT = "S"
                       AND WS-Obligatorio-Entrada NOT = "N")
                   OR (WS-Vence-Entrada NOT = "S"
                       AND WS-Vence-Entrada NOT = "N")
                   OR (WS-Aplica-Entrada NOT = "T"
                       AND WS-Aplica-Entrada NOT = "E")
                   DISPLAY "Datos no validos; captura cancelada."
               ELSE
                   PERFORM Grabar-Tipo
               END-IF.

           Grabar-Tipo.
               MOVE WS-Clave-Entrada TO doctipo-clave.
               MOVE WS-Descripcion-Entrada TO doctipo-descripcion.
               MOVE WS-Obligatorio-Entrada TO doctipo-obligatorio.
               MOVE WS-Vence-Entrada TO doctipo-vence.
               MOVE WS-Aplica-Entrada TO doctipo-aplica.
               MOVE "N" TO WS-Tipo-Existe.
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   IF WS-Tipo-Item(WS-Indice-Tipo)(1:4)
                       = WS-Clave-Entrada
                       MOVE doctipo-registro
                           TO WS-Tipo-Item(WS-Indice-Tipo)
                       MOVE "S" TO WS-Tipo-Existe
                   END-IF
               END-PERFORM.
               IF WS-Tipo-Existe = "N"
                   IF WS-Total-Tipos < 30
                       ADD 1 TO WS-Total-Tipos
                       MOVE doctipo-registro
                           TO WS-Tipo-Item(WS-Total-Tipos)
                   ELSE
                       DISPLAY "El catalogo de documentos esta lleno."
                   END-IF
               END-IF.
               OPEN OUTPUT Documentos-tipo-archivo.
               PERFORM VARYING WS-Indice-Tipo FROM 1 BY 1
                   UNTIL WS-Indice-Tipo > WS-Total-Tipos
                   MOVE WS-Tipo-Item(WS-Indice-Tipo) TO doctipo-registro
                   WRITE doctipo-registro
               END-PERFORM.
               CLOSE Documentos-tipo-archivo.
               DISPLAY "Catalogo de documentos actualizado.".

       END PROGRAM Mantener-documentos.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-candidatos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "candidatos-fisico.cbl".
       COPY "plazas-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "candidatos-logico.cbl".
       COPY "plazas-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Candidatos-Status PIC XX.
           01 WS-Plazas-Status PIC XX.

           01 Opcion-Candidatos PIC 9.
           01 Salir-Mantenimiento PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Depto-Entrada PIC X(20).
           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Folio-Entrada PIC X(6).
           01 WS-Etapa-Entrada PIC X.
           01 WS-Salario-Entrada PIC X(10).
           01 WS-Plaza-Hallada PIC X.
           01 WS-Candidato-Hallado PIC X.
           01 WS-Campo-Valido PIC X.
           01 WS-Listados PIC 9(4).
           01 WS-Ultimo-Folio PIC 9(6) VALUE ZERO.
           01 WS-Folio-Numero PIC 9(6).
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Nombre-Etapa PIC X(12).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Candidatos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Cand PIC 9(4).
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Tabla-Candidatos.
               05 WS-Candidato-Item OCCURS 2000 TIMES PIC X(222).

      * Seguimiento de candidatos a las plazas autorizadas: alta
      * de la solicitud contra una plaza del catalogo, consulta por
      * plaza y avance de etapa (entrevista, oferta con el sueldo
      * ofrecido, o rechazo). La contratacion se cierra en el alta
      * de empleado con el folio del candidato en oferta.
       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           PERFORM Cargar-Candidatos.
           IF WS-Tabla-Llena = "S"
               DISPLAY "candidatos.dat excede la capacidad de "
                   "trabajo; depure los cerrados."
           ELSE
               PERFORM Mantener-Candidato
               UNTIL Salir-Mantenimiento = "S"
           END-IF.
           Program-Done.
            GOBACK.

           Mantener-Candidato.
               DISPLAY "===== Candidatos a Plazas =====".
               DISPLAY "1. Registrar candidato".
               DISPLAY "2. Candidatos de una plaza".
               DISPLAY "3. Cambiar etapa de un candidato".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Candidatos.
               EVALUATE Opcion-Candidatos
                   WHEN 1
                       PERFORM Registrar-Candidato
                   WHEN 2
                       PERFORM Listar-Candidatos-Plaza
                   WHEN 3
                       PERFORM Cambiar-Etapa
                   WHEN 4
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Cargar-Candidatos.
               MOVE ZERO TO WS-Total-Candidatos.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Candidatos-archivo.
               IF WS-Candidatos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Candidatos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Candidatos < 2000
                               ADD 1 TO WS-Total-Candidatos
                               MOVE candidato-registro TO
                                   WS-Candidato-Item
                                       (WS-Total-Candidatos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                           END-IF
                           IF candidato-folio NUMERIC
                               MOVE candidato-folio
                                   TO WS-Folio-Numero
                               IF WS-Folio-Numero > WS-Ultimo-Folio
                                   MOVE WS-Folio-Numero
                                       TO WS-Ultimo-Folio
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Candidatos-archivo.

           Reescribir-Candidatos.
               OPEN OUTPUT Candidatos-archivo.
               PERFORM VARYING WS-Indice-Cand FROM 1 BY 1
                   UNTIL WS-Indice-Cand > WS-Total-Candidatos
                   MOVE WS-Candidato-Item(WS-Indice-Cand)
                       TO candidato-registro
                   WRITE candidato-registro
               END-PERFORM.
               CLOSE Candidatos-archivo.

      * Solo se reciben candidatos para una combinacion que tenga
      * renglon en el catalogo de plazas autorizadas.
           Buscar-Plaza.
               MOVE "N" TO WS-Plaza-Hallada.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Plazas-archivo.
               IF WS-Plazas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Plazas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF plaza-departamento = WS-Depto-Entrada
                               AND plaza-puesto = WS-Puesto-Entrada
                               MOVE "S" TO WS-Plaza-Hallada
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Plazas-archivo.

           Registrar-Candidato.
               IF WS-Total-Candidatos = 2000
                   DISPLAY "El archivo de candidatos esta lleno; "
                       "depure los cerrados."
               ELSE
                   DISPLAY "Departamento de la plaza: "
                   MOVE SPACE TO WS-Depto-Entrada
                   ACCEPT WS-Depto-Entrada
                   DISPLAY "Puesto de la plaza: "
                   MOVE SPACE TO WS-Puesto-Entrada
                   ACCEPT WS-Puesto-Entrada
                   PERFORM Buscar-Plaza
                   IF WS-Plaza-Hallada = "N"
                       DISPLAY "Esa combinacion no esta en el "
                           "catalogo de plazas autorizadas."
                   ELSE
                       PERFORM Capturar-Datos-Candidato
                   END-IF
               END-IF.

           Capturar-Datos-Candidato.
               MOVE SPACE TO candidato-registro.
               MOVE WS-Depto-Entrada TO candidato-departamento.
               MOVE WS-Puesto-Entrada TO candidato-puesto.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Nombre: "
                   ACCEPT candidato-nombre
                   IF candidato-nombre NOT = SPACE
                       MOVE "S" TO WS-Campo-Valido
                   END-IF
               END-PERFORM.
               DISPLAY "Apellidos: ".
               ACCEPT candidato-apellidos.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Fecha de nacimiento (AAAAMMDD): "
                   ACCEPT candidato-fecha-nacimiento
                   MOVE "V" TO WS-Fec-Funcion
                   MOVE candidato-fecha-nacimiento TO WS-Fec-Fecha-1
                   MOVE SPACE TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2
                       WS-Fec-Resultado WS-Fec-Formateada
                       WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       MOVE "S" TO WS-Campo-Valido
                   ELSE
                       DISPLAY "Error: fecha de nacimiento no valida."
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-Campo-Valido.
               PERFORM UNTIL WS-Campo-Valido = "S"
                   DISPLAY "Genero (F/M): "
                   ACCEPT candidato-genero
                   IF candidato-genero = "F" OR candidato-genero = "M"
                       MOVE "S" TO WS-Campo-Valido
                   END-IF
               END-PERFORM.
               DISPLAY "Telefono: ".
               ACCEPT candidato-telefono.
               DISPLAY "Calle: ".
               ACCEPT candidato-calle.
               DISPLAY "Numero: ".
               ACCEPT candidato-numero.
               DISPLAY "Ciudad: ".
               ACCEPT candidato-ciudad.
               DISPLAY "Codigo postal: ".
               ACCEPT candidato-codigo-postal.
               DISPLAY "RFC (ENTER si aun no lo tiene): ".
               ACCEPT candidato-rfc.
               DISPLAY "CURP (ENTER si aun no la tiene): ".
               ACCEPT candidato-curp.
               ADD 1 TO WS-Ultimo-Folio.
               MOVE WS-Ultimo-Folio TO candidato-folio.
               MOVE "S" TO candidato-etapa.
               MOVE WS-Fecha-Hoy TO candidato-fecha-solicitud.
               MOVE WS-Fecha-Hoy TO candidato-fecha-etapa.
               MOVE ZERO TO candidato-salario-oferta.
               ADD 1 TO WS-Total-Candidatos.
               MOVE candidato-registro
                   TO WS-Candidato-Item(WS-Total-Candidatos).
               PERFORM Reescribir-Candidatos.
               DISPLAY "Candidato registrado con folio "
                   candidato-folio ".".

           Listar-Candidatos-Plaza.
               DISPLAY "Departamento de la plaza: ".
               MOVE SPACE TO WS-Depto-Entrada.
               ACCEPT WS-Depto-Entrada.
               DISPLAY "Puesto de la plaza: ".
               MOVE SPACE TO WS-Puesto-Entrada.
               ACCEPT WS-Puesto-Entrada.
               MOVE ZERO TO WS-Listados.
               PERFORM VARYING WS-Indice-Cand FROM 1 BY 1
                   UNTIL WS-Indice-Cand > WS-Total-Candidatos
                   MOVE WS-Candidato-Item(WS-Indice-Cand)
                       TO candidato-registro
                   IF candidato-departamento = WS-Depto-Entrada
                       AND candidato-puesto = WS-Puesto-Entrada
                       PERFORM Nombrar-Etapa
                       DISPLAY candidato-folio " " WS-Nombre-Etapa
                           " " candidato-fecha-etapa " "
                           candidato-nombre " " candidato-apellidos
                       IF candidato-contratado
                           DISPLAY "       contratado con el ID "
                               candidato-empleado-id
                       END-IF
                       ADD 1 TO WS-Listados
                   END-IF
               END-PERFORM.
               IF WS-Listados = ZERO
                   DISPLAY "No hay candidatos para esa plaza."
               END-IF.

           Nombrar-Etapa.
               EVALUATE TRUE
                   WHEN candidato-solicitud
                       MOVE "SOLICITUD" TO WS-Nombre-Etapa
                   WHEN candidato-entrevista
                       MOVE "ENTREVISTA" TO WS-Nombre-Etapa
                   WHEN candidato-oferta
                       MOVE "OFERTA" TO WS-Nombre-Etapa
                   WHEN candidato-contratado
                       MOVE "CONTRATADO" TO WS-Nombre-Etapa
                   WHEN candidato-rechazado
                       MOVE "RECHAZADO" TO WS-Nombre-Etapa
                   WHEN OTHER
                       MOVE "?" TO WS-Nombre-Etapa
               END-EVALUATE.

      * Las etapas solo avanzan; el rechazo cierra el folio en
      * cualquier momento del proceso y la contratacion solo la
      * hace el alta de empleado.
           Cambiar-Etapa.
               DISPLAY "Folio del candidato: ".
               MOVE SPACE TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               MOVE "N" TO WS-Candidato-Hallado.
               PERFORM VARYING WS-Indice-Cand FROM 1 BY 1
                   UNTIL WS-Indice-Cand > WS-Total-Candidatos
                   OR WS-Candidato-Hallado = "S"
                   MOVE WS-Candidato-Item(WS-Indice-Cand)
                       TO candidato-registro
                   IF candidato-folio = WS-Folio-Entrada
                       MOVE "S" TO WS-Candidato-Hallado
                       SUBTRACT 1 FROM WS-Indice-Cand
                   END-IF
               END-PERFORM.
               IF WS-Candidato-Hallado = "N"
                   DISPLAY "No existe ese folio."
               ELSE
               IF NOT candidato-en-proceso
                   PERFORM Nombrar-Etapa
                   DISPLAY "El folio ya esta cerrado ("
                       WS-Nombre-Etapa ")."
               ELSE
                   PERFORM Nombrar-Etapa
                   DISPLAY candidato-nombre " " candidato-apellidos
                   DISPLAY "Etapa actual: " WS-Nombre-Etapa
                   DISPLAY "Nueva etapa (E=entrevista, O=oferta, "
                       "R=rechazo): "
                   MOVE SPACE TO WS-Etapa-Entrada
                   ACCEPT WS-Etapa-Entrada
                   PERFORM Aplicar-Etapa
               END-IF
               END-IF.

           Aplicar-Etapa.
               MOVE "N" TO WS-Campo-Valido.
               EVALUATE TRUE
                   WHEN WS-Etapa-Entrada = "E"
                       AND candidato-solicitud
                       MOVE "S" TO WS-Campo-Valido
                   WHEN WS-Etapa-Entrada = "O"
                       AND NOT candidato-oferta
                       DISPLAY "Sueldo mensual ofrecido: "
                       MOVE SPACE TO WS-Salario-Entrada
                       ACCEPT WS-Salario-Entrada
                       IF FUNCTION TEST-NUMVAL(WS-Salario-Entrada)
                           = ZERO
                           COMPUTE candidato-salario-oferta =
                               FUNCTION NUMVAL(WS-Salario-Entrada)
                           MOVE "S" TO WS-Campo-Valido
                       ELSE
                           DISPLAY "Sueldo no valido."
                       END-IF
                   WHEN WS-Etapa-Entrada = "R"
                       MOVE "S" TO WS-Campo-Valido
                   WHEN OTHER
                       DISPLAY "Ese cambio de etapa no procede."
               END-EVALUATE.
               IF WS-Campo-Valido = "S"
                   MOVE WS-Etapa-Entrada TO candidato-etapa
                   MOVE WS-Fecha-Hoy TO candidato-fecha-etapa
                   MOVE candidato-registro
                       TO WS-Candidato-Item(WS-Indice-Cand)
                   PERFORM Reescribir-Candidatos
                   PERFORM Nombrar-Etapa
                   DISPLAY "Folio " candidato-folio " en "
                       WS-Nombre-Etapa "."
                   IF candidato-oferta
                       DISPLAY "Para contratarlo use el alta de "
                           "empleado con este folio."
                   END-IF
               END-IF.

       END PROGRAM Mantener-candidatos.

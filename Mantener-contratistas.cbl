      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-contratistas.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "contratistas-fisico.cbl".
       COPY "contratistas-personal-fisico.cbl".
       COPY "contratistas-entregas-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT Personal-tmp-archivo
       ASSIGN TO "contratistas-personal.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Personal-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "contratistas-logico.cbl".
       COPY "contratistas-personal-logico.cbl".
       COPY "contratistas-entregas-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Personal-tmp-archivo.

       01  personal-tmp-registro PIC X(80).


       WORKING-STORAGE SECTION.

           01 WS-Contratistas-Status PIC XX.
           01 WS-Contratistas-Personal-Status PIC XX.
           01 WS-Contratistas-Entregas-Status PIC XX.
           01 WS-Personal-Tmp-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Mantenimiento PIC X VALUE "N".
           01 Opcion-Contratistas PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Rfc-Entrada PIC X(13).
           01 WS-Nss-Entrada PIC X(11).
           01 WS-Texto-Entrada PIC X(40).
           01 WS-Fecha-Entrada PIC X(8).
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Confirma PIC X.
           01 WS-Captura-Valida PIC X.
           01 WS-Auditoria-Operacion PIC X(13).
           01 WS-Total-Listados PIC 9(4).
           01 WS-Asignacion-Hallada PIC X.
           01 WS-Personal-Nuevo PIC X(80).
           01 WS-Anio-Entrada PIC X(4).
           01 WS-Trimestre-Entrada PIC X.
           01 WS-Tipo-Entrada PIC X.

           01 WS-Total-Contratistas PIC 999 VALUE ZERO.
           01 WS-Indice-Con PIC 999.
           01 WS-Contratista-Hallado PIC 999.
           01 WS-Tabla-Contratistas.
               05 WS-Contratista-Item OCCURS 200 TIMES PIC X(138).

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

      * Contratistas de servicios especializados: registro REPSE y
      * contrato, trabajadores que nos asignan por sitio y las
      * constancias trimestrales ICSOE (IMSS) y SISUB (INFONAVIT)
      * que entregan. El catalogo y las constancias solo los
      * capturan supervisores.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           PERFORM Cargar-Contratistas.
           PERFORM Mantener-Contratistas
           UNTIL Salir-Mantenimiento = "S".
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

           Mantener-Contratistas.
               DISPLAY "===== Contratistas (REPSE) =====".
               DISPLAY "1. Listar contratistas".
               DISPLAY "2. Alta o cambio de un contratista".
               DISPLAY "3. Asignar trabajador del contratista a un "
                   "sitio".
               DISPLAY "4. Baja de un trabajador asignado".
               DISPLAY "5. Personal asignado de un contratista".
               DISPLAY "6. Registrar constancia ICSOE o SISUB".
               DISPLAY "7. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Contratistas.
               EVALUATE Opcion-Contratistas
                   WHEN 1
                       PERFORM Listar-Contratistas
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "La captura de contratistas esta "
                               "restringida a supervisores."
                       ELSE
                           PERFORM Capturar-Contratista
                       END-IF
                   WHEN 3
                       PERFORM Asignar-Trabajador
                   WHEN 4
                       PERFORM Baja-Trabajador
                   WHEN 5
                       PERFORM Listar-Personal
                   WHEN 6
                       IF WS-Nivel-Operador < 3
                           DISPLAY "El registro de constancias esta "
                               "restringido a supervisores."
                       ELSE
                           PERFORM Registrar-Entrega
                       END-IF
                   WHEN 7
                       MOVE "S" TO Salir-Mantenimiento
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Contratistas.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Contratistas
                   MOVE WS-Contratista-Item(WS-Indice-Con)
                       TO contratista-registro
                   DISPLAY contratista-rfc " " contratista-razon-social
                       " " contratista-activo
                   DISPLAY "    REPSE " contratista-repse-folio
                       " vence " contratista-repse-vence
                       "  contrato " contratista-contrato
                       " " contratista-contrato-inicio "-"
                       contratista-contrato-fin
                   DISPLAY "    Servicio: " contratista-servicio
               END-PERFORM.
               DISPLAY WS-Total-Contratistas " contratista(s).".

      * ENTER conserva el valor actual de cada campo.
           Capturar-Contratista.
               DISPLAY "RFC del contratista: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               IF WS-Rfc-Entrada = SPACE
                   DISPLAY "RFC no valido."
               ELSE
                   PERFORM Buscar-Contratista
                   IF WS-Contratista-Hallado = ZERO
                       AND WS-Total-Contratistas NOT < 200
                       DISPLAY "El catalogo de contratistas esta "
                           "lleno."
                   ELSE
                       PERFORM Capturar-Campos-Contratista
                   END-IF
               END-IF.

           Buscar-Contratista.
               MOVE ZERO TO WS-Contratista-Hallado.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Contratistas
                   MOVE WS-Contratista-Item(WS-Indice-Con)
                       TO contratista-registro
                   IF contratista-rfc = WS-Rfc-Entrada
                       MOVE WS-Indice-Con TO WS-Contratista-Hallado
                   END-IF
               END-PERFORM.
               IF WS-Contratista-Hallado > ZERO
                   MOVE WS-Contratista-Item(WS-Contratista-Hallado)
                       TO contratista-registro
               ELSE
                   MOVE SPACE TO contratista-registro
                   MOVE WS-Rfc-Entrada TO contratista-rfc
                   MOVE "S" TO contratista-activo
               END-IF.

           Capturar-Campos-Contratista.
               MOVE "S" TO WS-Captura-Valida.
               DISPLAY "Razon social actual: " contratista-razon-social.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO contratista-razon-social
               END-IF.
               DISPLAY "Folio REPSE actual: " contratista-repse-folio.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO contratista-repse-folio
               END-IF.
               DISPLAY "Vencimiento REPSE actual (AAAAMMDD): "
                   contratista-repse-vence.
               PERFORM Aceptar-Fecha.
               IF WS-Fecha-Entrada NOT = SPACE
                   MOVE WS-Fecha-Entrada TO contratista-repse-vence
               END-IF.
               DISPLAY "Numero de contrato actual: "
                   contratista-contrato.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO contratista-contrato
               END-IF.
               DISPLAY "Servicio contratado actual: "
                   contratista-servicio.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada NOT = SPACE
                   MOVE WS-Texto-Entrada TO contratista-servicio
               END-IF.
               DISPLAY "Inicio del contrato actual (AAAAMMDD): "
                   contratista-contrato-inicio.
               PERFORM Aceptar-Fecha.
               IF WS-Fecha-Entrada NOT = SPACE
                   MOVE WS-Fecha-Entrada TO contratista-contrato-inicio
               END-IF.
               DISPLAY "Fin del contrato actual (AAAAMMDD): "
                   contratista-contrato-fin.
               PERFORM Aceptar-Fecha.
               IF WS-Fecha-Entrada NOT = SPACE
                   MOVE WS-Fecha-Entrada TO contratista-contrato-fin
               END-IF.
               DISPLAY "Activo actual (S/N): " contratista-activo.
               PERFORM Aceptar-Texto.
               IF WS-Texto-Entrada = "S" OR WS-Texto-Entrada = "N"
                   MOVE WS-Texto-Entrada TO contratista-activo
               END-IF.
               IF contratista-razon-social = SPACE
                   OR contratista-repse-folio = SPACE
                   OR contratista-repse-vence = SPACE
                   DISPLAY "Razon social, folio y vencimiento REPSE "
                       "son obligatorios."
                   MOVE "N" TO WS-Captura-Valida
               END-IF.
               IF WS-Captura-Valida = "N"
                   DISPLAY "Captura cancelada."
               ELSE
                   DISPLAY "Confirma los cambios (S/N)? "
                   MOVE SPACE TO WS-Confirma
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Guardar-Contratista
                   ELSE
                       DISPLAY "Sin cambios."
                   END-IF
               END-IF.

           Aceptar-Texto.
               DISPLAY "Nuevo valor (ENTER conserva): ".
               MOVE SPACE TO WS-Texto-Entrada.
               ACCEPT WS-Texto-Entrada.

      * Una fecha mal capturada invalida toda la captura.
           Aceptar-Fecha.
               DISPLAY "Nuevo valor (ENTER conserva): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               IF WS-Fecha-Entrada NOT = SPACE
                   PERFORM Validar-Fecha
                   IF WS-Fec-Valida NOT = "S"
                       DISPLAY "Fecha no valida: " WS-Fecha-Entrada
                       MOVE "N" TO WS-Captura-Valida
                       MOVE SPACE TO WS-Fecha-Entrada
                   END-IF
               END-IF.

           Validar-Fecha.
               MOVE "V" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                   WS-Fec-Formateada WS-Fec-Valida.

           Guardar-Contratista.
               IF WS-Contratista-Hallado = ZERO
                   ADD 1 TO WS-Total-Contratistas
                   MOVE WS-Total-Contratistas TO WS-Contratista-Hallado
               END-IF.
               MOVE contratista-registro
                   TO WS-Contratista-Item(WS-Contratista-Hallado).
               PERFORM Reescribir-Contratistas.
               MOVE "CAMBIO-REPSE" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Contratista " WS-Rfc-Entrada " guardado.".

      * Un trabajador puede volver a asignarse: la asignacion
      * abierta anterior del mismo NSS con el mismo contratista se
      * sustituye por la nueva.
           Asignar-Trabajador.
               DISPLAY "RFC del contratista: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               PERFORM Buscar-Contratista.
               IF WS-Contratista-Hallado = ZERO
                   DISPLAY "Contratista no registrado."
               ELSE
                   IF NOT contratista-vigente
                       DISPLAY "El contratista esta inactivo."
                   ELSE
                       PERFORM Capturar-Trabajador
                   END-IF
               END-IF.

           Capturar-Trabajador.
               IF contratista-repse-vence < WS-Fecha-Hoy
                   DISPLAY "Aviso: el REPSE del contratista vencio el "
                       contratista-repse-vence "."
               END-IF.
               MOVE SPACE TO cpersonal-registro.
               MOVE WS-Rfc-Entrada TO cpersonal-rfc.
               DISPLAY "NSS del trabajador: ".
               ACCEPT cpersonal-nss.
               DISPLAY "Nombre del trabajador: ".
               ACCEPT cpersonal-nombre.
               DISPLAY "Sitio asignado: ".
               ACCEPT cpersonal-sitio.
               DISPLAY "Fecha de alta en el sitio (AAAAMMDD): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               PERFORM Validar-Fecha.
               IF cpersonal-nss NOT NUMERIC
                   OR cpersonal-nombre = SPACE
                   OR cpersonal-sitio = SPACE
                   OR WS-Fec-Valida NOT = "S"
                   DISPLAY "NSS numerico, nombre, sitio y fecha "
                       "valida son obligatorios; captura cancelada."
               ELSE
                   MOVE WS-Fecha-Entrada TO cpersonal-alta
                   MOVE cpersonal-nss TO WS-Nss-Entrada
                   MOVE cpersonal-registro TO WS-Personal-Nuevo
                   PERFORM Copiar-Personal-Con-Nueva
                   PERFORM Reescribir-Personal
                   MOVE "ALTA-SUBCONTR" TO WS-Auditoria-Operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Trabajador asignado."
               END-IF.

      * Copia al temporal todas las asignaciones menos la abierta del
      * NSS y contratista en turno; la nueva se agrega al final.
           Copiar-Personal-Con-Nueva.
               OPEN OUTPUT Personal-tmp-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-personal-archivo.
               IF WS-Contratistas-Personal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-personal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cpersonal-rfc NOT = WS-Rfc-Entrada
                               OR cpersonal-nss NOT = WS-Nss-Entrada
                               OR cpersonal-baja NOT = SPACE
                               MOVE cpersonal-registro
                                   TO personal-tmp-registro
                               WRITE personal-tmp-registro
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-personal-archivo.
               MOVE WS-Personal-Nuevo TO personal-tmp-registro.
               WRITE personal-tmp-registro.
               CLOSE Personal-tmp-archivo.

           Baja-Trabajador.
               DISPLAY "RFC del contratista: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               DISPLAY "NSS del trabajador: ".
               MOVE SPACE TO WS-Nss-Entrada.
               ACCEPT WS-Nss-Entrada.
               DISPLAY "Fecha de baja (AAAAMMDD): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               PERFORM Validar-Fecha.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Fecha no valida; captura cancelada."
               ELSE
                   PERFORM Marcar-Baja
                   IF WS-Asignacion-Hallada = "N"
                       DISPLAY "No hay asignacion abierta de ese "
                           "NSS con ese contratista."
                   ELSE
                       PERFORM Reescribir-Personal
                       MOVE "BAJA-SUBCONTR"
                           TO WS-Auditoria-Operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "Baja registrada."
                   END-IF
               END-IF.

           Marcar-Baja.
               MOVE "N" TO WS-Asignacion-Hallada.
               OPEN OUTPUT Personal-tmp-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-personal-archivo.
               IF WS-Contratistas-Personal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-personal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cpersonal-rfc = WS-Rfc-Entrada
                               AND cpersonal-nss = WS-Nss-Entrada
                               AND cpersonal-baja = SPACE
                               MOVE WS-Fecha-Entrada
                                   TO cpersonal-baja
                               MOVE "S" TO WS-Asignacion-Hallada
                           END-IF
                           MOVE cpersonal-registro
                               TO personal-tmp-registro
                           WRITE personal-tmp-registro
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-personal-archivo.
               CLOSE Personal-tmp-archivo.

           Reescribir-Personal.
               OPEN INPUT Personal-tmp-archivo.
               OPEN OUTPUT Contratistas-personal-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Personal-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           MOVE personal-tmp-registro
                               TO cpersonal-registro
                           WRITE cpersonal-registro
                   END-READ
               END-PERFORM.
               CLOSE Personal-tmp-archivo.
               CLOSE Contratistas-personal-archivo.

           Listar-Personal.
               DISPLAY "RFC del contratista: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               MOVE ZERO TO WS-Total-Listados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-personal-archivo.
               IF WS-Contratistas-Personal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-personal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cpersonal-rfc = WS-Rfc-Entrada
                               ADD 1 TO WS-Total-Listados
                               DISPLAY cpersonal-nss " "
                                   cpersonal-nombre " "
                                   cpersonal-sitio " alta "
                                   cpersonal-alta " baja "
                                   cpersonal-baja
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-personal-archivo.
               DISPLAY WS-Total-Listados " asignacion(es).".

      * La constancia se registra por trimestre; capturarla de nuevo
      * solo agrega otro acuse, el informe toma cualquiera.
           Registrar-Entrega.
               DISPLAY "RFC del contratista: ".
               MOVE SPACE TO WS-Rfc-Entrada.
               ACCEPT WS-Rfc-Entrada.
               PERFORM Buscar-Contratista.
               IF WS-Contratista-Hallado = ZERO
                   DISPLAY "Contratista no registrado."
               ELSE
                   DISPLAY "Anio (AAAA): "
                   MOVE SPACE TO WS-Anio-Entrada
                   ACCEPT WS-Anio-Entrada
                   DISPLAY "Trimestre (1-4): "
                   MOVE SPACE TO WS-Trimestre-Entrada
                   ACCEPT WS-Trimestre-Entrada
                   DISPLAY "Constancia I = ICSOE (IMSS), "
                       "S = SISUB (INFONAVIT): "
                   MOVE SPACE TO WS-Tipo-Entrada
                   ACCEPT WS-Tipo-Entrada
                   DISPLAY "Fecha de entrega (AAAAMMDD): "
                   MOVE SPACE TO WS-Fecha-Entrada
                   ACCEPT WS-Fecha-Entrada
                   PERFORM Validar-Fecha
                   IF WS-Anio-Entrada NOT NUMERIC
                       OR WS-Trimestre-Entrada < "1"
                       OR WS-Trimestre-Entrada > "4"
                       OR (WS-Tipo-Entrada NOT = "I"
                           AND WS-Tipo-Entrada NOT = "S")
                       OR WS-Fec-Valida NOT = "S"
                       DISPLAY "Datos no validos; captura cancelada."
                   ELSE
                       PERFORM Guardar-Entrega
                   END-IF
               END-IF.

           Guardar-Entrega.
               MOVE WS-Rfc-Entrada TO centrega-rfc.
               MOVE WS-Anio-Entrada TO centrega-anio.
               MOVE WS-Trimestre-Entrada TO centrega-trimestre.
               MOVE WS-Tipo-Entrada TO centrega-tipo.
               MOVE WS-Fecha-Entrada TO centrega-fecha.
               DISPLAY "Folio del acuse: ".
               MOVE SPACE TO centrega-acuse.
               ACCEPT centrega-acuse.
               OPEN EXTEND Contratistas-entregas-archivo.
               IF WS-Contratistas-Entregas-Status = "35"
                   OPEN OUTPUT Contratistas-entregas-archivo
               END-IF.
               WRITE centrega-registro.
               CLOSE Contratistas-entregas-archivo.
               MOVE "ENTREGA-REPSE" TO WS-Auditoria-Operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Constancia registrada.".

           Cargar-Contratistas.
               MOVE ZERO TO WS-Total-Contratistas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Contratistas-archivo.
               IF WS-Contratistas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Contratistas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Contratistas < 200
                               ADD 1 TO WS-Total-Contratistas
                               MOVE contratista-registro TO
                                   WS-Contratista-Item
                                       (WS-Total-Contratistas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Contratistas-archivo.

           Reescribir-Contratistas.
               OPEN OUTPUT Contratistas-archivo.
               PERFORM VARYING WS-Indice-Con FROM 1 BY 1
                   UNTIL WS-Indice-Con > WS-Total-Contratistas
                   MOVE WS-Contratista-Item(WS-Indice-Con)
                       TO contratista-registro
                   WRITE contratista-registro
               END-PERFORM.
               CLOSE Contratistas-archivo.

      * La auditoria no lleva ID de empleado: los trabajadores del
      * contratista no estan en el maestro.
           Registrar-Auditoria.
               MOVE "000000" TO auditoria-id.
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

       END PROGRAM Mantener-contratistas.

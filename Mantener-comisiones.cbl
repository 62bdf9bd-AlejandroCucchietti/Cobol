      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-comisiones.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "comisiones-tabla-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "comisiones-tabla-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Comisiones-Tabla-Status PIC XX.
           01 WS-Puestos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".

           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Desde-Entrada PIC X(12).
           01 WS-Porcentaje-Entrada PIC X(6).
           01 WS-Puesto-Existe PIC X.
           01 WS-Tramo-Existe PIC X.
           01 WS-Desde-Valor PIC 9(9)V99.
           01 WS-Porcentaje-Valor PIC 9(3)V99.
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

           01 WS-Desde-Edicion PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-Porcentaje-Edicion PIC ZZ9.99.

           01 WS-Total-Tramos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Tramo PIC 9(3).
           01 WS-Tabla-Tramos.
               05 WS-Tramo-Item OCCURS 300 TIMES PIC X(36).

      * Tabla de comisiones de los puestos de ventas: tramos de
      * venta mensual y el porcentaje que paga cada uno. La usa
      * Calcula-comisiones para la comision del mes.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Menu-Comisiones
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

           Menu-Comisiones.
               DISPLAY "===== Tabla de Comisiones por Puesto =====".
               DISPLAY "1. Listar tramos de comision".
               DISPLAY "2. Agregar tramo".
               DISPLAY "3. Eliminar tramo".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Listar-Tramos
                   WHEN 2
                       PERFORM Agregar-Tramo
                   WHEN 3
                       PERFORM Eliminar-Tramo
                   WHEN 4
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Tramos.
               MOVE ZERO TO WS-Total-Listados.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Comisiones-tabla-archivo.
               IF WS-Comisiones-Tabla-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Comisiones-tabla-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           ADD 1 TO WS-Total-Listados
                           MOVE ctabla-desde TO WS-Desde-Edicion
                           MOVE ctabla-porcentaje
                               TO WS-Porcentaje-Edicion
                           DISPLAY ctabla-puesto " desde "
                               WS-Desde-Edicion " paga "
                               WS-Porcentaje-Edicion " %"
                   END-READ
               END-PERFORM.
               CLOSE Comisiones-tabla-archivo.
               DISPLAY WS-Total-Listados " tramo(s) en la tabla.".

      * El primer tramo de un puesto debe empezar en cero para que
      * toda la venta comisione; se avisa pero no se impide.
           Agregar-Tramo.
               DISPLAY "Puesto: ".
               MOVE SPACE TO WS-Puesto-Entrada.
               ACCEPT WS-Puesto-Entrada.
               PERFORM Buscar-Puesto.
               IF WS-Puesto-Existe = "N"
                   DISPLAY "Error: ese puesto no existe en el "
                       "catalogo de puestos."
               ELSE
                   DISPLAY "Venta mensual desde (pesos): "
                   MOVE SPACE TO WS-Desde-Entrada
                   ACCEPT WS-Desde-Entrada
                   DISPLAY "Porcentaje de comision del tramo: "
                   MOVE SPACE TO WS-Porcentaje-Entrada
                   ACCEPT WS-Porcentaje-Entrada
                   IF FUNCTION TRIM(WS-Desde-Entrada) = SPACE
                       OR FUNCTION TRIM(WS-Porcentaje-Entrada)
                           = SPACE
                       DISPLAY "Error: el tramo y el porcentaje son "
                           "obligatorios."
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Desde-Entrada)
                           TO WS-Desde-Valor
                       MOVE FUNCTION NUMVAL(WS-Porcentaje-Entrada)
                           TO WS-Porcentaje-Valor
                       PERFORM Registrar-Tramo
                   END-IF
               END-IF.

           Registrar-Tramo.
               PERFORM Cargar-Tabla-Tramos.
               PERFORM Buscar-Tramo.
               IF WS-Tramo-Existe = "S"
                   DISPLAY "Error: ese tramo ya existe para el "
                       "puesto; eliminelo primero."
               ELSE
               IF WS-Total-Tramos NOT < 300
                   DISPLAY "La tabla de comisiones esta llena."
               ELSE
                   MOVE WS-Puesto-Entrada TO ctabla-puesto
                   MOVE WS-Desde-Valor TO ctabla-desde
                   MOVE WS-Porcentaje-Valor TO ctabla-porcentaje
                   OPEN EXTEND Comisiones-tabla-archivo
                   IF WS-Comisiones-Tabla-Status = "35"
                       OPEN OUTPUT Comisiones-tabla-archivo
                   END-IF
                   WRITE ctabla-registro
                   CLOSE Comisiones-tabla-archivo
                   MOVE "ALTA-COMISION" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Tramo agregado a la tabla."
                   PERFORM Avisar-Sin-Tramo-Cero
               END-IF
               END-IF.

           Avisar-Sin-Tramo-Cero.
               MOVE ZERO TO WS-Desde-Valor.
               PERFORM Cargar-Tabla-Tramos.
               PERFORM Buscar-Tramo.
               IF WS-Tramo-Existe = "N"
                   DISPLAY "Aviso: el puesto no tiene tramo desde "
                       "cero; la venta debajo del primer tramo no "
                       "comisiona."
               END-IF.

           Eliminar-Tramo.
               DISPLAY "Puesto: ".
               MOVE SPACE TO WS-Puesto-Entrada.
               ACCEPT WS-Puesto-Entrada.
               DISPLAY "Venta mensual desde del tramo a eliminar: ".
               MOVE SPACE TO WS-Desde-Entrada.
               ACCEPT WS-Desde-Entrada.
               MOVE FUNCTION NUMVAL(WS-Desde-Entrada)
                   TO WS-Desde-Valor.
               PERFORM Cargar-Tabla-Tramos.
               PERFORM Buscar-Tramo.
               IF WS-Tramo-Existe = "N"
                   DISPLAY "Ese tramo no existe en la tabla."
               ELSE
                   PERFORM Reescribir-Sin-Eliminado
                   MOVE "BAJA-COMISION" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Tramo eliminado de la tabla."
               END-IF.

           Buscar-Puesto.
               MOVE "N" TO WS-Puesto-Existe.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF puesto-nombre = WS-Puesto-Entrada
                               MOVE "S" TO WS-Puesto-Existe
                               MOVE "0" TO Fin-del-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

           Buscar-Tramo.
               MOVE "N" TO WS-Tramo-Existe.
               PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Total-Tramos
                   MOVE WS-Tramo-Item(WS-Indice-Tramo)
                       TO ctabla-registro
                   IF ctabla-puesto = WS-Puesto-Entrada
                       AND ctabla-desde = WS-Desde-Valor
                       MOVE "S" TO WS-Tramo-Existe
                   END-IF
               END-PERFORM.

           Cargar-Tabla-Tramos.
               MOVE ZERO TO WS-Total-Tramos.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Comisiones-tabla-archivo.
               IF WS-Comisiones-Tabla-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Comisiones-tabla-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Tramos < 300
                               ADD 1 TO WS-Total-Tramos
                               MOVE ctabla-registro TO
                                   WS-Tramo-Item(WS-Total-Tramos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Comisiones-tabla-archivo.

           Reescribir-Sin-Eliminado.
               OPEN OUTPUT Comisiones-tabla-archivo.
               PERFORM VARYING WS-Indice-Tramo FROM 1 BY 1
                   UNTIL WS-Indice-Tramo > WS-Total-Tramos
                   MOVE WS-Tramo-Item(WS-Indice-Tramo)
                       TO ctabla-registro
                   IF ctabla-puesto NOT = WS-Puesto-Entrada
                       OR ctabla-desde NOT = WS-Desde-Valor
                       WRITE ctabla-registro
                   END-IF
               END-PERFORM.
               CLOSE Comisiones-tabla-archivo.

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

       END PROGRAM Mantener-comisiones.

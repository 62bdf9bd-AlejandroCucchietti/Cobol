      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-merito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "matriz-merito-fisico.cbl".
       COPY "bolsas-merito-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "matriz-merito-logico.cbl".
       COPY "bolsas-merito-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Matriz-Merito-Status PIC XX.
           01 WS-Bolsas-Merito-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Menu PIC 9.
           01 Salir-Menu PIC X VALUE "N".

           01 WS-Desde-Entrada PIC X(2).
           01 WS-Hasta-Entrada PIC X(2).
           01 WS-Pct-Entrada PIC X(6).
           01 WS-Ciclo-Entrada PIC X(4).
           01 WS-Depto-Entrada PIC X(20).
           01 WS-Monto-Entrada PIC X(14).
           01 WS-Desde-Valor PIC 99.
           01 WS-Hasta-Valor PIC 99.
           01 WS-Ciclo-Valor PIC 9(4).
           01 WS-Datos-Validos PIC X.
           01 WS-Encontrado PIC X.
           01 WS-Indice-Cuartil PIC 9.
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

           01 WS-Pct-Edicion PIC Z9.99.
           01 WS-Monto-Edicion PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Renglon-Nuevo.
               05 WS-Nuevo-Desde PIC 99.
               05 WS-Nuevo-Hasta PIC 99.
               05 WS-Nuevo-Pct PIC 99V99 OCCURS 4 TIMES.

           01 WS-Total-Renglones PIC 99 VALUE ZERO.
           01 WS-Indice-Renglon PIC 99.
           01 WS-Tabla-Matriz.
               05 WS-Renglon-Item OCCURS 10 TIMES PIC X(20).

           01 WS-Total-Bolsas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Bolsa PIC 9(4).
           01 WS-Tabla-Bolsas.
               05 WS-Bolsa-Item OCCURS 1000 TIMES PIC X(35).

      * Politica de aumentos por merito: la matriz de calificacion
      * contra posicion en la banda y la bolsa de cada departamento
      * por ciclo. Planea-merito las usa para proponer los aumentos
      * de las hojas de cada jefe. Los cambios son de supervisor.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Menu-Merito
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

           Menu-Merito.
               DISPLAY "===== Matriz de Merito y Bolsas =====".
               DISPLAY "1. Listar matriz de merito".
               DISPLAY "2. Fijar renglon de la matriz".
               DISPLAY "3. Listar bolsas de un ciclo".
               DISPLAY "4. Fijar bolsa de un departamento".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 1
                       PERFORM Listar-Matriz
                   WHEN 2
                       IF WS-Nivel-Operador < 3
                           DISPLAY "La matriz de merito esta "
                               "restringida a supervisores."
                       ELSE
                           PERFORM Fijar-Renglon
                       END-IF
                   WHEN 3
                       PERFORM Listar-Bolsas
                   WHEN 4
                       IF WS-Nivel-Operador < 3
                           DISPLAY "Las bolsas de merito estan "
                               "restringidas a supervisores."
                       ELSE
                           PERFORM Fijar-Bolsa
                       END-IF
                   WHEN 5
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

           Listar-Matriz.
               PERFORM Cargar-Matriz.
               DISPLAY "CALIF.   CUARTIL 1  CUARTIL 2  CUARTIL 3  "
                   "CUARTIL 4".
               PERFORM VARYING WS-Indice-Renglon FROM 1 BY 1
                   UNTIL WS-Indice-Renglon > WS-Total-Renglones
                   MOVE WS-Renglon-Item(WS-Indice-Renglon)
                       TO merito-registro
                   DISPLAY merito-calif-desde "-" merito-calif-hasta
                       WITH NO ADVANCING
                   PERFORM VARYING WS-Indice-Cuartil FROM 1 BY 1
                       UNTIL WS-Indice-Cuartil > 4
                       MOVE merito-porcentaje(WS-Indice-Cuartil)
                           TO WS-Pct-Edicion
                       DISPLAY "     " WS-Pct-Edicion " %"
                           WITH NO ADVANCING
                   END-PERFORM
                   DISPLAY " "
               END-PERFORM.
               IF WS-Total-Renglones = ZERO
                   DISPLAY "La matriz no tiene renglones; la "
                       "planeacion la siembra con la de omision."
               END-IF.

      * Un renglon con el mismo inicio de rango sustituye al
      * anterior; los rangos no pueden encimarse con otros.
           Fijar-Renglon.
               MOVE "S" TO WS-Datos-Validos.
               DISPLAY "Calificacion desde (1-10): ".
               MOVE SPACE TO WS-Desde-Entrada.
               ACCEPT WS-Desde-Entrada.
               DISPLAY "Calificacion hasta (1-10): ".
               MOVE SPACE TO WS-Hasta-Entrada.
               ACCEPT WS-Hasta-Entrada.
               IF FUNCTION TEST-NUMVAL(WS-Desde-Entrada) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-Hasta-Entrada) NOT = 0
                   MOVE "N" TO WS-Datos-Validos
               ELSE
                   MOVE FUNCTION NUMVAL(WS-Desde-Entrada)
                       TO WS-Desde-Valor
                   MOVE FUNCTION NUMVAL(WS-Hasta-Entrada)
                       TO WS-Hasta-Valor
                   IF WS-Desde-Valor < 1 OR WS-Hasta-Valor > 10
                       OR WS-Desde-Valor > WS-Hasta-Valor
                       MOVE "N" TO WS-Datos-Validos
                   END-IF
               END-IF.
               IF WS-Datos-Validos = "N"
                   DISPLAY "Rango de calificacion no valido."
               ELSE
                   MOVE WS-Desde-Valor TO WS-Nuevo-Desde
                   MOVE WS-Hasta-Valor TO WS-Nuevo-Hasta
                   PERFORM VARYING WS-Indice-Cuartil FROM 1 BY 1
                       UNTIL WS-Indice-Cuartil > 4
                       OR WS-Datos-Validos = "N"
                       PERFORM Capturar-Pct-Cuartil
                   END-PERFORM
                   IF WS-Datos-Validos = "N"
                       DISPLAY "Porcentaje no valido; no se "
                           "registro el renglon."
                   ELSE
                       PERFORM Registrar-Renglon
                   END-IF
               END-IF.

           Capturar-Pct-Cuartil.
               DISPLAY "Aumento % en el cuartil " WS-Indice-Cuartil
                   " de la banda: ".
               MOVE SPACE TO WS-Pct-Entrada.
               ACCEPT WS-Pct-Entrada.
               IF FUNCTION TEST-NUMVAL(WS-Pct-Entrada) NOT = 0
                   MOVE "N" TO WS-Datos-Validos
               ELSE
                   IF FUNCTION NUMVAL(WS-Pct-Entrada) > 99.99
                       MOVE "N" TO WS-Datos-Validos
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-Pct-Entrada)
                           TO WS-Nuevo-Pct(WS-Indice-Cuartil)
                   END-IF
               END-IF.

           Registrar-Renglon.
               PERFORM Cargar-Matriz.
               MOVE "N" TO WS-Encontrado.
               PERFORM VARYING WS-Indice-Renglon FROM 1 BY 1
                   UNTIL WS-Indice-Renglon > WS-Total-Renglones
                   MOVE WS-Renglon-Item(WS-Indice-Renglon)
                       TO merito-registro
                   IF merito-calif-desde = WS-Nuevo-Desde
                       MOVE "S" TO WS-Encontrado
                       MOVE WS-Renglon-Nuevo
                           TO WS-Renglon-Item(WS-Indice-Renglon)
                   ELSE
                       IF WS-Nuevo-Desde NOT > merito-calif-hasta
                           AND WS-Nuevo-Hasta
                               NOT < merito-calif-desde
                           MOVE "N" TO WS-Datos-Validos
                       END-IF
                   END-IF
               END-PERFORM.
               IF WS-Datos-Validos = "N"
                   DISPLAY "El rango se encima con otro renglon de "
                       "la matriz; no se registro."
               ELSE
               IF WS-Encontrado = "N" AND WS-Total-Renglones = 10
                   DISPLAY "La matriz ya tiene diez renglones."
               ELSE
                   IF WS-Encontrado = "N"
                       ADD 1 TO WS-Total-Renglones
                       MOVE WS-Renglon-Nuevo
                           TO WS-Renglon-Item(WS-Total-Renglones)
                   END-IF
                   OPEN OUTPUT Matriz-merito-archivo
                   PERFORM VARYING WS-Indice-Renglon FROM 1 BY 1
                       UNTIL WS-Indice-Renglon > WS-Total-Renglones
                       MOVE WS-Renglon-Item(WS-Indice-Renglon)
                           TO merito-registro
                       WRITE merito-registro
                   END-PERFORM
                   CLOSE Matriz-merito-archivo
                   MOVE "MATRIZ-MERITO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Renglon de la matriz registrado."
               END-IF
               END-IF.

           Cargar-Matriz.
               MOVE ZERO TO WS-Total-Renglones.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Matriz-merito-archivo.
               IF WS-Matriz-Merito-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Matriz-merito-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Renglones < 10
                               ADD 1 TO WS-Total-Renglones
                               MOVE merito-registro TO
                                   WS-Renglon-Item(WS-Total-Renglones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Matriz-merito-archivo.

           Pedir-Ciclo.
               DISPLAY "Ciclo (AAAA): ".
               MOVE SPACE TO WS-Ciclo-Entrada.
               ACCEPT WS-Ciclo-Entrada.
               IF WS-Ciclo-Entrada NOT NUMERIC
                   MOVE ZERO TO WS-Ciclo-Valor
               ELSE
                   MOVE WS-Ciclo-Entrada TO WS-Ciclo-Valor
               END-IF.

           Listar-Bolsas.
               PERFORM Pedir-Ciclo.
               MOVE ZERO TO WS-Total-Listados.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Bolsas-merito-archivo.
               IF WS-Bolsas-Merito-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Bolsas-merito-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF bolsa-ciclo = WS-Ciclo-Valor
                               ADD 1 TO WS-Total-Listados
                               MOVE bolsa-monto TO WS-Monto-Edicion
                               DISPLAY bolsa-departamento " "
                                   WS-Monto-Edicion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Bolsas-merito-archivo.
               DISPLAY WS-Total-Listados " bolsa(s) en el ciclo.".

           Fijar-Bolsa.
               PERFORM Pedir-Ciclo.
               DISPLAY "Departamento: ".
               MOVE SPACE TO WS-Depto-Entrada.
               ACCEPT WS-Depto-Entrada.
               DISPLAY "Bolsa mensual de aumentos (pesos): ".
               MOVE SPACE TO WS-Monto-Entrada.
               ACCEPT WS-Monto-Entrada.
               IF WS-Ciclo-Valor = ZERO OR WS-Depto-Entrada = SPACE
                   OR FUNCTION TEST-NUMVAL(WS-Monto-Entrada) NOT = 0
                   DISPLAY "Datos no validos."
               ELSE
                   PERFORM Cargar-Bolsas
                   MOVE "N" TO WS-Encontrado
                   PERFORM VARYING WS-Indice-Bolsa FROM 1 BY 1
                       UNTIL WS-Indice-Bolsa > WS-Total-Bolsas
                       MOVE WS-Bolsa-Item(WS-Indice-Bolsa)
                           TO bolsa-registro
                       IF bolsa-ciclo = WS-Ciclo-Valor
                           AND bolsa-departamento = WS-Depto-Entrada
                           MOVE FUNCTION NUMVAL(WS-Monto-Entrada)
                               TO bolsa-monto
                           MOVE bolsa-registro
                               TO WS-Bolsa-Item(WS-Indice-Bolsa)
                           MOVE "S" TO WS-Encontrado
                       END-IF
                   END-PERFORM
                   IF WS-Encontrado = "N"
                       AND WS-Total-Bolsas < 1000
                       ADD 1 TO WS-Total-Bolsas
                       MOVE WS-Ciclo-Valor TO bolsa-ciclo
                       MOVE WS-Depto-Entrada TO bolsa-departamento
                       MOVE FUNCTION NUMVAL(WS-Monto-Entrada)
                           TO bolsa-monto
                       MOVE bolsa-registro
                           TO WS-Bolsa-Item(WS-Total-Bolsas)
                       MOVE "S" TO WS-Encontrado
                   END-IF
                   IF WS-Encontrado = "N"
                       DISPLAY "El archivo de bolsas esta lleno."
                   ELSE
                       PERFORM Guardar-Bolsa
                   END-IF
               END-IF.

           Guardar-Bolsa.
               OPEN OUTPUT Bolsas-merito-archivo.
               PERFORM VARYING WS-Indice-Bolsa FROM 1 BY 1
                   UNTIL WS-Indice-Bolsa > WS-Total-Bolsas
                   MOVE WS-Bolsa-Item(WS-Indice-Bolsa)
                       TO bolsa-registro
                   WRITE bolsa-registro
               END-PERFORM.
               CLOSE Bolsas-merito-archivo.
               MOVE "BOLSA-MERITO" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Bolsa registrada.".

           Cargar-Bolsas.
               MOVE ZERO TO WS-Total-Bolsas.
               MOVE "1" TO Fin-del-Archivo.
               OPEN INPUT Bolsas-merito-archivo.
               IF WS-Bolsas-Merito-Status NOT = "00"
                   MOVE "0" TO Fin-del-Archivo
               END-IF.
               PERFORM UNTIL Fin-del-Archivo = "0"
                   READ Bolsas-merito-archivo
                       AT END
                           MOVE "0" TO Fin-del-Archivo
                       NOT AT END
                           IF WS-Total-Bolsas < 1000
                               ADD 1 TO WS-Total-Bolsas
                               MOVE bolsa-registro TO
                                   WS-Bolsa-Item(WS-Total-Bolsas)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Bolsas-merito-archivo.

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

       END PROGRAM Mantener-merito.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Planea-merito.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "revisiones-fisico.cbl".
       COPY "matriz-merito-fisico.cbl".
       COPY "bolsas-merito-fisico.cbl".
       COPY "hojas-merito-fisico.cbl".
       COPY "pendientes-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT Hoja-reporte-archivo
       ASSIGN TO "hoja-merito.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Hoja-Reporte-Status.

       SELECT Resumen-archivo
       ASSIGN TO "merito-presupuesto.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Resumen-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "revisiones-logico.cbl".
       COPY "matriz-merito-logico.cbl".
       COPY "bolsas-merito-logico.cbl".
       COPY "hojas-merito-logico.cbl".
       COPY "pendientes-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Hoja-reporte-archivo.

       01  hoja-reporte-linea PIC X(100).

       FD  Resumen-archivo.

       01  resumen-linea PIC X(100).


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Puestos-Status PIC XX.
           01 WS-Revisiones-Status PIC XX.
           01 WS-Matriz-Merito-Status PIC XX.
           01 WS-Bolsas-Merito-Status PIC XX.
           01 WS-Hojas-Merito-Status PIC XX.
           01 WS-Pendientes-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Hoja-Reporte-Status PIC XX.
           01 WS-Resumen-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Opcion-Merito PIC 9.
           01 Salir-Planeacion PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Ciclo PIC 9(4).
           01 WS-Ciclo-Entrada PIC X(4).
           01 WS-Jefe-Entrada PIC X(6).
           01 WS-Id-Entrada PIC X(6).
           01 WS-Pct-Entrada PIC X(6).
           01 WS-Fecha-Entrada PIC X(8).
           01 WS-Confirma PIC X.
           01 WS-Jefe-Hallado PIC X.
           01 WS-Ya-En-Cola PIC X.
           01 WS-Ya-Enviado PIC X.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Renglones PIC 99 VALUE ZERO.
           01 WS-Indice-Renglon PIC 99.
           01 WS-Tabla-Matriz.
               05 WS-Renglon-Item OCCURS 10 TIMES.
                   10 WS-Mat-Desde PIC 99.
                   10 WS-Mat-Hasta PIC 99.
                   10 WS-Mat-Pct PIC 99V99 OCCURS 4 TIMES.

           01 WS-Total-Puestos PIC 99 VALUE ZERO.
           01 WS-Indice-Puesto PIC 99.
           01 WS-Puesto-Actual PIC 99.
           01 WS-Tabla-Puestos.
               05 WS-Puesto-Item OCCURS 50 TIMES.
                   10 WS-Pue-Nombre PIC X(20).
                   10 WS-Pue-Minimo PIC 9(7)V99.
                   10 WS-Pue-Maximo PIC 9(7)V99.

           01 WS-Total-Hojas PIC 9(4) VALUE ZERO.
           01 WS-Indice-Hoja PIC 9(4).
           01 WS-Hoja-Actual PIC 9(4).
           01 WS-Tabla-Llena PIC X.
           01 WS-Tabla-Hojas.
               05 WS-Hoja-Item OCCURS 5000 TIMES PIC X(70).

           01 WS-Total-Deptos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Depto PIC 9(3).
           01 WS-Depto-Actual PIC 9(3).
           01 WS-Depto-Buscado PIC X(20).
           01 WS-Tabla-Deptos.
               05 WS-Depto-Item OCCURS 100 TIMES.
                   10 WS-Dep-Nombre PIC X(20).
                   10 WS-Dep-Bolsa PIC 9(9)V99.
                   10 WS-Dep-Propuesto PIC 9(9)V99.
                   10 WS-Dep-Enviado PIC 9(9)V99.
                   10 WS-Dep-Personas PIC 9(5).

           01 WS-Calificacion PIC 99.
           01 WS-Ciclo-Revision PIC 9(4).
           01 WS-Cuartil PIC 9.
           01 WS-Posicion-Banda PIC 9(3)V9999.
           01 WS-Pct-Aumento PIC 99V99.
           01 WS-Salario-Propuesto PIC 9(7)V99.
           01 WS-Incremento PIC 9(7)V99.
           01 WS-Salario-Texto PIC 9(7).99.

           01 WS-Total-Generados PIC 9(4).
           01 WS-Total-Enviados PIC 9(4).
           01 WS-Total-Retenidos PIC 9(4).
           01 WS-Total-Sin-Aumento PIC 9(4).
           01 WS-Suma-Incremento PIC 9(9)V99.
           01 WS-Suma-Bolsa PIC 9(9)V99.
           01 WS-Diferencia PIC S9(9)V99.

           01 WS-Monto-Edicion PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-Pct-Edicion PIC Z9.99.

           01 WS-Linea-Hoja.
               05 WS-LH-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Depto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Calif PIC Z9.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LH-Cuartil PIC 9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Salario PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Pct PIC Z9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Propuesto PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Incremento PIC ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LH-Estado PIC X(9).

           01 WS-Linea-Resumen.
               05 WS-LR-Depto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Personas PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Bolsa PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Propuesto PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Enviado PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Diferencia PIC -ZZZ,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Marca PIC X(9).

      * Planeacion de aumentos por merito: cada jefe recibe una
      * hoja con sus colaboradores directos (empleados-jefe-id) y
      * el aumento que propone la matriz segun la calificacion de
      * la revision de desempeno y la posicion del salario en la
      * banda de su puesto. El jefe puede ajustar el porcentaje;
      * un supervisor aprueba la hoja y la envia como cambios de
      * salario con fecha efectiva a la cola de pendientes, donde
      * otro supervisor los aplica. El resumen compara la bolsa de
      * cada departamento contra lo propuesto.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Capturar-Ciclo.
           PERFORM Inicializar-Matriz.
           PERFORM Cargar-Matriz.
           PERFORM Cargar-Puestos.
           PERFORM Menu-Merito
           UNTIL Salir-Planeacion = "S".
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

           Capturar-Ciclo.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Ciclo.
               DISPLAY "===== Planeacion de Aumentos por Merito =====".
               DISPLAY "Ciclo (AAAA, ENTER para " WS-Ciclo "): ".
               MOVE SPACE TO WS-Ciclo-Entrada.
               ACCEPT WS-Ciclo-Entrada.
               IF WS-Ciclo-Entrada NUMERIC
                   MOVE WS-Ciclo-Entrada TO WS-Ciclo
               END-IF.

           Menu-Merito.
               DISPLAY "===== Merito del ciclo " WS-Ciclo " =====".
               DISPLAY "1. Generar hoja de un jefe".
               DISPLAY "2. Ajustar aumento de un colaborador".
               DISPLAY "3. Consultar hoja de un jefe".
               DISPLAY "4. Aprobar y enviar hoja a pendientes".
               DISPLAY "5. Bolsa contra propuesto por departamento".
               DISPLAY "6. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Merito.
               EVALUATE Opcion-Merito
                   WHEN 1
                       PERFORM Generar-Hoja
                   WHEN 2
                       PERFORM Ajustar-Aumento
                   WHEN 3
                       PERFORM Consultar-Hoja
                   WHEN 4
                       IF WS-Nivel-Operador < 3
                           DISPLAY "La aprobacion de hojas esta "
                               "restringida a supervisores."
                       ELSE
                           PERFORM Aprobar-Hoja
                       END-IF
                   WHEN 5
                       PERFORM Resumen-Presupuesto
                   WHEN 6
                       MOVE "S" TO Salir-Planeacion
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Si la matriz no existe se siembra con la de omision: la
      * mejor calificacion en la parte baja de la banda recibe el
      * mayor aumento.
           Inicializar-Matriz.
               OPEN INPUT Matriz-merito-archivo.
               IF WS-Matriz-Merito-Status NOT = "00"
                   CLOSE Matriz-merito-archivo
                   OPEN OUTPUT Matriz-merito-archivo
                   MOVE 09 TO merito-calif-desde
                   MOVE 10 TO merito-calif-hasta
                   MOVE 06.00 TO merito-porcentaje(1)
                   MOVE 05.00 TO merito-porcentaje(2)
                   MOVE 04.00 TO merito-porcentaje(3)
                   MOVE 03.00 TO merito-porcentaje(4)
                   WRITE merito-registro
                   MOVE 07 TO merito-calif-desde
                   MOVE 08 TO merito-calif-hasta
                   MOVE 04.50 TO merito-porcentaje(1)
                   MOVE 04.00 TO merito-porcentaje(2)
                   MOVE 03.00 TO merito-porcentaje(3)
                   MOVE 02.00 TO merito-porcentaje(4)
                   WRITE merito-registro
                   MOVE 05 TO merito-calif-desde
                   MOVE 06 TO merito-calif-hasta
                   MOVE 03.00 TO merito-porcentaje(1)
                   MOVE 02.00 TO merito-porcentaje(2)
                   MOVE 01.00 TO merito-porcentaje(3)
                   MOVE ZERO TO merito-porcentaje(4)
                   WRITE merito-registro
                   MOVE 01 TO merito-calif-desde
                   MOVE 04 TO merito-calif-hasta
                   MOVE ZERO TO merito-porcentaje(1)
                       merito-porcentaje(2) merito-porcentaje(3)
                       merito-porcentaje(4)
                   WRITE merito-registro
               END-IF.
               CLOSE Matriz-merito-archivo.

           Cargar-Matriz.
               MOVE ZERO TO WS-Total-Renglones.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Matriz-merito-archivo.
               IF WS-Matriz-Merito-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Matriz-merito-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Renglones < 10
                               ADD 1 TO WS-Total-Renglones
                               MOVE merito-registro TO
                                   WS-Renglon-Item(WS-Total-Renglones)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Matriz-merito-archivo.

           Cargar-Puestos.
               MOVE ZERO TO WS-Total-Puestos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   OR WS-Total-Puestos = 50
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Total-Puestos
                           MOVE puesto-nombre TO
                               WS-Pue-Nombre(WS-Total-Puestos)
                           MOVE puesto-salario-minimo TO
                               WS-Pue-Minimo(WS-Total-Puestos)
                           MOVE puesto-salario-maximo TO
                               WS-Pue-Maximo(WS-Total-Puestos)
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

           Cargar-Hojas.
               MOVE ZERO TO WS-Total-Hojas.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Hojas-merito-archivo.
               IF WS-Hojas-Merito-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Hojas-merito-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Hojas < 5000
                               ADD 1 TO WS-Total-Hojas
                               MOVE hoja-registro TO
                                   WS-Hoja-Item(WS-Total-Hojas)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Hojas-merito-archivo.

      * Los renglones borrados quedan en blanco en la tabla y no
      * se vuelven a escribir.
           Reescribir-Hojas.
               OPEN OUTPUT Hojas-merito-archivo.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   IF WS-Hoja-Item(WS-Indice-Hoja) NOT = SPACE
                       MOVE WS-Hoja-Item(WS-Indice-Hoja)
                           TO hoja-registro
                       WRITE hoja-registro
                   END-IF
               END-PERFORM.
               CLOSE Hojas-merito-archivo.

           Pedir-Jefe.
               DISPLAY "ID del jefe: ".
               MOVE SPACE TO WS-Jefe-Entrada.
               ACCEPT WS-Jefe-Entrada.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE WS-Jefe-Entrada TO empleados-id.
               MOVE "S" TO WS-Jefe-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       DISPLAY "No existe ningun empleado con "
                           "ese ID."
                       MOVE "N" TO WS-Jefe-Hallado
               END-READ.
               CLOSE Empleados-archivo.

      * Regenerar la hoja de un jefe sustituye las propuestas que
      * aun no se envian; quien ya fue enviado en el ciclo (con
      * este u otro jefe) no se vuelve a proponer.
           Generar-Hoja.
               PERFORM Pedir-Jefe.
               IF WS-Jefe-Hallado = "S"
                   PERFORM Cargar-Hojas
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "hojas-merito.dat excede la "
                           "capacidad de trabajo; no se genero."
                   ELSE
                       PERFORM Quitar-Propuestas-Jefe
                       MOVE ZERO TO WS-Total-Generados
                       PERFORM Recorrer-Colaboradores
                       PERFORM Reescribir-Hojas
                       DISPLAY "Colaboradores en la hoja: "
                           WS-Total-Generados
                       PERFORM Mostrar-Hoja
                   END-IF
               END-IF.

           Quitar-Propuestas-Jefe.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF hoja-ciclo = WS-Ciclo
                       AND hoja-jefe = WS-Jefe-Entrada
                       AND hoja-propuesta
                       MOVE SPACE TO WS-Hoja-Item(WS-Indice-Hoja)
                   END-IF
               END-PERFORM.

           Recorrer-Colaboradores.
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
                               AND empleados-jefe-id = WS-Jefe-Entrada
                               PERFORM Proponer-Colaborador
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.

           Proponer-Colaborador.
               MOVE "N" TO WS-Ya-Enviado.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF hoja-ciclo = WS-Ciclo
                       AND hoja-id = empleados-id
                       AND hoja-enviada
                       MOVE "S" TO WS-Ya-Enviado
                   END-IF
               END-PERFORM.
               IF WS-Ya-Enviado = "S"
                   DISPLAY "ID " empleados-id ": su aumento del ciclo "
                       "ya fue enviado; no se propone de nuevo."
               ELSE
               IF WS-Total-Hojas = 5000
                   DISPLAY "ID " empleados-id ": no cabe en la hoja; "
                       "depure hojas-merito.dat."
               ELSE
                   PERFORM Buscar-Calificacion
                   PERFORM Calcular-Cuartil
                   PERFORM Buscar-Porcentaje
                   PERFORM Calcular-Propuesto
                   MOVE SPACE TO hoja-registro
                   MOVE WS-Ciclo TO hoja-ciclo
                   MOVE WS-Jefe-Entrada TO hoja-jefe
                   MOVE empleados-id TO hoja-id
                   MOVE empleados-departamento TO hoja-departamento
                   MOVE WS-Calificacion TO hoja-calificacion
                   MOVE WS-Cuartil TO hoja-cuartil
                   MOVE empleados-salario TO hoja-salario
                   MOVE WS-Pct-Aumento TO hoja-porcentaje
                   MOVE WS-Salario-Propuesto
                       TO hoja-salario-propuesto
                   MOVE "P" TO hoja-estado
                   ADD 1 TO WS-Total-Hojas
                   MOVE hoja-registro TO WS-Hoja-Item(WS-Total-Hojas)
                   ADD 1 TO WS-Total-Generados
               END-IF
               END-IF.

      * Se toma la revision realizada mas reciente del ciclo o de
      * uno anterior; sin revision la calificacion queda en cero y
      * la matriz no da aumento.
           Buscar-Calificacion.
               MOVE ZERO TO WS-Calificacion WS-Ciclo-Revision.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Revisiones-archivo.
               IF WS-Revisiones-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Revisiones-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF revision-id = empleados-id
                               AND revision-fecha-realizada
                                   NOT = SPACE
                               AND revision-calificacion NUMERIC
                               AND revision-ciclo NOT > WS-Ciclo
                               AND revision-ciclo
                                   NOT < WS-Ciclo-Revision
                               MOVE revision-ciclo
                                   TO WS-Ciclo-Revision
                               MOVE revision-calificacion
                                   TO WS-Calificacion
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Revisiones-archivo.

      * Cuartil de la banda: debajo del minimo cuenta como el
      * primero y arriba del maximo como el cuarto. Un puesto que
      * no esta en el catalogo queda en cuartil cero, sin aumento.
           Calcular-Cuartil.
               MOVE ZERO TO WS-Puesto-Actual WS-Cuartil.
               PERFORM VARYING WS-Indice-Puesto FROM 1 BY 1
                   UNTIL WS-Indice-Puesto > WS-Total-Puestos
                   OR WS-Puesto-Actual > ZERO
                   IF WS-Pue-Nombre(WS-Indice-Puesto)
                       = empleados-puesto
                       MOVE WS-Indice-Puesto TO WS-Puesto-Actual
                   END-IF
               END-PERFORM.
               IF WS-Puesto-Actual > ZERO
                   EVALUATE TRUE
                       WHEN empleados-salario
                           NOT > WS-Pue-Minimo(WS-Puesto-Actual)
                           MOVE 1 TO WS-Cuartil
                       WHEN empleados-salario
                           NOT < WS-Pue-Maximo(WS-Puesto-Actual)
                           MOVE 4 TO WS-Cuartil
                       WHEN OTHER
                           COMPUTE WS-Posicion-Banda =
                               (empleados-salario
                               - WS-Pue-Minimo(WS-Puesto-Actual))
                               / (WS-Pue-Maximo(WS-Puesto-Actual)
                               - WS-Pue-Minimo(WS-Puesto-Actual))
                           EVALUATE TRUE
                               WHEN WS-Posicion-Banda < 0.25
                                   MOVE 1 TO WS-Cuartil
                               WHEN WS-Posicion-Banda < 0.50
                                   MOVE 2 TO WS-Cuartil
                               WHEN WS-Posicion-Banda < 0.75
                                   MOVE 3 TO WS-Cuartil
                               WHEN OTHER
                                   MOVE 4 TO WS-Cuartil
                           END-EVALUATE
                   END-EVALUATE
               END-IF.

           Buscar-Porcentaje.
               MOVE ZERO TO WS-Pct-Aumento.
               IF WS-Cuartil > ZERO AND WS-Calificacion > ZERO
                   PERFORM VARYING WS-Indice-Renglon FROM 1 BY 1
                       UNTIL WS-Indice-Renglon > WS-Total-Renglones
                       IF WS-Calificacion
                           NOT < WS-Mat-Desde(WS-Indice-Renglon)
                           AND WS-Calificacion
                               NOT > WS-Mat-Hasta(WS-Indice-Renglon)
                           MOVE WS-Mat-Pct(WS-Indice-Renglon,
                               WS-Cuartil) TO WS-Pct-Aumento
                       END-IF
                   END-PERFORM
               END-IF.

      * Igual que el escalafon, la propuesta no rebasa el maximo
      * de la banda; el porcentaje se ajusta a lo que cabe.
           Calcular-Propuesto.
               COMPUTE WS-Salario-Propuesto ROUNDED =
                   empleados-salario * (1 + WS-Pct-Aumento / 100).
               IF WS-Puesto-Actual > ZERO
                   AND WS-Pue-Maximo(WS-Puesto-Actual) > ZERO
                   AND WS-Salario-Propuesto
                       > WS-Pue-Maximo(WS-Puesto-Actual)
                   IF empleados-salario
                       < WS-Pue-Maximo(WS-Puesto-Actual)
                       MOVE WS-Pue-Maximo(WS-Puesto-Actual)
                           TO WS-Salario-Propuesto
                       COMPUTE WS-Pct-Aumento ROUNDED =
                           (WS-Salario-Propuesto - empleados-salario)
                           * 100 / empleados-salario
                   ELSE
                       MOVE empleados-salario TO WS-Salario-Propuesto
                       MOVE ZERO TO WS-Pct-Aumento
                   END-IF
               END-IF.

      * El ajuste del jefe sustituye al porcentaje de la matriz;
      * se avisa cuando deja el salario arriba de la banda.
           Ajustar-Aumento.
               PERFORM Cargar-Hojas.
               DISPLAY "ID del colaborador: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               MOVE ZERO TO WS-Hoja-Actual.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   OR WS-Hoja-Actual > ZERO
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF hoja-ciclo = WS-Ciclo
                       AND hoja-id = WS-Id-Entrada
                       AND hoja-propuesta
                       MOVE WS-Indice-Hoja TO WS-Hoja-Actual
                   END-IF
               END-PERFORM.
               IF WS-Hoja-Actual = ZERO OR WS-Tabla-Llena = "S"
                   DISPLAY "El colaborador no tiene propuesta "
                       "abierta en el ciclo."
               ELSE
                   MOVE WS-Hoja-Item(WS-Hoja-Actual) TO hoja-registro
                   MOVE hoja-porcentaje TO WS-Pct-Edicion
                   DISPLAY "Aumento propuesto: " WS-Pct-Edicion " %"
                   DISPLAY "Nuevo porcentaje de aumento: "
                   MOVE SPACE TO WS-Pct-Entrada
                   ACCEPT WS-Pct-Entrada
                   IF FUNCTION TEST-NUMVAL(WS-Pct-Entrada) NOT = 0
                       DISPLAY "Porcentaje no valido."
                   ELSE
                   IF FUNCTION NUMVAL(WS-Pct-Entrada) > 99.99
                       DISPLAY "Porcentaje no valido."
                   ELSE
                       PERFORM Aplicar-Ajuste
                   END-IF
                   END-IF
               END-IF.

           Aplicar-Ajuste.
               MOVE FUNCTION NUMVAL(WS-Pct-Entrada)
                   TO hoja-porcentaje.
               COMPUTE hoja-salario-propuesto ROUNDED =
                   hoja-salario * (1 + hoja-porcentaje / 100).
               MOVE hoja-registro TO WS-Hoja-Item(WS-Hoja-Actual).
               PERFORM Reescribir-Hojas.
               MOVE hoja-salario-propuesto TO WS-Monto-Edicion.
               DISPLAY "Salario propuesto: " WS-Monto-Edicion.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               MOVE hoja-id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE SPACE TO empleados-puesto
               END-READ.
               CLOSE Empleados-archivo.
               PERFORM VARYING WS-Indice-Puesto FROM 1 BY 1
                   UNTIL WS-Indice-Puesto > WS-Total-Puestos
                   IF WS-Pue-Nombre(WS-Indice-Puesto)
                       = empleados-puesto
                       AND WS-Pue-Maximo(WS-Indice-Puesto) > ZERO
                       AND hoja-salario-propuesto
                           > WS-Pue-Maximo(WS-Indice-Puesto)
                       DISPLAY "Aviso: el salario propuesto queda "
                           "arriba del maximo de la banda."
                   END-IF
               END-PERFORM.
               MOVE hoja-id TO auditoria-id.
               MOVE "MERITO-AJUSTE" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.

           Consultar-Hoja.
               PERFORM Pedir-Jefe.
               IF WS-Jefe-Hallado = "S"
                   PERFORM Cargar-Hojas
                   PERFORM Mostrar-Hoja
               END-IF.

      * Muestra la hoja del jefe en pantalla y la deja impresa en
      * hoja-merito.txt para recabar su visto bueno.
           Mostrar-Hoja.
               MOVE ZERO TO WS-Suma-Incremento.
               OPEN OUTPUT Hoja-reporte-archivo.
               MOVE SPACE TO hoja-reporte-linea.
               STRING "HOJA DE MERITO DEL CICLO " DELIMITED BY SIZE
                   WS-Ciclo DELIMITED BY SIZE
                   " - JEFE " DELIMITED BY SIZE
                   WS-Jefe-Entrada DELIMITED BY SIZE
                   INTO hoja-reporte-linea
               END-STRING.
               WRITE hoja-reporte-linea.
               DISPLAY hoja-reporte-linea.
               MOVE "ID     DEPARTAMENTO         CAL CU      SALARIO"
                   TO hoja-reporte-linea.
               MOVE "    %   PROPUESTO  INCREMENTO ESTADO"
                   TO hoja-reporte-linea(49:36).
               WRITE hoja-reporte-linea.
               DISPLAY hoja-reporte-linea.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF WS-Hoja-Item(WS-Indice-Hoja) NOT = SPACE
                       AND hoja-ciclo = WS-Ciclo
                       AND hoja-jefe = WS-Jefe-Entrada
                       PERFORM Escribir-Renglon-Hoja
                   END-IF
               END-PERFORM.
               MOVE WS-Suma-Incremento TO WS-Monto-Edicion.
               MOVE SPACE TO hoja-reporte-linea.
               STRING "INCREMENTO MENSUAL DE LA HOJA: "
                   DELIMITED BY SIZE
                   WS-Monto-Edicion DELIMITED BY SIZE
                   INTO hoja-reporte-linea
               END-STRING.
               WRITE hoja-reporte-linea.
               DISPLAY hoja-reporte-linea.
               CLOSE Hoja-reporte-archivo.
               DISPLAY "Hoja impresa en hoja-merito.txt".

           Escribir-Renglon-Hoja.
               MOVE hoja-id TO WS-LH-Id.
               MOVE hoja-departamento TO WS-LH-Depto.
               MOVE hoja-calificacion TO WS-LH-Calif.
               MOVE hoja-cuartil TO WS-LH-Cuartil.
               MOVE hoja-salario TO WS-LH-Salario.
               MOVE hoja-porcentaje TO WS-LH-Pct.
               MOVE hoja-salario-propuesto TO WS-LH-Propuesto.
               COMPUTE WS-Incremento =
                   hoja-salario-propuesto - hoja-salario.
               MOVE WS-Incremento TO WS-LH-Incremento.
               ADD WS-Incremento TO WS-Suma-Incremento.
               EVALUATE TRUE
                   WHEN hoja-enviada
                       MOVE "ENVIADA" TO WS-LH-Estado
                   WHEN hoja-calificacion = ZERO
                       MOVE "SIN REV." TO WS-LH-Estado
                   WHEN hoja-cuartil = ZERO
                       MOVE "SIN BANDA" TO WS-LH-Estado
                   WHEN OTHER
                       MOVE "PROPUESTA" TO WS-LH-Estado
               END-EVALUATE.
               MOVE WS-Linea-Hoja TO hoja-reporte-linea.
               WRITE hoja-reporte-linea.
               DISPLAY hoja-reporte-linea.

      * Aprobacion: cada propuesta con aumento entra a la cola de
      * pendientes como cambio de salario con la fecha efectiva
      * capturada y a nombre del supervisor que aprueba, para que
      * la aplique otro supervisor. Quien ya tiene un cambio de
      * salario en espera se retiene en la hoja.
           Aprobar-Hoja.
               PERFORM Pedir-Jefe.
               IF WS-Jefe-Hallado = "S"
                   PERFORM Cargar-Hojas
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "hojas-merito.dat excede la "
                           "capacidad de trabajo; no se envio."
                   ELSE
                       PERFORM Capturar-Fecha-Efectiva
                   END-IF
               END-IF.

           Capturar-Fecha-Efectiva.
               DISPLAY "Fecha efectiva de los aumentos (AAAAMMDD, "
                   "ENTER para " WS-Fecha-Proceso "): ".
               MOVE SPACE TO WS-Fecha-Entrada.
               ACCEPT WS-Fecha-Entrada.
               IF WS-Fecha-Entrada = SPACE
                   MOVE WS-Fecha-Proceso TO WS-Fecha-Entrada
               END-IF.
               MOVE "V" TO WS-Fec-Funcion.
               MOVE WS-Fecha-Entrada TO WS-Fec-Fecha-1.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2
                   WS-Fec-Resultado WS-Fec-Formateada
                   WS-Fec-Valida.
               IF WS-Fec-Valida NOT = "S"
                   DISPLAY "Fecha efectiva no valida."
               ELSE
                   PERFORM Resumen-Presupuesto
                   DISPLAY "Enviar la hoja del jefe " WS-Jefe-Entrada
                       " a pendientes (S/N)? "
                   ACCEPT WS-Confirma
                   IF WS-Confirma = "S" OR WS-Confirma = "s"
                       PERFORM Enviar-Hoja
                   ELSE
                       DISPLAY "Envio cancelado."
                   END-IF
               END-IF.

           Enviar-Hoja.
               MOVE ZERO TO WS-Total-Enviados WS-Total-Retenidos
                   WS-Total-Sin-Aumento.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF WS-Hoja-Item(WS-Indice-Hoja) NOT = SPACE
                       AND hoja-ciclo = WS-Ciclo
                       AND hoja-jefe = WS-Jefe-Entrada
                       AND hoja-propuesta
                       PERFORM Enviar-Renglon
                       MOVE hoja-registro
                           TO WS-Hoja-Item(WS-Indice-Hoja)
                   END-IF
               END-PERFORM.
               PERFORM Reescribir-Hojas.
               MOVE WS-Jefe-Entrada TO auditoria-id.
               MOVE "MERITO-ENVIO" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               DISPLAY "Aumentos enviados a pendientes: "
                   WS-Total-Enviados.
               DISPLAY "Sin aumento (cerrados): " WS-Total-Sin-Aumento.
               DISPLAY "Retenidos por otro cambio en espera: "
                   WS-Total-Retenidos.
               DISPLAY "Los aplica otro supervisor en "
                   "Revisar-pendientes.".

           Enviar-Renglon.
               IF hoja-salario-propuesto NOT > hoja-salario
                   MOVE "E" TO hoja-estado
                   MOVE WS-Fecha-Entrada TO hoja-fecha-efectiva
                   ADD 1 TO WS-Total-Sin-Aumento
               ELSE
                   PERFORM Verificar-Ya-En-Cola
                   IF WS-Ya-En-Cola = "S"
                       ADD 1 TO WS-Total-Retenidos
                       DISPLAY "ID " hoja-id ": tiene un cambio de "
                           "salario en espera; se retiene."
                   ELSE
                       PERFORM Encolar-Pendiente
                       MOVE "E" TO hoja-estado
                       MOVE WS-Fecha-Entrada TO hoja-fecha-efectiva
                       ADD 1 TO WS-Total-Enviados
                   END-IF
               END-IF.

           Verificar-Ya-En-Cola.
               MOVE "N" TO WS-Ya-En-Cola.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Pendientes-archivo.
               IF WS-Pendientes-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Pendientes-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF pendiente-id = hoja-id
                               AND pendiente-salario
                               AND pendiente-en-espera
                               MOVE "S" TO WS-Ya-En-Cola
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Pendientes-archivo.

           Encolar-Pendiente.
               MOVE hoja-id TO pendiente-id.
               MOVE "SALARIO" TO pendiente-tipo.
               MOVE hoja-salario-propuesto TO WS-Salario-Texto.
               MOVE WS-Salario-Texto TO pendiente-valor-nuevo.
               MOVE WS-Fecha-Entrada TO pendiente-fecha-efectiva.
               MOVE WS-Operador-Actual TO pendiente-solicitante.
               ACCEPT pendiente-fecha FROM DATE YYYYMMDD.
               ACCEPT pendiente-hora FROM TIME.
               MOVE "P" TO pendiente-estado.
               MOVE SPACE TO pendiente-revisor.
               OPEN EXTEND Pendientes-archivo.
               IF WS-Pendientes-Status = "35"
                   OPEN OUTPUT Pendientes-archivo
               END-IF.
               WRITE pendiente-registro.
               CLOSE Pendientes-archivo.

      * Bolsa del ciclo contra el incremento mensual propuesto
      * (abierto y enviado) de todas las hojas, por departamento.
           Resumen-Presupuesto.
               MOVE ZERO TO WS-Total-Deptos.
               PERFORM Acumular-Bolsas.
               PERFORM Cargar-Hojas.
               PERFORM VARYING WS-Indice-Hoja FROM 1 BY 1
                   UNTIL WS-Indice-Hoja > WS-Total-Hojas
                   MOVE WS-Hoja-Item(WS-Indice-Hoja) TO hoja-registro
                   IF WS-Hoja-Item(WS-Indice-Hoja) NOT = SPACE
                       AND hoja-ciclo = WS-Ciclo
                       PERFORM Acumular-Propuesto
                   END-IF
               END-PERFORM.
               PERFORM Escribir-Resumen.

           Acumular-Bolsas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Bolsas-merito-archivo.
               IF WS-Bolsas-Merito-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Bolsas-merito-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF bolsa-ciclo = WS-Ciclo
                               MOVE bolsa-departamento
                                   TO WS-Depto-Buscado
                               PERFORM Buscar-Depto
                               IF WS-Depto-Actual > ZERO
                                   ADD bolsa-monto TO
                                       WS-Dep-Bolsa(WS-Depto-Actual)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Bolsas-merito-archivo.

           Buscar-Depto.
               MOVE ZERO TO WS-Depto-Actual.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   OR WS-Depto-Actual > ZERO
                   IF WS-Dep-Nombre(WS-Indice-Depto)
                       = WS-Depto-Buscado
                       MOVE WS-Indice-Depto TO WS-Depto-Actual
                   END-IF
               END-PERFORM.
               IF WS-Depto-Actual = ZERO AND WS-Total-Deptos < 100
                   ADD 1 TO WS-Total-Deptos
                   MOVE WS-Total-Deptos TO WS-Depto-Actual
                   INITIALIZE WS-Depto-Item(WS-Depto-Actual)
                   MOVE WS-Depto-Buscado
                       TO WS-Dep-Nombre(WS-Depto-Actual)
               END-IF.

           Acumular-Propuesto.
               MOVE hoja-departamento TO WS-Depto-Buscado.
               PERFORM Buscar-Depto.
               IF WS-Depto-Actual > ZERO
                   COMPUTE WS-Incremento =
                       hoja-salario-propuesto - hoja-salario
                   ADD 1 TO WS-Dep-Personas(WS-Depto-Actual)
                   ADD WS-Incremento
                       TO WS-Dep-Propuesto(WS-Depto-Actual)
                   IF hoja-enviada
                       ADD WS-Incremento
                           TO WS-Dep-Enviado(WS-Depto-Actual)
                   END-IF
               END-IF.

           Escribir-Resumen.
               MOVE ZERO TO WS-Suma-Bolsa WS-Suma-Incremento.
               OPEN OUTPUT Resumen-archivo.
               MOVE SPACE TO resumen-linea.
               STRING "BOLSA DE MERITO CONTRA PROPUESTO - CICLO "
                   DELIMITED BY SIZE
                   WS-Ciclo DELIMITED BY SIZE
                   INTO resumen-linea
               END-STRING.
               WRITE resumen-linea.
               DISPLAY resumen-linea.
               MOVE "DEPARTAMENTO             N          BOLSA"
                   TO resumen-linea.
               MOVE "PROPUESTO        ENVIADO      DIFERENCIA"
                   TO resumen-linea(48:40).
               WRITE resumen-linea.
               DISPLAY resumen-linea.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   PERFORM Escribir-Renglon-Resumen
               END-PERFORM.
               MOVE WS-Suma-Bolsa TO WS-LR-Bolsa.
               MOVE SPACE TO resumen-linea.
               MOVE WS-Suma-Incremento TO WS-Monto-Edicion.
               STRING "TOTAL BOLSA " DELIMITED BY SIZE
                   WS-LR-Bolsa DELIMITED BY SIZE
                   "  TOTAL PROPUESTO " DELIMITED BY SIZE
                   WS-Monto-Edicion DELIMITED BY SIZE
                   INTO resumen-linea
               END-STRING.
               WRITE resumen-linea.
               DISPLAY resumen-linea.
               CLOSE Resumen-archivo.
               DISPLAY "Resumen en merito-presupuesto.txt".

      * Diferencia negativa = lo propuesto rebasa la bolsa.
           Escribir-Renglon-Resumen.
               MOVE WS-Dep-Nombre(WS-Indice-Depto) TO WS-LR-Depto.
               MOVE WS-Dep-Personas(WS-Indice-Depto)
                   TO WS-LR-Personas.
               MOVE WS-Dep-Bolsa(WS-Indice-Depto) TO WS-LR-Bolsa.
               MOVE WS-Dep-Propuesto(WS-Indice-Depto)
                   TO WS-LR-Propuesto.
               MOVE WS-Dep-Enviado(WS-Indice-Depto) TO WS-LR-Enviado.
               COMPUTE WS-Diferencia =
                   WS-Dep-Bolsa(WS-Indice-Depto)
                   - WS-Dep-Propuesto(WS-Indice-Depto).
               MOVE WS-Diferencia TO WS-LR-Diferencia.
               EVALUATE TRUE
                   WHEN WS-Dep-Bolsa(WS-Indice-Depto) = ZERO
                       MOVE "SIN BOLSA" TO WS-LR-Marca
                   WHEN WS-Diferencia < ZERO
                       MOVE "EXCEDIDO" TO WS-LR-Marca
                   WHEN OTHER
                       MOVE SPACE TO WS-LR-Marca
               END-EVALUATE.
               ADD WS-Dep-Bolsa(WS-Indice-Depto) TO WS-Suma-Bolsa.
               ADD WS-Dep-Propuesto(WS-Indice-Depto)
                   TO WS-Suma-Incremento.
               MOVE WS-Linea-Resumen TO resumen-linea.
               WRITE resumen-linea.
               DISPLAY resumen-linea.

           Registrar-Auditoria.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Planea-merito.

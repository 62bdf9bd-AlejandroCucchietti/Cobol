      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-distribucion.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "distribucion-costos-fisico.cbl".
       COPY "departamentos-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "distribucion-costos-logico.cbl".
       COPY "departamentos-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Distribucion-Status PIC XX.
           01 WS-Departamentos-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Captura PIC X VALUE "N".
           01 WS-Fin-Lectura PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Accion PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Depto-Existe PIC X.
           01 WS-Fin-Captura PIC X.
           01 WS-Depto-Entrada PIC X(20).
           01 WS-Porcentaje-Entrada PIC X(6).
           01 WS-Porcentaje-Valor PIC 9(3)V99.
           01 WS-Suma-Porcentajes PIC 9(5)V99.
           01 WS-Contados-Emp PIC 99.

           01 WS-Total-Dist PIC 9(4) VALUE ZERO.
           01 WS-Indice-Dist PIC 9(4).
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Total-Resultante PIC 9(4).
           01 WS-Tabla-Distribucion.
               05 WS-Dist-Item OCCURS 1000 TIMES PIC X(31).

      * Reparto capturado para el empleado en curso; solo se graba
      * si suma exactamente 100 por ciento.
           01 WS-Total-Nuevo PIC 99 VALUE ZERO.
           01 WS-Indice-Nuevo PIC 99.
           01 WS-Tabla-Nueva.
               05 WS-Nuevo-Item OCCURS 10 TIMES.
                   10 WS-Nue-Depto PIC X(20).
                   10 WS-Nue-Porcentaje PIC 9(3)V99.

           01 WS-Mostrar-Porcentaje PIC ZZ9.99.
           01 WS-Mostrar-Suma PIC ZZZZ9.99.

      * Distribucion del costo de personal compartido entre centros
      * de costo. La usan la poliza de nomina, la proyeccion de
      * costos y la variacion contra presupuesto.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Atender-Empleado
           UNTIL Salir-Captura = "S".
           CLOSE Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
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

           Atender-Empleado.
               DISPLAY "===== Distribucion de Costo por Centro =====".
               DISPLAY "ID del empleado (ENTER para salir): ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               IF WS-Id-Entrada = SPACE
                   MOVE "S" TO Salir-Captura
               ELSE
                   PERFORM Validar-Y-Atender
               END-IF.

           Validar-Y-Atender.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               READ Empleados-archivo
                   INVALID KEY
                       DISPLAY "No existe ningun empleado con ese ID."
                       MOVE "N" TO WS-Registro-Hallado
               END-READ.
               IF WS-Registro-Hallado = "S"
                   DISPLAY "Departamento del empleado: "
                       empleados-departamento
                   PERFORM Cargar-Distribucion
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "distribucion-costos.dat excede la "
                           "capacidad de trabajo; no se modifico nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM Atender-Reparto
                   END-IF
               END-IF.

           Atender-Reparto.
               PERFORM Listar-Distribucion-Empleado.
               DISPLAY "Capturar nuevo reparto o Borrar el "
                   "actual (C/B, ENTER para volver)? ".
               MOVE SPACE TO WS-Accion.
               ACCEPT WS-Accion.
               EVALUATE WS-Accion
                   WHEN "C"
                   WHEN "c"
                       PERFORM Capturar-Reparto
                   WHEN "B"
                   WHEN "b"
                       MOVE ZERO TO WS-Total-Nuevo
                       PERFORM Reescribir-Distribucion
                       MOVE "BAJA-REPARTO" TO auditoria-operacion
                       PERFORM Registrar-Auditoria
                       DISPLAY "Reparto borrado; el costo va "
                           "completo a su departamento."
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.

           Cargar-Distribucion.
               MOVE ZERO TO WS-Total-Dist.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Distribucion-costos-archivo.
               IF WS-Distribucion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Distribucion-costos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Dist < 1000
                               ADD 1 TO WS-Total-Dist
                               MOVE distribucion-registro TO
                                   WS-Dist-Item(WS-Total-Dist)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Distribucion-costos-archivo.

           Listar-Distribucion-Empleado.
               MOVE ZERO TO WS-Contados-Emp.
               MOVE ZERO TO WS-Suma-Porcentajes.
               PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                   UNTIL WS-Indice-Dist > WS-Total-Dist
                   MOVE WS-Dist-Item(WS-Indice-Dist)
                       TO distribucion-registro
                   IF dist-id = WS-Id-Entrada
                       ADD 1 TO WS-Contados-Emp
                       ADD dist-porcentaje TO WS-Suma-Porcentajes
                       MOVE dist-porcentaje TO WS-Mostrar-Porcentaje
                       DISPLAY "  " dist-departamento " "
                           WS-Mostrar-Porcentaje " %"
                   END-IF
               END-PERFORM.
               IF WS-Contados-Emp = ZERO
                   DISPLAY "Sin reparto: el costo va completo a su "
                       "departamento."
               ELSE
                   MOVE WS-Suma-Porcentajes TO WS-Mostrar-Suma
                   DISPLAY "Suma del reparto: " WS-Mostrar-Suma " %"
                   IF WS-Suma-Porcentajes NOT = 100
                       DISPLAY "ATENCION: el reparto no suma 100 y "
                           "se ignora en la nomina."
                   END-IF
               END-IF.

      * El reparto se captura completo y reemplaza al anterior; si
      * no suma 100 por ciento, o el archivo resultante no cabe en
      * la tabla de trabajo de la nomina, no se graba nada.
           Capturar-Reparto.
               MOVE ZERO TO WS-Total-Nuevo.
               MOVE ZERO TO WS-Suma-Porcentajes.
               MOVE "N" TO WS-Fin-Captura.
               PERFORM Capturar-Renglon-Reparto
               UNTIL WS-Fin-Captura = "S".
               MOVE WS-Suma-Porcentajes TO WS-Mostrar-Suma.
               COMPUTE WS-Total-Resultante =
                   WS-Total-Dist - WS-Contados-Emp + WS-Total-Nuevo.
               IF WS-Total-Nuevo = ZERO
                   DISPLAY "Sin renglones; no se cambio el reparto."
               ELSE
               IF WS-Suma-Porcentajes NOT = 100
                   DISPLAY "El reparto suma " WS-Mostrar-Suma
                       " % y debe sumar 100; no se grabo."
               ELSE
               IF WS-Total-Resultante > 1000
                   DISPLAY "distribucion-costos.dat llegaria a "
                       WS-Total-Resultante " renglones y excede la "
                       "capacidad de trabajo (1000); no se grabo."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Reescribir-Distribucion
                   MOVE "ALTA-REPARTO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Reparto grabado (" WS-Total-Nuevo
                       " centros de costo)."
               END-IF
               END-IF
               END-IF.

           Capturar-Renglon-Reparto.
               DISPLAY "Departamento (ENTER para terminar): ".
               MOVE SPACE TO WS-Depto-Entrada.
               ACCEPT WS-Depto-Entrada.
               IF WS-Depto-Entrada = SPACE
                   MOVE "S" TO WS-Fin-Captura
               ELSE
                   PERFORM Buscar-Departamento
                   IF WS-Depto-Existe = "N"
                       DISPLAY "Ese departamento no esta en el "
                           "catalogo."
                   ELSE
                       DISPLAY "Porcentaje del costo: "
                       MOVE SPACE TO WS-Porcentaje-Entrada
                       ACCEPT WS-Porcentaje-Entrada
                       MOVE FUNCTION NUMVAL(WS-Porcentaje-Entrada)
                           TO WS-Porcentaje-Valor
                       IF WS-Porcentaje-Valor = ZERO
                           OR WS-Porcentaje-Valor > 100
                           DISPLAY "Porcentaje no valido."
                       ELSE
                           ADD 1 TO WS-Total-Nuevo
                           MOVE WS-Depto-Entrada
                               TO WS-Nue-Depto(WS-Total-Nuevo)
                           MOVE WS-Porcentaje-Valor
                               TO WS-Nue-Porcentaje(WS-Total-Nuevo)
                           ADD WS-Porcentaje-Valor
                               TO WS-Suma-Porcentajes
                           IF WS-Total-Nuevo = 10
                               MOVE "S" TO WS-Fin-Captura
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           Buscar-Departamento.
               MOVE "N" TO WS-Depto-Existe.
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
                           IF departamento-nombre = WS-Depto-Entrada
                               MOVE "S" TO WS-Depto-Existe
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Departamentos-archivo.

      * Se reescribe el archivo sin los renglones del empleado y
      * con su reparto nuevo al final (ninguno si se borro).
           Reescribir-Distribucion.
               OPEN OUTPUT Distribucion-costos-archivo.
               PERFORM VARYING WS-Indice-Dist FROM 1 BY 1
                   UNTIL WS-Indice-Dist > WS-Total-Dist
                   MOVE WS-Dist-Item(WS-Indice-Dist)
                       TO distribucion-registro
                   IF dist-id NOT = WS-Id-Entrada
                       WRITE distribucion-registro
                   END-IF
               END-PERFORM.
               PERFORM VARYING WS-Indice-Nuevo FROM 1 BY 1
                   UNTIL WS-Indice-Nuevo > WS-Total-Nuevo
                   MOVE WS-Id-Entrada TO dist-id
                   MOVE WS-Nue-Depto(WS-Indice-Nuevo)
                       TO dist-departamento
                   MOVE WS-Nue-Porcentaje(WS-Indice-Nuevo)
                       TO dist-porcentaje
                   WRITE distribucion-registro
               END-PERFORM.
               CLOSE Distribucion-costos-archivo.

           Registrar-Auditoria.
               MOVE WS-Id-Entrada TO auditoria-id.
               ACCEPT auditoria-fecha FROM DATE YYYYMMDD.
               ACCEPT auditoria-hora FROM TIME.
               MOVE WS-Operador-Actual TO auditoria-operador.
               OPEN EXTEND Auditoria-archivo.
               IF WS-Auditoria-Status = "35"
                   OPEN OUTPUT Auditoria-archivo
               END-IF.
               WRITE auditoria-registro.
               CLOSE Auditoria-archivo.

       END PROGRAM Mantener-distribucion.

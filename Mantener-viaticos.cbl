      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Mantener-viaticos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "viaticos-fisico.cbl".
       COPY "viaticos-comprobantes-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT Reporte-viaticos-archivo
       ASSIGN TO "viaticos-abiertos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT Trabajo-Ordenamiento
       ASSIGN TO "viaticos-orden.tmp".


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "viaticos-logico.cbl".
       COPY "viaticos-comprobantes-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

       FD  Reporte-viaticos-archivo.

       01  reporte-viaticos-linea PIC X(100).

       SD  Trabajo-Ordenamiento.

       01  orden-registro.
           05  orden-departamento PIC X(20).
           05  orden-id PIC X(6).
           05  orden-folio PIC 9(6).
           05  orden-nombre PIC X(25).
           05  orden-fecha PIC X(8).
           05  orden-monto PIC 9(7)V99.
           05  orden-pendiente PIC 9(7)V99.
           05  orden-estado PIC X.
           05  orden-dias PIC 9(4).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Viaticos-Status PIC XX.
           01 WS-Comprobantes-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Fecha-Proceso PIC X(8).

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Dias-Comprobar PIC 9(3) VALUE 15.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 Salir-Viaticos PIC X VALUE "N".
           01 Opcion-Viaticos PIC 9.
           01 WS-Fin-Viaticos PIC X.
           01 WS-Fin-Sort PIC X.
           01 WS-Primer-Registro PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Viatico-Hallado PIC X.
           01 WS-Empleado-Activo PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Folio-Entrada PIC X(6).
           01 WS-Destino-Entrada PIC X(20).
           01 WS-Monto-Entrada PIC X(10).
           01 WS-Concepto-Entrada PIC X(20).
           01 WS-Importe PIC 9(7)V99.
           01 WS-Pendiente PIC 9(7)V99.
           01 WS-Ultimo-Folio PIC 9(6) VALUE ZERO.
           01 WS-Contados-Emp PIC 9(3).
           01 WS-Vencidos-Nuevos PIC 9(4).

           01 WS-Total-Viaticos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Via PIC 9(4).
           01 WS-Tabla-Viaticos.
               05 WS-Viatico-Item OCCURS 2000 TIMES PIC X(84).

           01 WS-Departamento-Actual PIC X(20).
           01 WS-Subtotal-Departamento PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-General PIC 9(9)V99 VALUE ZERO.
           01 WS-Total-Abiertos PIC 9(4) VALUE ZERO.

           01 WS-Mostrar-Monto PIC ZZZ,ZZ9.99.
           01 WS-Mostrar-Comprobado PIC ZZZ,ZZ9.99.
           01 WS-Mostrar-Pendiente PIC ZZZ,ZZ9.99.

           01 WS-Linea-Encabezado.
               05 FILLER PIC X(40)
                   VALUE "ANTICIPOS DE VIATICOS ABIERTOS AL ".
               05 WS-Encab-Fecha PIC X(8).
               05 FILLER PIC X(17) VALUE "  PLAZO (DIAS): ".
               05 WS-Encab-Plazo PIC ZZ9.

           01 WS-Linea-Departamento.
               05 FILLER PIC X(14) VALUE "DEPARTAMENTO: ".
               05 WS-LD-Departamento PIC X(20).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-Linea-Folio PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Nombre PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Fecha PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Monto PIC ZZZ,ZZ9.99.
               05 FILLER PIC X(6) VALUE " PEND ".
               05 WS-Linea-Pendiente PIC ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Estado PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-Linea-Dias PIC ZZZ9.
               05 FILLER PIC X(5) VALUE " DIAS".

           01 WS-Linea-Subtotal.
               05 FILLER PIC X(28)
                   VALUE "  PENDIENTE DEL DEPARTAMENTO".
               05 FILLER PIC X VALUE SPACE.
               05 WS-Sub-Monto PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-Linea-Total.
               05 FILLER PIC X(16) VALUE "TOTAL ANTICIPOS ".
               05 WS-Tot-Abiertos PIC ZZZ9.
               05 FILLER PIC X(12) VALUE "  PENDIENTE ".
               05 WS-Tot-Monto PIC ZZZ,ZZZ,ZZ9.99.

      * Anticipos de viaticos en efectivo: alta del anticipo,
      * captura de los comprobantes entregados contra cada uno y
      * reporte de cierre de mes por departamento. Lo que sigue
      * sin comprobar al vencer el plazo lo descuenta la nomina.
       PROCEDURE DIVISION.
       Empieza-Programa.
           ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Leer-Parametros-Viaticos.
           PERFORM Mantener-Viaticos
           UNTIL Salir-Viaticos = "S".
           Program-Done.
            GOBACK.

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

           Leer-Parametros-Viaticos.
               MOVE "VIATICO-DIAS-COMPROB" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Dias-Comprobar
               END-IF.

           Mantener-Viaticos.
               DISPLAY "===== Anticipos de Viaticos =====".
               DISPLAY "1. Registrar anticipo".
               DISPLAY "2. Registrar comprobante".
               DISPLAY "3. Consultar anticipos de un empleado".
               DISPLAY "4. Reporte de anticipos abiertos por "
                   "departamento".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Viaticos.
               EVALUATE Opcion-Viaticos
                   WHEN 1
                       PERFORM Registrar-Anticipo
                   WHEN 2
                       PERFORM Registrar-Comprobante
                   WHEN 3
                       PERFORM Consultar-Anticipos
                   WHEN 4
                       PERFORM Reporte-Abiertos
                   WHEN 5
                       MOVE "S" TO Salir-Viaticos
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Al subir el archivo, los anticipos abiertos que ya pasaron
      * el plazo de comprobacion quedan vencidos.
           Cargar-Viaticos.
               MOVE ZERO TO WS-Total-Viaticos.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE ZERO TO WS-Vencidos-Nuevos.
               MOVE "1" TO WS-Fin-Viaticos.
               OPEN INPUT Viaticos-archivo.
               IF WS-Viaticos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Viaticos
               END-IF.
               PERFORM UNTIL WS-Fin-Viaticos = "0"
                   READ Viaticos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Viaticos
                       NOT AT END
                           IF viatico-folio > WS-Ultimo-Folio
                               MOVE viatico-folio TO WS-Ultimo-Folio
                           END-IF
                           IF viatico-abierto
                               PERFORM Calcular-Dias-Anticipo
                               IF WS-Fec-Resultado > WS-Dias-Comprobar
                                   MOVE "V" TO viatico-estado
                                   ADD 1 TO WS-Vencidos-Nuevos
                               END-IF
                           END-IF
                           IF WS-Total-Viaticos < 2000
                               ADD 1 TO WS-Total-Viaticos
                               MOVE viatico-registro TO
                                   WS-Viatico-Item(WS-Total-Viaticos)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Viaticos-archivo.
               IF WS-Vencidos-Nuevos > ZERO
                   PERFORM Reescribir-Viaticos
               END-IF.

           Reescribir-Viaticos.
               OPEN OUTPUT Viaticos-archivo.
               PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                   UNTIL WS-Indice-Via > WS-Total-Viaticos
                   MOVE WS-Viatico-Item(WS-Indice-Via)
                       TO viatico-registro
                   WRITE viatico-registro
               END-PERFORM.
               CLOSE Viaticos-archivo.

           Calcular-Dias-Anticipo.
               MOVE "D" TO WS-Fec-Funcion.
               MOVE viatico-fecha TO WS-Fec-Fecha-1.
               MOVE WS-Fecha-Proceso TO WS-Fec-Fecha-2.
               CALL "Rutinas-fecha" USING WS-Fec-Funcion
                   WS-Fec-Fecha-1 WS-Fec-Fecha-2
                   WS-Fec-Resultado WS-Fec-Formateada
                   WS-Fec-Valida.
               IF WS-Fec-Resultado < ZERO
                   MOVE ZERO TO WS-Fec-Resultado
               END-IF.

           Calcular-Pendiente.
               IF viatico-comprobado + viatico-recuperado
                   < viatico-monto
                   COMPUTE WS-Pendiente = viatico-monto
                       - viatico-comprobado - viatico-recuperado
               ELSE
                   MOVE ZERO TO WS-Pendiente
               END-IF.

           Leer-Empleado.
               OPEN INPUT Empleados-archivo.
               MOVE WS-Id-Entrada TO empleados-id.
               MOVE "S" TO WS-Registro-Hallado.
               MOVE "N" TO WS-Empleado-Activo.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "N" TO WS-Registro-Hallado
                   NOT INVALID KEY
                       IF empleados-activo
                           MOVE "S" TO WS-Empleado-Activo
                       END-IF
               END-READ.
               CLOSE Empleados-archivo.

           Registrar-Anticipo.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Leer-Empleado.
               IF WS-Registro-Hallado = "N"
                   DISPLAY "No existe ningun empleado con ese ID."
               ELSE
               IF WS-Empleado-Activo = "N"
                   DISPLAY "El empleado no esta activo."
               ELSE
                   DISPLAY "Destino o comision: "
                   MOVE SPACE TO WS-Destino-Entrada
                   ACCEPT WS-Destino-Entrada
                   DISPLAY "Monto entregado: "
                   MOVE SPACE TO WS-Monto-Entrada
                   ACCEPT WS-Monto-Entrada
                   MOVE FUNCTION NUMVAL(WS-Monto-Entrada)
                       TO WS-Importe
                   IF WS-Importe = ZERO
                       DISPLAY "Monto no valido; captura cancelada."
                   ELSE
                       PERFORM Agregar-Anticipo
                   END-IF
               END-IF
               END-IF.

           Agregar-Anticipo.
               PERFORM Cargar-Viaticos.
               IF WS-Total-Viaticos NOT < 2000
                   DISPLAY "El archivo de viaticos esta lleno; "
                       "depurelo."
               ELSE
                   ADD 1 TO WS-Ultimo-Folio
                   MOVE WS-Ultimo-Folio TO viatico-folio
                   MOVE WS-Id-Entrada TO viatico-id
                   MOVE WS-Fecha-Proceso TO viatico-fecha
                   MOVE WS-Destino-Entrada TO viatico-destino
                   MOVE WS-Importe TO viatico-monto
                   MOVE ZERO TO viatico-comprobado
                   MOVE ZERO TO viatico-recuperado
                   MOVE "A" TO viatico-estado
                   MOVE SPACE TO viatico-ultimo-periodo
                   MOVE ZERO TO viatico-ultimo-abono
                   ADD 1 TO WS-Total-Viaticos
                   MOVE viatico-registro
                       TO WS-Viatico-Item(WS-Total-Viaticos)
                   PERFORM Reescribir-Viaticos
                   MOVE "ALTA-VIATICO" TO auditoria-operacion
                   PERFORM Registrar-Auditoria
                   DISPLAY "Anticipo registrado con folio "
                       WS-Ultimo-Folio "; plazo para comprobar: "
                       WS-Dias-Comprobar " dias."
               END-IF.

      * Un comprobante se acepta mientras el anticipo tenga saldo
      * pendiente, aun vencido: lo comprobado ya no se descuenta.
           Registrar-Comprobante.
               DISPLAY "Folio del anticipo: ".
               MOVE SPACE TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               PERFORM Cargar-Viaticos.
               PERFORM Buscar-Anticipo.
               IF WS-Viatico-Hallado = "N"
                   DISPLAY "No existe un anticipo con ese folio."
               ELSE
                   MOVE WS-Viatico-Item(WS-Indice-Via)
                       TO viatico-registro
                   PERFORM Calcular-Pendiente
                   IF WS-Pendiente = ZERO
                       DISPLAY "El anticipo ya no tiene saldo "
                           "pendiente."
                   ELSE
                       MOVE WS-Pendiente TO WS-Mostrar-Pendiente
                       DISPLAY "Pendiente de comprobar: "
                           WS-Mostrar-Pendiente
                       DISPLAY "Concepto del comprobante: "
                       MOVE SPACE TO WS-Concepto-Entrada
                       ACCEPT WS-Concepto-Entrada
                       DISPLAY "Importe: "
                       MOVE SPACE TO WS-Monto-Entrada
                       ACCEPT WS-Monto-Entrada
                       MOVE FUNCTION NUMVAL(WS-Monto-Entrada)
                           TO WS-Importe
                       IF WS-Importe = ZERO
                           DISPLAY "Importe no valido; captura "
                               "cancelada."
                       ELSE
                           PERFORM Aplicar-Comprobante
                       END-IF
                   END-IF
               END-IF.

           Buscar-Anticipo.
               MOVE "N" TO WS-Viatico-Hallado.
               IF WS-Folio-Entrada NUMERIC
                   PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                       UNTIL WS-Indice-Via > WS-Total-Viaticos
                       OR WS-Viatico-Hallado = "S"
                       MOVE WS-Viatico-Item(WS-Indice-Via)
                           TO viatico-registro
                       IF viatico-folio = WS-Folio-Entrada
                           MOVE "S" TO WS-Viatico-Hallado
                           SUBTRACT 1 FROM WS-Indice-Via
                       END-IF
                   END-PERFORM
               END-IF.

      * Lo comprobado de mas sobre el pendiente no genera saldo a
      * favor; el anticipo solo se cierra.
           Aplicar-Comprobante.
               IF WS-Importe > WS-Pendiente
                   DISPLAY "El importe excede el pendiente; se "
                       "registra completo y el anticipo se cierra."
               END-IF.
               ADD WS-Importe TO viatico-comprobado.
               PERFORM Calcular-Pendiente.
               IF WS-Pendiente = ZERO
                   MOVE "C" TO viatico-estado
               END-IF.
               MOVE viatico-registro TO WS-Viatico-Item(WS-Indice-Via).
               PERFORM Reescribir-Viaticos.
               MOVE viatico-folio TO comprobante-folio.
               MOVE WS-Fecha-Proceso TO comprobante-fecha.
               MOVE WS-Concepto-Entrada TO comprobante-concepto.
               MOVE WS-Importe TO comprobante-importe.
               MOVE WS-Operador-Actual TO comprobante-operador.
               OPEN EXTEND Viaticos-comprobantes-archivo.
               IF WS-Comprobantes-Status = "35"
                   OPEN OUTPUT Viaticos-comprobantes-archivo
               END-IF.
               WRITE comprobante-registro.
               CLOSE Viaticos-comprobantes-archivo.
               MOVE viatico-id TO WS-Id-Entrada.
               MOVE "COMPROB-VIAT" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               MOVE WS-Pendiente TO WS-Mostrar-Pendiente.
               DISPLAY "Comprobante registrado. Pendiente: "
                   WS-Mostrar-Pendiente " estado " viatico-estado.

           Consultar-Anticipos.
               DISPLAY "ID del empleado: ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Viaticos.
               MOVE ZERO TO WS-Contados-Emp.
               PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                   UNTIL WS-Indice-Via > WS-Total-Viaticos
                   MOVE WS-Viatico-Item(WS-Indice-Via)
                       TO viatico-registro
                   IF viatico-id = WS-Id-Entrada
                       ADD 1 TO WS-Contados-Emp
                       PERFORM Calcular-Pendiente
                       MOVE viatico-monto TO WS-Mostrar-Monto
                       MOVE viatico-comprobado
                           TO WS-Mostrar-Comprobado
                       MOVE WS-Pendiente TO WS-Mostrar-Pendiente
                       DISPLAY viatico-folio " " viatico-fecha " "
                           viatico-destino " monto " WS-Mostrar-Monto
                           " comprobado " WS-Mostrar-Comprobado
                           " pendiente " WS-Mostrar-Pendiente
                           " estado " viatico-estado
                   END-IF
               END-PERFORM.
               IF WS-Contados-Emp = ZERO
                   DISPLAY "Sin anticipos registrados."
               ELSE
                   DISPLAY "Estados: A abierto, C comprobado, "
                       "V vencido, R recuperado por nomina."
               END-IF.

      * Reporte de cierre de mes: anticipos con saldo pendiente
      * (abiertos y vencidos) agrupados por departamento.
           Reporte-Abiertos.
               PERFORM Cargar-Viaticos.
               OPEN INPUT Empleados-archivo.
               PERFORM Verificar-Estado-Archivo.
               OPEN OUTPUT Reporte-viaticos-archivo.
               MOVE WS-Fecha-Proceso TO WS-Encab-Fecha.
               MOVE WS-Dias-Comprobar TO WS-Encab-Plazo.
               MOVE WS-Linea-Encabezado TO reporte-viaticos-linea.
               WRITE reporte-viaticos-linea.
               MOVE "S" TO WS-Primer-Registro.
               MOVE ZERO TO WS-Subtotal-Departamento.
               MOVE ZERO TO WS-Total-General.
               MOVE ZERO TO WS-Total-Abiertos.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-departamento orden-id
                       orden-folio
                   INPUT PROCEDURE IS Cargar-Registros-Ordenamiento
                   OUTPUT PROCEDURE IS Procesar-Registros-Ordenados.
               CLOSE Reporte-viaticos-archivo.
               CLOSE Empleados-archivo.
               DISPLAY "Anticipos abiertos: " WS-Total-Abiertos
                   ". Reporte en viaticos-abiertos.txt".

           Cargar-Registros-Ordenamiento.
               PERFORM VARYING WS-Indice-Via FROM 1 BY 1
                   UNTIL WS-Indice-Via > WS-Total-Viaticos
                   MOVE WS-Viatico-Item(WS-Indice-Via)
                       TO viatico-registro
                   IF viatico-abierto OR viatico-vencido
                       PERFORM Calcular-Pendiente
                       IF WS-Pendiente > ZERO
                           PERFORM Liberar-Anticipo
                       END-IF
                   END-IF
               END-PERFORM.

           Liberar-Anticipo.
               MOVE viatico-id TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       MOVE "SIN DEPARTAMENTO" TO orden-departamento
                       MOVE SPACE TO orden-nombre
                   NOT INVALID KEY
                       MOVE empleados-departamento
                           TO orden-departamento
                       MOVE empleados-nombre TO orden-nombre
               END-READ.
               MOVE viatico-id TO orden-id.
               MOVE viatico-folio TO orden-folio.
               MOVE viatico-fecha TO orden-fecha.
               MOVE viatico-monto TO orden-monto.
               MOVE WS-Pendiente TO orden-pendiente.
               MOVE viatico-estado TO orden-estado.
               PERFORM Calcular-Dias-Anticipo.
               MOVE WS-Fec-Resultado TO orden-dias.
               RELEASE orden-registro.

           Procesar-Registros-Ordenados.
               MOVE "N" TO WS-Fin-Sort.
               PERFORM Leer-Registro-Ordenado.
               PERFORM UNTIL WS-Fin-Sort = "S"
                   IF WS-Primer-Registro = "S"
                       MOVE "N" TO WS-Primer-Registro
                       MOVE orden-departamento
                           TO WS-Departamento-Actual
                       PERFORM Escribir-Departamento
                   ELSE
                   IF orden-departamento NOT = WS-Departamento-Actual
                       PERFORM Escribir-Subtotal
                       MOVE ZERO TO WS-Subtotal-Departamento
                       MOVE orden-departamento
                           TO WS-Departamento-Actual
                       PERFORM Escribir-Departamento
                   END-IF
                   END-IF
                   PERFORM Escribir-Detalle
                   ADD orden-pendiente TO WS-Subtotal-Departamento
                   ADD orden-pendiente TO WS-Total-General
                   ADD 1 TO WS-Total-Abiertos
                   PERFORM Leer-Registro-Ordenado
               END-PERFORM.
               IF WS-Primer-Registro = "N"
                   PERFORM Escribir-Subtotal
               END-IF.
               MOVE WS-Total-Abiertos TO WS-Tot-Abiertos.
               MOVE WS-Total-General TO WS-Tot-Monto.
               MOVE WS-Linea-Total TO reporte-viaticos-linea.
               WRITE reporte-viaticos-linea.

           Leer-Registro-Ordenado.
               RETURN Trabajo-Ordenamiento
                   AT END
                       MOVE "S" TO WS-Fin-Sort
               END-RETURN.

           Escribir-Departamento.
               MOVE WS-Departamento-Actual TO WS-LD-Departamento.
               MOVE WS-Linea-Departamento TO reporte-viaticos-linea.
               WRITE reporte-viaticos-linea.

           Escribir-Detalle.
               MOVE orden-folio TO WS-Linea-Folio.
               MOVE orden-id TO WS-Linea-Id.
               MOVE orden-nombre TO WS-Linea-Nombre.
               MOVE orden-fecha TO WS-Linea-Fecha.
               MOVE orden-monto TO WS-Linea-Monto.
               MOVE orden-pendiente TO WS-Linea-Pendiente.
               IF orden-estado = "V"
                   MOVE "VENCIDO" TO WS-Linea-Estado
               ELSE
                   MOVE "ABIERTO" TO WS-Linea-Estado
               END-IF.
               MOVE orden-dias TO WS-Linea-Dias.
               MOVE WS-Linea-Detalle TO reporte-viaticos-linea.
               WRITE reporte-viaticos-linea.

           Escribir-Subtotal.
               MOVE WS-Subtotal-Departamento TO WS-Sub-Monto.
               MOVE WS-Linea-Subtotal TO reporte-viaticos-linea.
               WRITE reporte-viaticos-linea.

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

       END PROGRAM Mantener-viaticos.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Detecta-fraude.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "auditoria-fisico.cbl".
       COPY "pendientes-fisico.cbl".
       COPY "cuentas-verificadas-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "avisos-fisico.cbl".

       SELECT OPTIONAL Recibos-archivo
       ASSIGN TO WS-Recibos-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Recibos-Status.

       SELECT OPTIONAL Resumen-horas-archivo
       ASSIGN TO "horas-resumen.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Resumen-Status.

       SELECT Trabajo-Compartidos
       ASSIGN TO "fraude-trabajo.tmp".

       SELECT Reporte-archivo
       ASSIGN TO "fraude-indicios.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "auditoria-logico.cbl".
       COPY "pendientes-logico.cbl".
       COPY "cuentas-verificadas-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "avisos-logico.cbl".

       FD  Recibos-archivo.

       01  recibo-registro.
           05  recibo-id PIC X(6).
           05  recibo-fecha PIC X(8).
           05  recibo-nombre PIC X(25).
           05  recibo-apellidos PIC X(35).
           05  recibo-bruto PIC 9(7)V99.
           05  recibo-deducciones PIC 9(7)V99.
           05  recibo-neto PIC 9(7)V99.

       FD  Resumen-horas-archivo.

       01  resumen-horas-registro.
           05  resumen-id PIC X(6).
           05  resumen-mes PIC X(6).
           05  resumen-horas PIC 9(3)V99.
           05  resumen-extra PIC 9(3)V99.
           05  resumen-quincena PIC 9.
           05  resumen-domingos PIC 99.
           05  resumen-feriados PIC 99.
           05  resumen-semana PIC X.

       SD  Trabajo-Compartidos.

       01  trabajo-compartido-registro.
           05  trabajo-atributo PIC X(9).
           05  trabajo-clave PIC X(35).
           05  trabajo-id PIC X(6).
           05  trabajo-nombre PIC X(30).

       FD  Reporte-archivo.

       01  reporte-linea PIC X(110).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Auditoria-Status PIC XX.
           01 WS-Pendientes-Status PIC XX.
           01 WS-Cuentas-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Avisos-Status PIC XX.
           01 WS-Recibos-Status PIC XX.
           01 WS-Resumen-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Nivel-Operador PIC 9 VALUE 1.
           01 WS-Modo-Lote PIC X.

      * Grupo de pago que se revisa (variable GRUPO_PAGO: S =
      * semanal), igual que en la verificacion de variaciones.
           01 WS-Grupo-Pago PIC X VALUE "Q".
               88 WS-Corrida-Semanal VALUE "S".
           01 WS-Grupo-Pago-Env PIC X(10).
           01 WS-Recibos-Filename PIC X(30)
               VALUE "nomina-recibos.dat".

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Periodo-Id PIC X(7).
           01 WS-Periodo-Inicio PIC X(8).
           01 WS-Periodo-Fin PIC X(8).
           01 WS-Mes-Periodo PIC X(6).
           01 WS-Quincena-Periodo PIC 9.

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Dias-Clabe PIC 9(3) VALUE 10.

           01 WS-Acceso-Programa PIC X(20) VALUE "Detecta-fraude".
           01 WS-Acceso-Tipo PIC X(12) VALUE "FRAUDE-NOM".

           01 WS-Fin-Lectura PIC X.
           01 WS-Fin-Sort PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Nota PIC X(40).
           01 WS-Dias-Edit PIC ----9.

           01 WS-Fec-Funcion PIC X.
           01 WS-Fec-Fecha-1 PIC X(8).
           01 WS-Fec-Fecha-2 PIC X(8).
           01 WS-Fec-Resultado PIC S9(9).
           01 WS-Fec-Formateada PIC X(10).
           01 WS-Fec-Valida PIC X.

           01 WS-Total-Sin-Checadas PIC 9(4) VALUE ZERO.
           01 WS-Total-Grupos PIC 9(4) VALUE ZERO.
           01 WS-Total-Clabe PIC 9(4) VALUE ZERO.
           01 WS-Total-Sin-Jefe PIC 9(4) VALUE ZERO.
           01 WS-Total-Salario PIC 9(4) VALUE ZERO.
           01 WS-Total-Indicios PIC 9(5) VALUE ZERO.

      * Maestro completo en orden de clave (asi lo entrega la
      * lectura secuencial), para buscar por ID con busqueda
      * binaria desde recibos, checadas, cuentas y bitacoras.
           01 WS-Total-Empleados PIC 9(4) VALUE ZERO.
           01 WS-Indice-Emp PIC 9(4).
           01 WS-Emp-Hallado PIC 9(4).
           01 WS-Id-Buscado PIC X(6).
           01 WS-Bajo PIC 9(4).
           01 WS-Alto PIC 9(4).
           01 WS-Medio PIC 9(4).
           01 WS-Tabla-Empleados.
               05 WS-Emp-Item OCCURS 5000 TIMES.
                   10 WS-Emp-Id PIC X(6).
                   10 WS-Emp-Nombre PIC X(30).
                   10 WS-Emp-Estado PIC X.
                       88 WS-Emp-Activo VALUE "A".
                   10 WS-Emp-Clabe PIC X(18).
                   10 WS-Emp-Telefono PIC X(9).
                   10 WS-Emp-Domicilio PIC X(35).
                   10 WS-Emp-Jefe PIC X(6).
                   10 WS-Emp-Creador PIC X(8).
                   10 WS-Emp-Checadas PIC X.
                   10 WS-Emp-Cta-Hallada PIC X.
                   10 WS-Emp-Cta-Fecha PIC X(8).
                   10 WS-Emp-Otras-Clabes PIC 9(3).

      * Integrantes del grupo de datos compartidos que se esta
      * armando en la salida del ordenamiento.
           01 WS-Grupo-Atributo PIC X(9).
           01 WS-Grupo-Clave PIC X(35).
           01 WS-Grupo-Total PIC 9(4).
           01 WS-Indice-Grupo PIC 9(4).
           01 WS-Tabla-Grupo.
               05 WS-Grupo-Item OCCURS 100 TIMES.
                   10 WS-Grupo-Id PIC X(6).
                   10 WS-Grupo-Nombre PIC X(30).

           01 WS-Linea-Detalle.
               05 FILLER PIC X(3) VALUE SPACE.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Dato PIC X(26).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nota PIC X(40).

           01 WS-Dato-Neto.
               05 FILLER PIC X(5) VALUE "NETO ".
               05 WS-DN-Neto PIC ZZZ,ZZZ,ZZ9.99.

      * Revision periodica de indicios de fraude en la nomina
      * (empleados fantasma y cambios sospechosos): pagados en la
      * nomina del periodo sin checadas, CLABE, telefono o
      * domicilio compartidos entre activos, CLABE cambiada a pocos
      * dias del pago (parametro FRAUDE-DIAS-CLABE, 10 si no
      * existe), activos sin jefe o con jefe inactivo, y salarios
      * cambiados por el mismo operador que dio el alta. El
      * informe es de consulta exclusiva de supervisores, cada
      * expediente listado queda en la bitacora de accesos y cada
      * tipo de indicio encontrado deja un aviso. Termina con
      * codigo 4 si hubo algun indicio.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           MOVE SPACE TO WS-Modo-Lote.
           ACCEPT WS-Modo-Lote FROM ENVIRONMENT "MODO_LOTE".
           IF WS-Nivel-Operador < 3
               AND WS-Modo-Lote NOT = "S"
               DISPLAY "La revision de indicios de fraude es de "
                   "consulta exclusiva de supervisores."
           ELSE
               PERFORM Determinar-Archivo-Empleados
               PERFORM Determinar-Grupo-Pago
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Determinar-Periodo
               PERFORM Leer-Parametros
               PERFORM Generar-Informe
           END-IF.
           Program-Done.
            GOBACK.

           Leer-Sesion.
               OPEN INPUT Sesion-archivo.
               IF WS-Sesion-Status = "00"
                   READ Sesion-archivo
                       AT END
                           CONTINUE
                       NOT AT END
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

           Determinar-Grupo-Pago.
               MOVE SPACE TO WS-Grupo-Pago-Env.
               ACCEPT WS-Grupo-Pago-Env
                   FROM ENVIRONMENT "GRUPO_PAGO".
               IF WS-Grupo-Pago-Env = "S" OR WS-Grupo-Pago-Env = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "nomina-recibos-semanal.dat"
                       TO WS-Recibos-Filename
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

      * Las checadas del periodo se toman del resumen de horas con
      * la misma llave que usa el calculo de nomina: mes y
      * quincena, o mes y letra de la semana en la corrida semanal.
           Determinar-Periodo.
               CALL "Rutinas-periodo" USING WS-Grupo-Pago
                   WS-Fecha-Proceso WS-Periodo-Id
                   WS-Periodo-Inicio WS-Periodo-Fin.
               MOVE WS-Periodo-Id(1:6) TO WS-Mes-Periodo.
               IF WS-Corrida-Semanal
                   MOVE ZERO TO WS-Quincena-Periodo
               ELSE
                   MOVE WS-Periodo-Id(7:1) TO WS-Quincena-Periodo
               END-IF.

      * Sin el parametro, o con un valor no numerico, quedan 10.
           Leer-Parametros.
               MOVE "FRAUDE-DIAS-CLABE" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   AND FUNCTION TEST-NUMVAL(WS-Param-Valor) = ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) > ZERO
                   AND FUNCTION NUMVAL(WS-Param-Valor) < 1000
                   MOVE FUNCTION NUMVAL(WS-Param-Valor)
                       TO WS-Dias-Clabe
               END-IF.

      * Un maestro que no cabe completo en la tabla no se revisa a
      * medias: los que quedaran fuera saldrian como pagados sin
      * expediente y escaparian a las demas revisiones.
           Generar-Informe.
               PERFORM Cargar-Empleados.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "El maestro excede la capacidad de trabajo; "
                       "no se genero el informe de indicios."
                   MOVE "C" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Tabla de EMPLEADOS llena; revision de "
                       "fraude detenida"
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Revisar-Indicios
               END-IF.

           Revisar-Indicios.
               PERFORM Cargar-Creadores.
               PERFORM Marcar-Checadas.
               PERFORM Marcar-Cuentas.
               OPEN OUTPUT Reporte-archivo.
               MOVE SPACE TO reporte-linea.
               STRING "INDICIOS DE FRAUDE EN NOMINA - CONFIDENCIAL - "
                   "PERIODO " WS-Periodo-Id " AL " WS-Fecha-Proceso
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               PERFORM Revisar-Sin-Checadas.
               PERFORM Revisar-Datos-Compartidos.
               PERFORM Revisar-Cambios-Clabe.
               PERFORM Revisar-Jefes.
               PERFORM Revisar-Salarios.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING "SIN CHECADAS " WS-Total-Sin-Checadas
                   "  GRUPOS COMPARTIDOS " WS-Total-Grupos
                   "  CLABE RECIENTE " WS-Total-Clabe
                   "  SIN JEFE " WS-Total-Sin-Jefe
                   "  SALARIO " WS-Total-Salario
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               CLOSE Reporte-archivo.
               PERFORM Registrar-Avisos.
               DISPLAY "Indicios en fraude-indicios.txt: "
                   WS-Total-Indicios.
               MOVE ZERO TO RETURN-CODE.
               IF WS-Total-Indicios > ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

           Cargar-Empleados.
               MOVE ZERO TO WS-Total-Empleados.
               MOVE "N" TO WS-Tabla-Llena.
               OPEN INPUT Empleados-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               MOVE LOW-VALUES TO empleados-id.
               START Empleados-archivo KEY IS NOT LESS THAN
                   empleados-id
                   INVALID KEY
                       MOVE "0" TO WS-Fin-Lectura
               END-START.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Empleados-archivo NEXT RECORD
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF empleados-id NOT = "000000"
                               PERFORM Agregar-Empleado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Empleados-archivo.

           Agregar-Empleado.
               IF WS-Total-Empleados < 5000
                   ADD 1 TO WS-Total-Empleados
                   MOVE WS-Total-Empleados TO WS-Indice-Emp
                   MOVE empleados-id TO WS-Emp-Id(WS-Indice-Emp)
                   MOVE SPACE TO WS-Emp-Nombre(WS-Indice-Emp)
                   STRING empleados-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       empleados-apellidos DELIMITED BY "  "
                       INTO WS-Emp-Nombre(WS-Indice-Emp)
                   MOVE empleados-estado TO WS-Emp-Estado(WS-Indice-Emp)
                   MOVE empleados-clabe TO WS-Emp-Clabe(WS-Indice-Emp)
                   MOVE empleados-telefono
                       TO WS-Emp-Telefono(WS-Indice-Emp)
                   MOVE empleados-direccion
                       TO WS-Emp-Domicilio(WS-Indice-Emp)
                   MOVE empleados-jefe-id TO WS-Emp-Jefe(WS-Indice-Emp)
                   MOVE SPACE TO WS-Emp-Creador(WS-Indice-Emp)
                   MOVE "N" TO WS-Emp-Checadas(WS-Indice-Emp)
                   MOVE "N" TO WS-Emp-Cta-Hallada(WS-Indice-Emp)
                   MOVE SPACE TO WS-Emp-Cta-Fecha(WS-Indice-Emp)
                   MOVE ZERO TO WS-Emp-Otras-Clabes(WS-Indice-Emp)
               ELSE
                   MOVE "S" TO WS-Tabla-Llena
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.

      * Busqueda binaria sobre la tabla del maestro (en orden de
      * ID); deja en WS-Emp-Hallado el renglon, o cero.
           Buscar-Empleado.
               MOVE ZERO TO WS-Emp-Hallado.
               MOVE 1 TO WS-Bajo.
               MOVE WS-Total-Empleados TO WS-Alto.
               PERFORM UNTIL WS-Bajo > WS-Alto
                   OR WS-Emp-Hallado NOT = ZERO
                   COMPUTE WS-Medio = (WS-Bajo + WS-Alto) / 2
                   IF WS-Emp-Id(WS-Medio) = WS-Id-Buscado
                       MOVE WS-Medio TO WS-Emp-Hallado
                   ELSE
                       IF WS-Emp-Id(WS-Medio) < WS-Id-Buscado
                           COMPUTE WS-Bajo = WS-Medio + 1
                       ELSE
                           IF WS-Medio = 1
                               MOVE ZERO TO WS-Alto
                           ELSE
                               COMPUTE WS-Alto = WS-Medio - 1
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

      * Quien dio el alta: el operador de la ultima ALTA que la
      * bitacora tiene para el ID.
           Cargar-Creadores.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Auditoria-archivo.
               IF WS-Auditoria-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Auditoria-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF auditoria-operacion = "ALTA"
                               MOVE auditoria-id TO WS-Id-Buscado
                               PERFORM Buscar-Empleado
                               IF WS-Emp-Hallado NOT = ZERO
                                   MOVE auditoria-operador TO
                                       WS-Emp-Creador(WS-Emp-Hallado)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Auditoria-archivo.

      * Cuenta como checada cualquier renglon del periodo con horas
      * normales o extra.
           Marcar-Checadas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Resumen-horas-archivo.
               IF WS-Resumen-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Resumen-horas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF resumen-mes = WS-Mes-Periodo
                               AND resumen-quincena NUMERIC
                               AND resumen-quincena
                                   = WS-Quincena-Periodo
                               AND (NOT WS-Corrida-Semanal
                                   OR resumen-semana
                                   = WS-Periodo-Id(7:1))
                               AND (resumen-horas > ZERO
                                   OR resumen-extra > ZERO)
                               MOVE resumen-id TO WS-Id-Buscado
                               PERFORM Buscar-Empleado
                               IF WS-Emp-Hallado NOT = ZERO
                                   MOVE "S" TO
                                       WS-Emp-Checadas(WS-Emp-Hallado)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Resumen-horas-archivo.

      * Del ciclo de prenotificacion sale la fecha en que cada CLABE
      * entro al sistema; si el empleado tiene registrada otra CLABE
      * distinta de la actual, la actual es un cambio.
           Marcar-Cuentas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Cuentas-verificadas-archivo.
               IF WS-Cuentas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Cuentas-verificadas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           MOVE cuenta-id TO WS-Id-Buscado
                           PERFORM Buscar-Empleado
                           IF WS-Emp-Hallado NOT = ZERO
                               PERFORM Marcar-Cuenta-Empleado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cuentas-verificadas-archivo.

           Marcar-Cuenta-Empleado.
               MOVE WS-Emp-Hallado TO WS-Indice-Emp.
               IF cuenta-clabe = WS-Emp-Clabe(WS-Indice-Emp)
                   IF WS-Emp-Cta-Hallada(WS-Indice-Emp) = "N"
                       OR cuenta-fecha > WS-Emp-Cta-Fecha(WS-Indice-Emp)
                       MOVE cuenta-fecha
                           TO WS-Emp-Cta-Fecha(WS-Indice-Emp)
                   END-IF
                   MOVE "S" TO WS-Emp-Cta-Hallada(WS-Indice-Emp)
               ELSE
                   IF WS-Emp-Otras-Clabes(WS-Indice-Emp) < 999
                       ADD 1 TO WS-Emp-Otras-Clabes(WS-Indice-Emp)
                   END-IF
               END-IF.

      * Pagados en la nomina del periodo sin una sola checada; un
      * recibo de un ID que no esta activo en el maestro tambien
      * sale, porque es la forma mas directa del empleado fantasma.
           Revisar-Sin-Checadas.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING "PAGADOS EN " DELIMITED BY SIZE
                   WS-Recibos-Filename DELIMITED BY SPACE
                   " SIN CHECADAS EN EL PERIODO" DELIMITED BY SIZE
                   INTO reporte-linea.
               WRITE reporte-linea.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Recibos-archivo.
               IF WS-Recibos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
                   MOVE "   No hay recibos de nomina del periodo."
                       TO reporte-linea
                   WRITE reporte-linea
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Recibos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           PERFORM Evaluar-Recibo
                   END-READ
               END-PERFORM.
               CLOSE Recibos-archivo.
               IF WS-Total-Sin-Checadas = ZERO
                   PERFORM Escribir-Sin-Indicios
               END-IF.

           Evaluar-Recibo.
               MOVE SPACE TO WS-Nota.
               MOVE recibo-id TO WS-Id-Buscado.
               PERFORM Buscar-Empleado.
               IF WS-Emp-Hallado = ZERO
                   MOVE "PAGADO SIN EXPEDIENTE EN EL MAESTRO"
                       TO WS-Nota
               ELSE
                   IF NOT WS-Emp-Activo(WS-Emp-Hallado)
                       MOVE "PAGADO SIN ESTAR ACTIVO" TO WS-Nota
                   ELSE
                       IF WS-Emp-Checadas(WS-Emp-Hallado) = "N"
                           MOVE "SIN CHECADAS EN EL PERIODO"
                               TO WS-Nota
                       END-IF
                   END-IF
               END-IF.
               IF WS-Nota NOT = SPACE
                   ADD 1 TO WS-Total-Sin-Checadas
                   MOVE recibo-id TO WS-LD-Id
                   MOVE SPACE TO WS-LD-Nombre
                   STRING recibo-nombre DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       recibo-apellidos DELIMITED BY "  "
                       INTO WS-LD-Nombre
                   MOVE recibo-neto TO WS-DN-Neto
                   MOVE WS-Dato-Neto TO WS-LD-Dato
                   MOVE WS-Nota TO WS-LD-Nota
                   PERFORM Escribir-Indicio
               END-IF.

      * CLABE, telefono o domicilio iguales entre empleados activos:
      * se ordenan juntos y cada grupo de dos o mas se lista.
           Revisar-Datos-Compartidos.
               PERFORM Escribir-Separador.
               MOVE "CLABE, TELEFONO O DOMICILIO COMPARTIDOS"
                   TO reporte-linea.
               WRITE reporte-linea.
               SORT Trabajo-Compartidos
                   ON ASCENDING KEY trabajo-atributo trabajo-clave
                       trabajo-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Datos-Activos
                   OUTPUT PROCEDURE IS Agrupar-Compartidos.
               IF WS-Total-Grupos = ZERO
                   PERFORM Escribir-Sin-Indicios
               END-IF.

           Liberar-Datos-Activos.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Activo(WS-Indice-Emp)
                       MOVE WS-Emp-Id(WS-Indice-Emp) TO trabajo-id
                       MOVE WS-Emp-Nombre(WS-Indice-Emp)
                           TO trabajo-nombre
                       IF WS-Emp-Clabe(WS-Indice-Emp) NOT = SPACE
                           AND WS-Emp-Clabe(WS-Indice-Emp) NOT = ZERO
                           MOVE "CLABE" TO trabajo-atributo
                           MOVE WS-Emp-Clabe(WS-Indice-Emp)
                               TO trabajo-clave
                           RELEASE trabajo-compartido-registro
                       END-IF
                       IF WS-Emp-Telefono(WS-Indice-Emp) NOT = SPACE
                           AND WS-Emp-Telefono(WS-Indice-Emp)
                               NOT = ZERO
                           MOVE "TELEFONO" TO trabajo-atributo
                           MOVE WS-Emp-Telefono(WS-Indice-Emp)
                               TO trabajo-clave
                           RELEASE trabajo-compartido-registro
                       END-IF
                       IF WS-Emp-Domicilio(WS-Indice-Emp) NOT = SPACE
                           MOVE "DOMICILIO" TO trabajo-atributo
                           MOVE WS-Emp-Domicilio(WS-Indice-Emp)
                               TO trabajo-clave
                           RELEASE trabajo-compartido-registro
                       END-IF
                   END-IF
               END-PERFORM.

           Agrupar-Compartidos.
               MOVE SPACE TO WS-Grupo-Atributo.
               MOVE SPACE TO WS-Grupo-Clave.
               MOVE ZERO TO WS-Grupo-Total.
               MOVE "1" TO WS-Fin-Sort.
               PERFORM UNTIL WS-Fin-Sort = "0"
                   RETURN Trabajo-Compartidos
                       AT END
                           MOVE "0" TO WS-Fin-Sort
                       NOT AT END
                           IF trabajo-atributo NOT = WS-Grupo-Atributo
                               OR trabajo-clave NOT = WS-Grupo-Clave
                               PERFORM Cerrar-Grupo
                               MOVE trabajo-atributo
                                   TO WS-Grupo-Atributo
                               MOVE trabajo-clave TO WS-Grupo-Clave
                           END-IF
                           ADD 1 TO WS-Grupo-Total
                           IF WS-Grupo-Total NOT > 100
                               MOVE trabajo-id
                                   TO WS-Grupo-Id(WS-Grupo-Total)
                               MOVE trabajo-nombre
                                   TO WS-Grupo-Nombre(WS-Grupo-Total)
                           END-IF
                   END-RETURN
               END-PERFORM.
               PERFORM Cerrar-Grupo.

           Cerrar-Grupo.
               IF WS-Grupo-Total > 1
                   ADD 1 TO WS-Total-Grupos
                   MOVE SPACE TO reporte-linea
                   STRING "   " WS-Grupo-Atributo " "
                       WS-Grupo-Clave " COMPARTIDO POR "
                       WS-Grupo-Total " EMPLEADOS"
                       DELIMITED BY SIZE INTO reporte-linea
                   WRITE reporte-linea
                   PERFORM VARYING WS-Indice-Grupo FROM 1 BY 1
                       UNTIL WS-Indice-Grupo > WS-Grupo-Total
                       OR WS-Indice-Grupo > 100
                       MOVE WS-Grupo-Id(WS-Indice-Grupo) TO WS-LD-Id
                       MOVE WS-Grupo-Nombre(WS-Indice-Grupo)
                           TO WS-LD-Nombre
                       MOVE SPACE TO WS-LD-Dato
                       MOVE SPACE TO WS-LD-Nota
                       PERFORM Escribir-Indicio
                   END-PERFORM
               END-IF.
               MOVE ZERO TO WS-Grupo-Total.

      * CLABE cambiada a WS-Dias-Clabe dias o menos del fin del
      * periodo, que es el dia de pago; una CLABE que cambio y aun
      * no entra a la prenotificacion tambien sale.
           Revisar-Cambios-Clabe.
               PERFORM Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               STRING "CLABE CAMBIADA HASTA " WS-Dias-Clabe
                   " DIAS ANTES DEL PAGO DEL " WS-Periodo-Fin
                   DELIMITED BY SIZE INTO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Activo(WS-Indice-Emp)
                       AND WS-Emp-Otras-Clabes(WS-Indice-Emp) > ZERO
                       PERFORM Evaluar-Cambio-Clabe
                   END-IF
               END-PERFORM.
               IF WS-Total-Clabe = ZERO
                   PERFORM Escribir-Sin-Indicios
               END-IF.

           Evaluar-Cambio-Clabe.
               MOVE SPACE TO WS-Nota.
               IF WS-Emp-Cta-Hallada(WS-Indice-Emp) = "N"
                   MOVE "CLABE NUEVA AUN SIN PRENOTIFICAR" TO WS-Nota
               ELSE
                   MOVE "D" TO WS-Fec-Funcion
                   MOVE WS-Emp-Cta-Fecha(WS-Indice-Emp)
                       TO WS-Fec-Fecha-1
                   MOVE WS-Periodo-Fin TO WS-Fec-Fecha-2
                   CALL "Rutinas-fecha" USING WS-Fec-Funcion
                       WS-Fec-Fecha-1 WS-Fec-Fecha-2 WS-Fec-Resultado
                       WS-Fec-Formateada WS-Fec-Valida
                   IF WS-Fec-Valida = "S"
                       AND WS-Fec-Resultado NOT > WS-Dias-Clabe
                       MOVE WS-Fec-Resultado TO WS-Dias-Edit
                       MOVE "F" TO WS-Fec-Funcion
                       CALL "Rutinas-fecha" USING WS-Fec-Funcion
                           WS-Fec-Fecha-1 WS-Fec-Fecha-2
                           WS-Fec-Resultado WS-Fec-Formateada
                           WS-Fec-Valida
                       STRING "CAMBIADA " WS-Fec-Formateada
                           ", " FUNCTION TRIM(WS-Dias-Edit)
                           " DIAS ANTES"
                           DELIMITED BY SIZE INTO WS-Nota
                   END-IF
               END-IF.
               IF WS-Nota NOT = SPACE
                   ADD 1 TO WS-Total-Clabe
                   MOVE WS-Emp-Id(WS-Indice-Emp) TO WS-LD-Id
                   MOVE WS-Emp-Nombre(WS-Indice-Emp) TO WS-LD-Nombre
                   MOVE SPACE TO WS-LD-Dato
                   STRING "CLABE " WS-Emp-Clabe(WS-Indice-Emp)
                       DELIMITED BY SIZE INTO WS-LD-Dato
                   MOVE WS-Nota TO WS-LD-Nota
                   PERFORM Escribir-Indicio
               END-IF.

           Revisar-Jefes.
               PERFORM Escribir-Separador.
               MOVE "ACTIVOS SIN JEFE O CON JEFE INACTIVO"
                   TO reporte-linea.
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Emp FROM 1 BY 1
                   UNTIL WS-Indice-Emp > WS-Total-Empleados
                   IF WS-Emp-Activo(WS-Indice-Emp)
                       PERFORM Evaluar-Jefe
                   END-IF
               END-PERFORM.
               IF WS-Total-Sin-Jefe = ZERO
                   PERFORM Escribir-Sin-Indicios
               END-IF.

           Evaluar-Jefe.
               MOVE SPACE TO WS-Nota.
               IF WS-Emp-Jefe(WS-Indice-Emp) = SPACE
                   MOVE "SIN JEFE ASIGNADO" TO WS-Nota
               ELSE
                   IF WS-Emp-Jefe(WS-Indice-Emp)
                       = WS-Emp-Id(WS-Indice-Emp)
                       MOVE "ES SU PROPIO JEFE" TO WS-Nota
                   ELSE
                       MOVE WS-Emp-Jefe(WS-Indice-Emp)
                           TO WS-Id-Buscado
                       PERFORM Buscar-Empleado
                       IF WS-Emp-Hallado = ZERO
                           MOVE "JEFE NO EXISTE EN EL MAESTRO"
                               TO WS-Nota
                       ELSE
                           IF NOT WS-Emp-Activo(WS-Emp-Hallado)
                               MOVE "JEFE INACTIVO" TO WS-Nota
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-Nota NOT = SPACE
                   ADD 1 TO WS-Total-Sin-Jefe
                   MOVE WS-Emp-Id(WS-Indice-Emp) TO WS-LD-Id
                   MOVE WS-Emp-Nombre(WS-Indice-Emp) TO WS-LD-Nombre
                   MOVE SPACE TO WS-LD-Dato
                   IF WS-Emp-Jefe(WS-Indice-Emp) NOT = SPACE
                       STRING "JEFE " WS-Emp-Jefe(WS-Indice-Emp)
                           DELIMITED BY SIZE INTO WS-LD-Dato
                   END-IF
                   MOVE WS-Nota TO WS-LD-Nota
                   PERFORM Escribir-Indicio
               END-IF.

      * Cambios de salario (solicitados o autorizados, no los
      * rechazados) hechos por el mismo operador que dio el alta.
           Revisar-Salarios.
               PERFORM Escribir-Separador.
               MOVE "SALARIO CAMBIADO POR EL OPERADOR QUE DIO EL ALTA"
                   TO reporte-linea.
               WRITE reporte-linea.
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
                           IF pendiente-salario
                               AND NOT pendiente-rechazado
                               PERFORM Evaluar-Salario
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Pendientes-archivo.
               IF WS-Total-Salario = ZERO
                   PERFORM Escribir-Sin-Indicios
               END-IF.

           Evaluar-Salario.
               MOVE SPACE TO WS-Nota.
               MOVE pendiente-id TO WS-Id-Buscado.
               PERFORM Buscar-Empleado.
               IF WS-Emp-Hallado NOT = ZERO
                   IF WS-Emp-Activo(WS-Emp-Hallado)
                       AND WS-Emp-Creador(WS-Emp-Hallado) NOT = SPACE
                       IF pendiente-solicitante
                           = WS-Emp-Creador(WS-Emp-Hallado)
                           STRING "ALTA Y SOLICITUD DE "
                               pendiente-solicitante
                               DELIMITED BY SIZE INTO WS-Nota
                       ELSE
                           IF pendiente-aplicado
                               AND pendiente-revisor
                                   = WS-Emp-Creador(WS-Emp-Hallado)
                               STRING "ALTA Y AUTORIZACION DE "
                                   pendiente-revisor
                                   DELIMITED BY SIZE INTO WS-Nota
                           END-IF
                       END-IF
                   END-IF
               END-IF.
               IF WS-Nota NOT = SPACE
                   ADD 1 TO WS-Total-Salario
                   MOVE pendiente-id TO WS-LD-Id
                   MOVE WS-Emp-Nombre(WS-Emp-Hallado) TO WS-LD-Nombre
                   MOVE SPACE TO WS-LD-Dato
                   STRING "SALARIO " pendiente-valor-nuevo(1:9)
                       " " pendiente-fecha
                       DELIMITED BY SIZE INTO WS-LD-Dato
                   MOVE WS-Nota TO WS-LD-Nota
                   PERFORM Escribir-Indicio
               END-IF.

      * Cada expediente que aparece en el informe queda en la
      * bitacora de accesos a nombre del operador de la sesion.
           Escribir-Indicio.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.
               ADD 1 TO WS-Total-Indicios.
               CALL "Rutinas-acceso" USING WS-Acceso-Programa
                   WS-LD-Id WS-Acceso-Tipo.

           Escribir-Sin-Indicios.
               MOVE "   Sin indicios." TO reporte-linea.
               WRITE reporte-linea.

           Escribir-Separador.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.

      * Un aviso por tipo de indicio encontrado; el detalle queda
      * solo en el informe restringido.
           Registrar-Avisos.
               IF WS-Total-Sin-Checadas > ZERO
                   MOVE "C" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Fraude: " WS-Total-Sin-Checadas
                       " pagados sin checadas, periodo " WS-Periodo-Id
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
               END-IF.
               IF WS-Total-Grupos > ZERO
                   MOVE "A" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Fraude: " WS-Total-Grupos
                       " CLABE/telefono/domicilio compartidos"
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
               END-IF.
               IF WS-Total-Clabe > ZERO
                   MOVE "C" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Fraude: " WS-Total-Clabe
                       " CLABE cambiadas cerca del pago "
                       WS-Periodo-Fin
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
               END-IF.
               IF WS-Total-Sin-Jefe > ZERO
                   MOVE "A" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Fraude: " WS-Total-Sin-Jefe
                       " activos sin jefe o con jefe inactivo"
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
               END-IF.
               IF WS-Total-Salario > ZERO
                   MOVE "A" TO aviso-severidad
                   MOVE SPACE TO aviso-texto
                   STRING "Fraude: " WS-Total-Salario
                       " salarios cambiados por quien dio el alta"
                       DELIMITED BY SIZE INTO aviso-texto
                   PERFORM Registrar-Aviso
               END-IF.

           Registrar-Aviso.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Detecta-fraude" TO aviso-programa.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

       END PROGRAM Detecta-fraude.

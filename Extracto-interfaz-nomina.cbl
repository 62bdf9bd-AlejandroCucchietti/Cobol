       COPY "cuentas-verificadas-fisico.cbl".
       COPY "fiscal-fisico.cbl".
       COPY "avisos-fisico.cbl".
       COPY "grupos-pago-fisico.cbl".

       SELECT Banco-salida-archivo
       ASSIGN TO WS-Banco-Filename
       FILE STATUS IS WS-Banco-Salida-Status.

       SELECT Fondeo-archivo
       ASSIGN TO WS-Fondeo-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Fondeo-Status.

       SELECT OPTIONAL Visto-archivo
       ASSIGN TO WS-Visto-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Visto-Status.

       SELECT Interfaz-archivo
       ASSIGN TO WS-Interfaz-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Interfaz-Status.

       SELECT Sin-cuenta-archivo
       ASSIGN TO WS-Sin-Cuenta-Filename
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Sin-Cuenta-Status.

       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Interfaz-Seq-Status.

      * Las cuentas y los datos fiscales se ordenan por empleado y
      * se recorren a la par del maestro; la dispersion se ordena
      * por banco para cortar un archivo por institucion.
       SELECT Trabajo-Ordenamiento
       ASSIGN TO "interfaz-orden.tmp".

       SELECT Trabajo-Dispersion
       ASSIGN TO "interfaz-dispersion.tmp".

       SELECT Cuentas-orden-archivo
       ASSIGN TO "interfaz-cuentas-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Cuentas-Orden-Status.

       SELECT Fiscal-orden-archivo
       ASSIGN TO "interfaz-fiscal-orden.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Fiscal-Orden-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "cuentas-verificadas-logico.cbl".
       COPY "fiscal-logico.cbl".
       COPY "avisos-logico.cbl".
       COPY "grupos-pago-logico.cbl".

       FD  Banco-salida-archivo.

       01  interfaz-seq-registro.
           05  interfaz-seq-ultimo PIC 9(6).

       SD  Trabajo-Ordenamiento.

       01  orden-registro.
           05  orden-id PIC X(6).
           05  orden-datos PIC X(31).

       SD  Trabajo-Dispersion.

       01  dispersion-registro.
           05  dispersion-banco PIC X(3).
           05  dispersion-linea PIC X(113).
           05  dispersion-id PIC X(6).
           05  dispersion-clabe PIC X(18).
           05  dispersion-salario PIC 9(7)V99.

       FD  Cuentas-orden-archivo.

       01  cuentas-orden-registro PIC X(33).

       FD  Fiscal-orden-archivo.

       01  fiscal-orden-registro PIC X(37).

       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Total-Omitidos PIC 9(6) VALUE ZERO.
           01 WS-Total-Sin-Cuenta PIC 9(6) VALUE ZERO.
           01 WS-Total-Temporales PIC 9(6) VALUE ZERO.
           01 WS-Total-Otro-Grupo PIC 9(6) VALUE ZERO.

           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Interfaz-Seq-Status PIC XX.
           01 WS-Hash-Salarios PIC 9(13)V99 VALUE ZERO.
           01 WS-Fecha-Corrida PIC X(8).

      * Grupo de pago que se dispersa (variable GRUPO_PAGO: S =
      * semanal); cada grupo tiene su catalogo de periodos, su
      * visto bueno y sus archivos de interfaz.
           01 WS-Grupo-Pago PIC X VALUE "Q".
               88 WS-Corrida-Semanal VALUE "S".
           01 WS-Grupo-Pago-Env PIC X(10).
           01 WS-Grupo-Empleado PIC X.
           01 WS-Grupos-Pago-Status PIC XX.
           01 WS-Fin-Grupos PIC X.
           01 WS-Total-Grupos PIC 9(4) VALUE ZERO.
           01 WS-Indice-Gru PIC 9(4).
           01 WS-Tabla-Grupos.
               05 WS-Grupo-Item OCCURS 1000 TIMES.
                   10 WS-Gru-Id PIC X(6).
                   10 WS-Gru-Grupo PIC X.
           01 WS-Per-Grupo-Inicio PIC X(8).
           01 WS-Per-Grupo-Fin PIC X(8).
           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".
           01 WS-Visto-Filename PIC X(30)
               VALUE "variacion-visto.dat".
           01 WS-Interfaz-Filename PIC X(30)
               VALUE "nomina-interfaz.txt".
           01 WS-Sin-Cuenta-Filename PIC X(30)
               VALUE "nomina-sin-cuenta.txt".
           01 WS-Fondeo-Filename PIC X(30)
               VALUE "bancos-fondeo.txt".
           01 WS-Banco-Prefijo PIC X(24)
               VALUE "nomina-interfaz-".

           01 WS-Periodos-Status PIC XX.
           01 WS-Visto-Status PIC XX.
           01 WS-Visto-Hallado PIC X.
           01 WS-Avisos-Status PIC XX.
      * Una tabla de trabajo llena detiene la corrida con aviso
      * critico; nunca se dispersa con datos truncados.
           01 WS-Capacidad-Excedida PIC X VALUE "N".
           01 WS-Tabla-Excedida PIC X(30).
           01 WS-Ultima-Excedida PIC X(30).
           01 WS-Fin-Lectura-Orden PIC X.

           01 WS-Cuentas-Status PIC XX.
           01 WS-Fin-Cuentas PIC X.
           01 WS-Cuenta-Verificada PIC X.
           01 WS-Total-No-Verificadas PIC 9(4) VALUE ZERO.
           01 WS-Total-En-Ciclo PIC 9(7) VALUE ZERO.
           01 WS-Cuentas-Orden-Status PIC XX.
           01 WS-Cuenta-Actual.
               05 WS-Cta-Id PIC X(6).
               05 WS-Cta-Clabe PIC X(18).
               05 WS-Cta-Estado PIC X.
               05 WS-Cta-Fecha PIC X(8).

           01 WS-Bancos-Status PIC XX.
           01 WS-Banco-Salida-Status PIC XX.
           01 WS-Fondeo-Status PIC XX.
           01 WS-Fin-Bancos PIC X.
           01 WS-Banco-Filename PIC X(40).
           01 WS-Total-Bancos PIC 99 VALUE ZERO.
           01 WS-Indice-Banco PIC 99.
           01 WS-Banco-Hallado PIC X.
                   10 WS-Ban-Nombre PIC X(20).
                   10 WS-Ban-Variante PIC X.

           01 WS-Fin-Dispersion PIC X.

           01 WS-Banco-Actual PIC X(3).
           01 WS-Nombre-Banco-Actual PIC X(20).

           01 WS-Fiscal-Status PIC XX.
           01 WS-Fin-Fiscal PIC X.
           01 WS-Fiscal-Orden-Status PIC XX.
           01 WS-Fiscal-Actual.
               05 WS-Fis-Id PIC X(6).
               05 WS-Fis-Rfc PIC X(13).
               05 WS-Fis-Curp PIC X(18).

       PROCEDURE DIVISION.
       Empieza-Programa.
           MOVE "N" TO WS-Capacidad-Excedida.
           MOVE SPACE TO WS-Ultima-Excedida.
           PERFORM Determinar-Grupo-Pago.
           ACCEPT WS-Fecha-Corrida FROM DATE YYYYMMDD.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Verificar-Periodo-Interfaz.
           IF WS-Periodo-Bloqueado = "N"
               AND WS-Capacidad-Excedida = "N"
               PERFORM Verificar-Visto-Variaciones
           END-IF.
           IF WS-Capacidad-Excedida = "S"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-Periodo-Bloqueado = "S"
               DISPLAY "Sin extracto que generar; la corrida "
                   "termina sin error."
           ELSE
               PERFORM Cargar-Grupos-Pago
               PERFORM Apertura-archivos
               IF WS-Capacidad-Excedida = "S"
                   PERFORM Detener-Por-Capacidad
               ELSE
                   PERFORM Asignar-Secuencia-Corrida
                   PERFORM Escribir-Encabezado-Interfaz
                   PERFORM Generar-Archivos-Banco
                   PERFORM Escribir-Cola-Interfaz
                   PERFORM Cierre-archivos
                   PERFORM Marcar-Periodo-Dispersado
                   PERFORM Mostrar-Resumen
               END-IF
           END-IF
           END-IF.
           Program-Done.
            GOBACK.
                               ADD 1 TO WS-Total-Periodos
                               MOVE periodo-registro TO
                                   WS-Periodo-Item(WS-Total-Periodos)
                           ELSE
                               MOVE "PERIODOS DE NOMINA"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.

           Determinar-Periodo-Actual.
               IF WS-Corrida-Semanal
                   CALL "Rutinas-periodo" USING WS-Grupo-Pago
                       WS-Fecha-Corrida WS-Periodo-Actual-Id
                       WS-Per-Grupo-Inicio WS-Per-Grupo-Fin
               ELSE
               IF WS-Fecha-Corrida(7:2) < "16"
                   STRING WS-Fecha-Corrida(1:6) "1"
                       DELIMITED BY SIZE
                   STRING WS-Fecha-Corrida(1:6) "2"
                       DELIMITED BY SIZE
                       INTO WS-Periodo-Actual-Id
               END-IF
               END-IF.

           Buscar-Periodo-En-Tabla.
               PERFORM Cargar-Bancos.
               PERFORM Cargar-Cuentas-Verificadas.
               PERFORM Cargar-Tabla-Fiscal.
               IF WS-Capacidad-Excedida = "N"
                   OPEN INPUT Empleados-archivo
                   PERFORM Verificar-Estado-Archivo
                   OPEN OUTPUT Interfaz-archivo
                   PERFORM Verificar-Estado-Interfaz
                   OPEN OUTPUT Sin-cuenta-archivo
               END-IF.

           Determinar-Grupo-Pago.
               MOVE SPACE TO WS-Grupo-Pago-Env.
               ACCEPT WS-Grupo-Pago-Env
                   FROM ENVIRONMENT "GRUPO_PAGO".
               IF WS-Grupo-Pago-Env = "S" OR WS-Grupo-Pago-Env = "s"
                   MOVE "S" TO WS-Grupo-Pago
                   MOVE "periodos-semanal.dat"
                       TO WS-Periodos-Filename
                   MOVE "variacion-visto-semanal.dat"
                       TO WS-Visto-Filename
                   MOVE "nomina-interfaz-semanal.txt"
                       TO WS-Interfaz-Filename
                   MOVE "nomina-sin-cuenta-semanal.txt"
                       TO WS-Sin-Cuenta-Filename
                   MOVE "bancos-fondeo-semanal.txt"
                       TO WS-Fondeo-Filename
                   MOVE "nomina-interfaz-semanal-"
                       TO WS-Banco-Prefijo
               END-IF.

      * Empleados con grupo de pago asignado; quien no aparece en
      * grupos-pago.dat cobra por quincena.
           Cargar-Grupos-Pago.
               MOVE ZERO TO WS-Total-Grupos.
               MOVE "1" TO WS-Fin-Grupos.
               OPEN INPUT Grupos-pago-archivo.
               IF WS-Grupos-Pago-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Grupos
               END-IF.
               PERFORM UNTIL WS-Fin-Grupos = "0"
                   READ Grupos-pago-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Grupos
                       NOT AT END
                           IF WS-Total-Grupos < 1000
                               ADD 1 TO WS-Total-Grupos
                               MOVE gpago-id
                                   TO WS-Gru-Id(WS-Total-Grupos)
                               MOVE gpago-grupo
                                   TO WS-Gru-Grupo(WS-Total-Grupos)
                           ELSE
                               MOVE "GRUPOS DE PAGO"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Grupos-pago-archivo.

           Determinar-Grupo-Empleado.
               MOVE "Q" TO WS-Grupo-Empleado.
               PERFORM VARYING WS-Indice-Gru FROM 1 BY 1
                   UNTIL WS-Indice-Gru > WS-Total-Grupos
                   IF WS-Gru-Id(WS-Indice-Gru) = empleados-id
                       AND WS-Gru-Grupo(WS-Indice-Gru) = "S"
                       MOVE "S" TO WS-Grupo-Empleado
                   END-IF
               END-PERFORM.

           Determinar-Archivo-Empleados.
               MOVE SPACE TO WS-Empleados-Filename-Env.
               CLOSE Interfaz-archivo.
               PERFORM Verificar-Estado-Interfaz.
               CLOSE Sin-cuenta-archivo.
               CLOSE Cuentas-orden-archivo.
               CLOSE Fiscal-orden-archivo.

      * Una tabla de trabajo que no alcanza detiene la corrida antes
      * de tomar numero de secuencia: no sale interfaz ni archivos
      * de banco y el periodo sigue calculado, listo para relanzar.
           Detener-Por-Capacidad.
               CLOSE Cuentas-orden-archivo.
               CLOSE Fiscal-orden-archivo.
               DISPLAY "La interfaz del periodo " WS-Periodo-Actual-Id
                   " no se genero; depure el archivo y relance.".
               MOVE 8 TO RETURN-CODE.

           Tabla-Excedida.
               MOVE "S" TO WS-Capacidad-Excedida.
               IF WS-Tabla-Excedida NOT = WS-Ultima-Excedida
                   MOVE WS-Tabla-Excedida TO WS-Ultima-Excedida
                   DISPLAY "La tabla de "
                       FUNCTION TRIM(WS-Tabla-Excedida)
                       " excede la capacidad de trabajo."
                   PERFORM Registrar-Aviso-Capacidad
               END-IF.

           Registrar-Aviso-Capacidad.
               ACCEPT aviso-fecha FROM DATE YYYYMMDD.
               ACCEPT aviso-hora FROM TIME.
               MOVE "Extracto-interfaz" TO aviso-programa.
               MOVE "C" TO aviso-severidad.
               MOVE SPACE TO aviso-texto.
               STRING "Tabla de " DELIMITED BY SIZE
                   WS-Tabla-Excedida DELIMITED BY "  "
                   " llena; interfaz detenida" DELIMITED BY SIZE
                   INTO aviso-texto
               END-STRING.
               MOVE "N" TO aviso-atendido.
               OPEN EXTEND Avisos-archivo.
               IF WS-Avisos-Status = "35"
                   OPEN OUTPUT Avisos-archivo
               END-IF.
               WRITE aviso-registro.
               CLOSE Avisos-archivo.

           Verificar-Estado-Archivo.
               IF WS-Empleados-Status NOT = "00"
      * El buro exige deposito directo: los activos sin CLABE valida
      * se listan aparte en vez de extraerse sin cuenta.
           Extraer-Registro-Actual.
               PERFORM Determinar-Grupo-Empleado.
               IF WS-Grupo-Empleado NOT = WS-Grupo-Pago
                   ADD 1 TO WS-Total-Otro-Grupo
               ELSE
               IF empleados-activo AND empleados-temporal
                   ADD 1 TO WS-Total-Temporales
               ELSE
               ELSE
                   ADD 1 TO WS-Total-Omitidos
               END-IF
               END-IF
               END-IF.

           Cargar-Tabla-Fiscal.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Fiscal
                   GIVING Fiscal-orden-archivo.
               OPEN INPUT Fiscal-orden-archivo.
               IF WS-Fiscal-Orden-Status NOT = "00"
                   MOVE HIGH-VALUES TO WS-Fis-Id
               ELSE
                   PERFORM Leer-Fiscal-Orden
               END-IF.

           Liberar-Fiscal.
               MOVE "1" TO WS-Fin-Fiscal.
               OPEN INPUT Fiscal-archivo.
               IF WS-Fiscal-Status NOT = "00"
                       AT END
                           MOVE "0" TO WS-Fin-Fiscal
                       NOT AT END
                           MOVE fiscal-registro TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Fiscal-archivo.

           Leer-Fiscal-Orden.
               READ Fiscal-orden-archivo INTO WS-Fiscal-Actual
                   AT END
                       MOVE HIGH-VALUES TO WS-Fis-Id
               END-READ.

      * Los datos fiscales ordenados avanzan a la par del maestro;
      * si un empleado trae mas de un renglon vale el ultimo.
           Anexar-Datos-Fiscales.
               MOVE SPACE TO WS-V-Rfc WS-V-Curp.
               PERFORM Leer-Fiscal-Orden
                   UNTIL WS-Fis-Id NOT < empleados-id.
               PERFORM UNTIL WS-Fis-Id NOT = empleados-id
                   MOVE WS-Fis-Rfc TO WS-V-Rfc
                   MOVE WS-Fis-Curp TO WS-V-Curp
                   PERFORM Leer-Fiscal-Orden
               END-PERFORM.

           Cargar-Cuentas-Verificadas.
               MOVE ZERO TO WS-Total-En-Ciclo.
               SORT Trabajo-Ordenamiento
                   ON ASCENDING KEY orden-id
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Liberar-Cuentas
                   GIVING Cuentas-orden-archivo.
               OPEN INPUT Cuentas-orden-archivo.
               IF WS-Cuentas-Orden-Status NOT = "00"
                   MOVE HIGH-VALUES TO WS-Cta-Id
               ELSE
                   PERFORM Leer-Cuenta-Orden
               END-IF.

           Liberar-Cuentas.
               MOVE "1" TO WS-Fin-Cuentas.
               OPEN INPUT Cuentas-verificadas-archivo.
               IF WS-Cuentas-Status NOT = "00"
                       AT END
                           MOVE "0" TO WS-Fin-Cuentas
                       NOT AT END
                           IF NOT cuenta-retenida
                               ADD 1 TO WS-Total-En-Ciclo
                           END-IF
                           MOVE cuenta-registro TO orden-registro
                           RELEASE orden-registro
                   END-READ
               END-PERFORM.
               CLOSE Cuentas-verificadas-archivo.

           Leer-Cuenta-Orden.
               READ Cuentas-orden-archivo INTO WS-Cuenta-Actual
                   AT END
                       MOVE HIGH-VALUES TO WS-Cta-Id
               END-READ.

      * Solo se dispersa a cuentas que ya pasaron el ciclo de
      * prenotificacion; sin archivo de cuentas (sitios que no han
      * arrancado el ciclo) se dispersa como siempre. Una CLABE
      * retenida por deposito devuelto nunca se dispersa.
           Verificar-Cuenta-Prenotificada.
               IF WS-Total-En-Ciclo = ZERO
                   MOVE "S" TO WS-Cuenta-Verificada
               ELSE
                   MOVE "N" TO WS-Cuenta-Verificada
               END-IF.
               PERFORM Leer-Cuenta-Orden
                   UNTIL WS-Cta-Id NOT < empleados-id.
               PERFORM UNTIL WS-Cta-Id NOT = empleados-id
                   IF WS-Cta-Clabe = empleados-clabe
                       IF WS-Total-En-Ciclo = ZERO
                           AND WS-Cta-Estado = "H"
                           MOVE "N" TO WS-Cuenta-Verificada
                       END-IF
                       IF WS-Total-En-Ciclo > ZERO
                           AND WS-Cta-Estado = "V"
                           MOVE "S" TO WS-Cuenta-Verificada
                       END-IF
                   END-IF
                   PERFORM Leer-Cuenta-Orden
               END-PERFORM.

      * Digito verificador de la CLABE interbancaria: ponderacion
      * ciclica 3,7,1 sobre los primeros 17 digitos, cada producto
                                   WS-Ban-Nombre(WS-Total-Bancos)
                               MOVE banco-variante TO
                                   WS-Ban-Variante(WS-Total-Bancos)
                           ELSE
                               MOVE "CATALOGO DE BANCOS"
                                   TO WS-Tabla-Excedida
                               PERFORM Tabla-Excedida
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Bancos-archivo.

           Guardar-Para-Dispersion.
               MOVE empleados-clabe(1:3) TO dispersion-banco.
               MOVE WS-Linea-Vendedor TO dispersion-linea.
               MOVE empleados-id TO dispersion-id.
               MOVE empleados-clabe TO dispersion-clabe.
               MOVE WS-V-Salario TO dispersion-salario.
               RELEASE dispersion-registro.

      * Un archivo de dispersion por banco, cada uno con su propio
      * encabezado y cola de control, mas el resumen de fondeo
      * para que tesoreria aprovisione cada cuenta. La extraccion
      * alimenta el ordenamiento por banco; dentro de cada banco
      * los empleados conservan el orden del maestro.
           Generar-Archivos-Banco.
               OPEN OUTPUT Fondeo-archivo.
               MOVE "FONDEO POR BANCO DE LA DISPERSION"
                   TO fondeo-linea.
               WRITE fondeo-linea.
               SORT Trabajo-Dispersion
                   ON ASCENDING KEY dispersion-banco
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS Extraer-Registros
                   OUTPUT PROCEDURE IS Escribir-Dispersion-Ordenada.
               CLOSE Fondeo-archivo.

           Escribir-Dispersion-Ordenada.
               MOVE "N" TO WS-Fin-Dispersion.
               PERFORM Leer-Dispersion-Ordenada.
               PERFORM UNTIL WS-Fin-Dispersion = "S"
                   MOVE dispersion-banco TO WS-Banco-Actual
                   PERFORM Abrir-Archivo-Banco
                   PERFORM UNTIL WS-Fin-Dispersion = "S"
                       OR dispersion-banco NOT = WS-Banco-Actual
                       PERFORM Escribir-Detalle-Banco
                       ADD 1 TO WS-Cuenta-Banco
                       ADD dispersion-salario TO WS-Suma-Banco
                       PERFORM Leer-Dispersion-Ordenada
                   END-PERFORM
                   PERFORM Cerrar-Archivo-Banco
               END-PERFORM.

           Leer-Dispersion-Ordenada.
               RETURN Trabajo-Dispersion
                   AT END
                       MOVE "S" TO WS-Fin-Dispersion
               END-RETURN.

           Abrir-Archivo-Banco.
               PERFORM Buscar-Banco-En-Catalogo.
               MOVE SPACE TO WS-Banco-Filename.
               STRING WS-Banco-Prefijo DELIMITED BY SPACE
                   WS-Banco-Actual ".txt"
                   DELIMITED BY SIZE INTO WS-Banco-Filename.
               OPEN OUTPUT Banco-salida-archivo.
               MOVE WS-Nombre-Banco-Actual TO WS-HB-Banco.
               WRITE banco-salida-linea.
               MOVE ZERO TO WS-Cuenta-Banco.
               MOVE ZERO TO WS-Suma-Banco.

           Cerrar-Archivo-Banco.
               MOVE WS-Cuenta-Banco TO WS-TB-Detalles.
               MOVE WS-Suma-Banco TO WS-TB-Suma.
               MOVE WS-Linea-Cola-Banco TO banco-salida-linea.

           Escribir-Detalle-Banco.
               IF WS-Variante-Actual = "B"
                   MOVE dispersion-id TO WS-LC-Id
                   MOVE dispersion-clabe TO WS-LC-Clabe
                   MOVE dispersion-salario TO WS-LC-Salario
                   MOVE WS-Linea-Corta TO banco-salida-linea
               ELSE
                   MOVE dispersion-linea TO banco-salida-linea
               END-IF.
               WRITE banco-salida-linea.

           Mostrar-Resumen.
               DISPLAY "Extracto de nomina/prestaciones generado en "
                   FUNCTION TRIM(WS-Interfaz-Filename).
               DISPLAY "Empleados activos extraidos: "
                   WS-Total-Extraidos.
               DISPLAY "Empleados inactivos omitidos: "
                   WS-Total-Omitidos.
               DISPLAY "Activos sin CLABE valida (en "
                   FUNCTION TRIM(WS-Sin-Cuenta-Filename) "): "
                   WS-Total-Sin-Cuenta.
               DISPLAY "Temporales excluidos del extracto: "
                   WS-Total-Temporales.
               DISPLAY "Empleados de otro grupo de pago: "
                   WS-Total-Otro-Grupo.
               DISPLAY "Cuentas sin verificar enviadas a "
                   FUNCTION TRIM(WS-Sin-Cuenta-Filename) ": "
                   WS-Total-No-Verificadas.
               DISPLAY "Archivos por banco "
                   FUNCTION TRIM(WS-Banco-Prefijo) "NNN.txt"
                   " y fondeo en " FUNCTION TRIM(WS-Fondeo-Filename).
               DISPLAY "Corrida numero " WS-Secuencia-Corrida
                   " con total de control "
                   WS-Hash-Salarios ".".

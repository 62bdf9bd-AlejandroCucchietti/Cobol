      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Genera-dc3.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "cursos-fisico.cbl".
       COPY "capacitacion-fisico.cbl".
       COPY "fiscal-fisico.cbl".
       COPY "dc3-emitidas-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".

       SELECT Constancias-archivo
       ASSIGN TO "dc3-constancias.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Constancias-Status.

       SELECT Lista-archivo
       ASSIGN TO "dc4-lista.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Lista-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "cursos-logico.cbl".
       COPY "capacitacion-logico.cbl".
       COPY "fiscal-logico.cbl".
       COPY "dc3-emitidas-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "fecha-proceso-logico.cbl".

       FD  Constancias-archivo.

       01  constancia-linea PIC X(80).

       FD  Lista-archivo.

       01  lista-linea PIC X(110).


       WORKING-STORAGE SECTION.

           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Cursos-Status PIC XX.
           01 WS-Capacitacion-Status PIC XX.
           01 WS-Fiscal-Status PIC XX.
           01 WS-Dc3-Emitidas-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Constancias-Status PIC XX.
           01 WS-Lista-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Fecha-Hoy PIC X(8).
           01 WS-Opcion PIC X.
           01 WS-Id-Entrada PIC X(6).
           01 WS-Anio-Entrada PIC X(4).
           01 WS-Anio PIC X(4).
           01 WS-Fin-Lectura PIC X.
           01 WS-Registro-Hallado PIC X.
           01 WS-Ya-Emitida PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".
           01 WS-Clave-Dc3 PIC X(20).

           01 WS-Param-Clave PIC X(20).
           01 WS-Param-Valor PIC X(10).
           01 WS-Param-Hallado PIC X.
           01 WS-Calif-Minima PIC 9(3) VALUE ZERO.

           01 WS-Empresa-Nombre PIC X(30).
           01 WS-Empresa-Rfc PIC X(13).
           01 WS-Empresa-Registro PIC X(11).

           01 WS-Pat-Funcion PIC X.
           01 WS-Pat-Empleado PIC X(6).
           01 WS-Patron.
               05 WS-Pat-Clave PIC X(3).
               05 WS-Pat-Razon-Social PIC X(30).
               05 WS-Pat-Rfc PIC X(13).
               05 WS-Pat-Registro-Patronal PIC X(11).
               05 WS-Pat-Regimen-Fiscal PIC X(3).
               05 WS-Pat-Calle PIC X(30).
               05 WS-Pat-Numero PIC X(10).
               05 WS-Pat-Colonia PIC X(20).
               05 WS-Pat-Ciudad PIC X(20).
               05 WS-Pat-Estado PIC X(3).
               05 WS-Pat-Cp PIC X(5).
               05 WS-Pat-Principal PIC X.

           01 WS-Ultimo-Folio PIC 9(6) VALUE ZERO.
           01 WS-Total-Emitidas PIC 9(5) VALUE ZERO.
           01 WS-Nuevas-Emitidas PIC 9(5) VALUE ZERO.
           01 WS-Indice-Emitida PIC 9(5).
           01 WS-Tabla-Emitidas.
               05 WS-Emitida-Clave OCCURS 5000 TIMES PIC X(20).

           01 WS-Total-Fiscal PIC 9(4) VALUE ZERO.
           01 WS-Indice-Fis PIC 9(4).
           01 WS-Curp-Empleado PIC X(18).
           01 WS-Tabla-Fiscal.
               05 WS-Fiscal-Item OCCURS 3000 TIMES.
                   10 WS-Fis-Id PIC X(6).
                   10 WS-Fis-Curp PIC X(18).

           01 WS-Total-Cursos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Cur PIC 9(3).
           01 WS-Curso-Actual PIC 9(3).
           01 WS-Curso-Buscado PIC X(6).
           01 WS-Tabla-Cursos.
               05 WS-Curso-Item OCCURS 100 TIMES.
                   10 WS-Cur-Clave PIC X(6).
                   10 WS-Cur-Nombre PIC X(30).
                   10 WS-Cur-Horas PIC 9(3).
                   10 WS-Cur-Area PIC X(4).
                   10 WS-Cur-Agente PIC X(30).
                   10 WS-Cur-Capacitados PIC 9(5).
                   10 WS-Cur-Aprobados PIC 9(5).
                   10 WS-Cur-Constancias PIC 9(5).
                   10 WS-Cur-Inicio PIC X(8).
                   10 WS-Cur-Termino PIC X(8).

           01 WS-Tot-Capacitados PIC 9(6) VALUE ZERO.
           01 WS-Tot-Aprobados PIC 9(6) VALUE ZERO.
           01 WS-Tot-Constancias PIC 9(6) VALUE ZERO.

           01 WS-Linea-Dc4.
               05 WS-L4-Curso PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Area PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Horas PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Inicio PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Termino PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Agente PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Capacitados PIC ZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Aprobados PIC ZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-L4-Constancias PIC ZZ,ZZ9.

           01 WS-Linea-Sep PIC X(70) VALUE ALL "=".

      * Constancias de competencias DC-3 y lista anual DC-4 de la
      * STPS a partir del expediente de capacitacion. Cada curso
      * aprobado (calificacion minima del catalogo de parametros)
      * recibe una sola constancia con folio consecutivo; la
      * bitacora de emitidas evita reimprimirla. La lista DC-4
      * resume por curso los trabajadores capacitados en el anio
      * y las constancias expedidas.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Determinar-Archivo-Empleados.
           ACCEPT WS-Fecha-Hoy FROM DATE YYYYMMDD.
           MOVE WS-Fecha-Hoy TO WS-Fecha-Proceso.
           PERFORM Obtener-Fecha-Proceso.
           PERFORM Leer-Calificacion-Minima.
           PERFORM Cargar-Cursos.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Leer-Datos-Empresa.
           DISPLAY "===== Constancias DC-3 y Lista DC-4 =====".
           DISPLAY "1 = emitir constancias DC-3 pendientes, "
               "2 = lista DC-4 de un anio: ".
           ACCEPT WS-Opcion.
           EVALUATE WS-Opcion
               WHEN "1"
                   PERFORM Emitir-Constancias
               WHEN "2"
                   PERFORM Generar-Dc4
               WHEN OTHER
                   DISPLAY "Opcion no valida."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           CLOSE Empleados-archivo.
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

           Leer-Calificacion-Minima.
               MOVE "DC3-CALIF-MINIMA" TO WS-Param-Clave.
               CALL "Rutinas-parametros" USING WS-Param-Clave
                   WS-Param-Valor WS-Param-Hallado.
               IF WS-Param-Hallado = "S"
                   COMPUTE WS-Calif-Minima =
                       FUNCTION NUMVAL(WS-Param-Valor)
               END-IF.
               IF WS-Calif-Minima = ZERO
                   MOVE 70 TO WS-Calif-Minima
               END-IF.

      * Los datos del patron viven en el registro de control del
      * maestro, igual que para el CFDI.
           Leer-Datos-Empresa.
               MOVE SPACE TO WS-Empresa-Nombre WS-Empresa-Rfc
                   WS-Empresa-Registro.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa-Nombre
                       MOVE info-rfc-patron TO WS-Empresa-Rfc
                       MOVE info-registro-patronal
                           TO WS-Empresa-Registro
                       MOVE info-empresa TO WS-Pat-Razon-Social
                       MOVE info-rfc-patron TO WS-Pat-Rfc
                       MOVE info-registro-patronal
                           TO WS-Pat-Registro-Patronal
                       MOVE info-regimen-fiscal TO WS-Pat-Regimen-Fiscal
                       MOVE info-cp-expedicion TO WS-Pat-Cp
               END-READ.
               MOVE "I" TO WS-Pat-Funcion.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.

      * Los cursos dados de alta antes de llevar duracion, area y
      * agente salen con la duracion en cero y el agente INTERNO.
           Cargar-Cursos.
               MOVE ZERO TO WS-Total-Cursos.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Cursos-archivo.
               IF WS-Cursos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Cursos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Cursos < 100
                               ADD 1 TO WS-Total-Cursos
                               PERFORM Anotar-Curso
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cursos-archivo.

           Anotar-Curso.
               MOVE curso-clave TO WS-Cur-Clave(WS-Total-Cursos).
               MOVE curso-nombre TO WS-Cur-Nombre(WS-Total-Cursos).
               IF curso-duracion-horas NUMERIC
                   MOVE curso-duracion-horas
                       TO WS-Cur-Horas(WS-Total-Cursos)
               ELSE
                   MOVE ZERO TO WS-Cur-Horas(WS-Total-Cursos)
               END-IF.
               MOVE curso-area-tematica TO WS-Cur-Area(WS-Total-Cursos).
               IF curso-agente = SPACE
                   MOVE "INTERNO" TO WS-Cur-Agente(WS-Total-Cursos)
               ELSE
                   MOVE curso-agente TO WS-Cur-Agente(WS-Total-Cursos)
               END-IF.
               MOVE ZERO TO WS-Cur-Capacitados(WS-Total-Cursos)
                   WS-Cur-Aprobados(WS-Total-Cursos)
                   WS-Cur-Constancias(WS-Total-Cursos).
               MOVE SPACE TO WS-Cur-Inicio(WS-Total-Cursos)
                   WS-Cur-Termino(WS-Total-Cursos).

           Buscar-Curso.
               MOVE ZERO TO WS-Curso-Actual.
               PERFORM VARYING WS-Indice-Cur FROM 1 BY 1
                   UNTIL WS-Indice-Cur > WS-Total-Cursos
                   OR WS-Curso-Actual > ZERO
                   IF WS-Cur-Clave(WS-Indice-Cur) = WS-Curso-Buscado
                       MOVE WS-Indice-Cur TO WS-Curso-Actual
                   END-IF
               END-PERFORM.

      * La clave de la constancia es empleado, curso y fecha
      * tomada; un curso repetido en otra fecha lleva otra.
           Emitir-Constancias.
               DISPLAY "ID del empleado (ENTER = todos): ".
               MOVE SPACE TO WS-Id-Entrada.
               ACCEPT WS-Id-Entrada.
               PERFORM Cargar-Emitidas.
               IF WS-Tabla-Llena = "S"
                   DISPLAY "La bitacora de constancias excede la "
                       "capacidad de trabajo; no se emitio nada."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Cargar-Fiscal
                   OPEN OUTPUT Constancias-archivo
                   OPEN EXTEND Dc3-emitidas-archivo
                   IF WS-Dc3-Emitidas-Status = "35"
                       OPEN OUTPUT Dc3-emitidas-archivo
                   END-IF
                   PERFORM Recorrer-Capacitacion
                   CLOSE Dc3-emitidas-archivo
                   CLOSE Constancias-archivo
                   DISPLAY "Constancias emitidas: " WS-Nuevas-Emitidas
                       " en dc3-constancias.txt"
                   IF WS-Tabla-Llena = "S"
                       DISPLAY "La bitacora se lleno; corra de nuevo "
                           "para las constancias restantes."
                   END-IF
               END-IF.

           Cargar-Emitidas.
               MOVE ZERO TO WS-Total-Emitidas.
               MOVE ZERO TO WS-Ultimo-Folio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Dc3-emitidas-archivo.
               IF WS-Dc3-Emitidas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Dc3-emitidas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF dc3-folio > WS-Ultimo-Folio
                               MOVE dc3-folio TO WS-Ultimo-Folio
                           END-IF
                           IF WS-Total-Emitidas < 5000
                               ADD 1 TO WS-Total-Emitidas
                               STRING dc3-id dc3-curso
                                   dc3-fecha-curso
                                   DELIMITED BY SIZE INTO
                                   WS-Emitida-Clave(WS-Total-Emitidas)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Dc3-emitidas-archivo.

           Cargar-Fiscal.
               MOVE ZERO TO WS-Total-Fiscal.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Fiscal-archivo.
               IF WS-Fiscal-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Fiscal-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF WS-Total-Fiscal < 3000
                               ADD 1 TO WS-Total-Fiscal
                               MOVE fiscal-id
                                   TO WS-Fis-Id(WS-Total-Fiscal)
                               MOVE fiscal-curp
                                   TO WS-Fis-Curp(WS-Total-Fiscal)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Fiscal-archivo.

           Recorrer-Capacitacion.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Capacitacion-archivo.
               IF WS-Capacitacion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Capacitacion-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF (WS-Id-Entrada = SPACE
                               OR capacit-id = WS-Id-Entrada)
                               AND capacit-calificacion
                                   NOT < WS-Calif-Minima
                               AND WS-Tabla-Llena = "N"
                               PERFORM Revisar-Constancia
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Capacitacion-archivo.

           Revisar-Constancia.
               MOVE SPACE TO WS-Clave-Dc3.
               STRING capacit-id capacit-curso capacit-fecha
                   DELIMITED BY SIZE INTO WS-Clave-Dc3.
               MOVE "N" TO WS-Ya-Emitida.
               PERFORM VARYING WS-Indice-Emitida FROM 1 BY 1
                   UNTIL WS-Indice-Emitida > WS-Total-Emitidas
                   OR WS-Ya-Emitida = "S"
                   IF WS-Emitida-Clave(WS-Indice-Emitida)
                       = WS-Clave-Dc3
                       MOVE "S" TO WS-Ya-Emitida
                   END-IF
               END-PERFORM.
               IF WS-Ya-Emitida = "N"
                   MOVE capacit-id TO empleados-id
                   MOVE "S" TO WS-Registro-Hallado
                   READ Empleados-archivo
                       INVALID KEY
                           MOVE "N" TO WS-Registro-Hallado
                   END-READ
                   IF WS-Registro-Hallado = "N"
                       DISPLAY "Se omite " capacit-id " curso "
                           capacit-curso ": no esta en el maestro."
                   ELSE
                       PERFORM Emitir-Dc3
                   END-IF
               END-IF.

      * La DC-3 la expide el patron al que pertenece el trabajador.
           Emitir-Dc3.
               MOVE "E" TO WS-Pat-Funcion.
               MOVE capacit-id TO WS-Pat-Empleado.
               CALL "Rutinas-patron" USING WS-Pat-Funcion
                   WS-Pat-Empleado WS-Patron.
               MOVE capacit-curso TO WS-Curso-Buscado.
               PERFORM Buscar-Curso.
               PERFORM Buscar-Curp.
               ADD 1 TO WS-Ultimo-Folio.
               PERFORM Imprimir-Dc3.
               MOVE WS-Ultimo-Folio TO dc3-folio.
               MOVE capacit-id TO dc3-id.
               MOVE capacit-curso TO dc3-curso.
               MOVE capacit-fecha TO dc3-fecha-curso.
               MOVE capacit-calificacion TO dc3-calificacion.
               MOVE WS-Fecha-Hoy TO dc3-fecha-emision.
               MOVE WS-Operador-Actual TO dc3-operador.
               WRITE dc3-registro.
               ADD 1 TO WS-Nuevas-Emitidas.
               IF WS-Total-Emitidas < 5000
                   ADD 1 TO WS-Total-Emitidas
                   MOVE WS-Clave-Dc3
                       TO WS-Emitida-Clave(WS-Total-Emitidas)
               ELSE
                   MOVE "S" TO WS-Tabla-Llena
               END-IF.

           Buscar-Curp.
               MOVE SPACE TO WS-Curp-Empleado.
               PERFORM VARYING WS-Indice-Fis FROM 1 BY 1
                   UNTIL WS-Indice-Fis > WS-Total-Fiscal
                   IF WS-Fis-Id(WS-Indice-Fis) = capacit-id
                       MOVE WS-Fis-Curp(WS-Indice-Fis)
                           TO WS-Curp-Empleado
                   END-IF
               END-PERFORM.
               IF WS-Curp-Empleado = SPACE
                   MOVE "(SIN CURP CAPTURADA)" TO WS-Curp-Empleado
               END-IF.

      * Un curso que ya no esta en el catalogo sale con la clave
      * en lugar del nombre.
           Imprimir-Dc3.
               MOVE WS-Linea-Sep TO constancia-linea.
               WRITE constancia-linea.
               MOVE "FORMATO DC-3" TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "CONSTANCIA DE COMPETENCIAS O DE HABILIDADES "
                   "LABORALES"
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "FOLIO: " WS-Ultimo-Folio
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE "DATOS DEL TRABAJADOR" TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "  NOMBRE: "
                   FUNCTION TRIM(empleados-apellidos) " "
                   FUNCTION TRIM(empleados-nombre)
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "  CURP: " WS-Curp-Empleado
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "  PUESTO: " empleados-puesto
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE "DATOS DE LA EMPRESA" TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "  RAZON SOCIAL: " WS-Pat-Razon-Social
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "  RFC: " WS-Pat-Rfc
                   "   REGISTRO PATRONAL: " WS-Pat-Registro-Patronal
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE "DATOS DEL PROGRAMA DE CAPACITACION"
                   TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               IF WS-Curso-Actual = ZERO
                   STRING "  CURSO: " capacit-curso
                       DELIMITED BY SIZE INTO constancia-linea
                   WRITE constancia-linea
               ELSE
                   STRING "  CURSO: " capacit-curso " "
                       WS-Cur-Nombre(WS-Curso-Actual)
                       DELIMITED BY SIZE INTO constancia-linea
                   WRITE constancia-linea
                   MOVE SPACE TO constancia-linea
                   STRING "  DURACION EN HORAS: "
                       WS-Cur-Horas(WS-Curso-Actual)
                       "   AREA TEMATICA: "
                       WS-Cur-Area(WS-Curso-Actual)
                       DELIMITED BY SIZE INTO constancia-linea
                   WRITE constancia-linea
                   MOVE SPACE TO constancia-linea
                   STRING "  AGENTE CAPACITADOR: "
                       WS-Cur-Agente(WS-Curso-Actual)
                       DELIMITED BY SIZE INTO constancia-linea
                   WRITE constancia-linea
               END-IF.
               MOVE SPACE TO constancia-linea.
               STRING "  PERIODO DE EJECUCION: " capacit-fecha
                   "   CALIFICACION: " capacit-calificacion
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "INSTRUCTOR O TUTOR     PATRON O REPRESENTANTE "
                   "  REPRESENTANTE DE LOS"
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "                       LEGAL                  "
                   "  TRABAJADORES"
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.
               MOVE SPACE TO constancia-linea.
               STRING "____________________   _____________________  "
                   "  ____________________"
                   DELIMITED BY SIZE INTO constancia-linea.
               WRITE constancia-linea.

      * La lista DC-4 cuenta por curso los registros del anio
      * (capacitados y aprobados) y las constancias expedidas de
      * los cursos tomados en ese anio.
           Generar-Dc4.
               DISPLAY "Anio de la lista (AAAA, ENTER = "
                   WS-Fecha-Proceso(1:4) "): ".
               MOVE SPACE TO WS-Anio-Entrada.
               ACCEPT WS-Anio-Entrada.
               IF WS-Anio-Entrada = SPACE
                   MOVE WS-Fecha-Proceso(1:4) TO WS-Anio
               ELSE
                   MOVE WS-Anio-Entrada TO WS-Anio
               END-IF.
               IF WS-Anio NOT NUMERIC
                   DISPLAY "Anio no valido."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM Acumular-Capacitados
                   PERFORM Acumular-Constancias
                   PERFORM Escribir-Dc4
                   DISPLAY "Lista DC-4 del anio " WS-Anio
                       " en dc4-lista.txt"
                   DISPLAY "Capacitados: " WS-Tot-Capacitados
                       "  constancias: " WS-Tot-Constancias
               END-IF.

           Acumular-Capacitados.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Capacitacion-archivo.
               IF WS-Capacitacion-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Capacitacion-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF capacit-fecha(1:4) = WS-Anio
                               PERFORM Acumular-Capacitado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Capacitacion-archivo.

           Acumular-Capacitado.
               MOVE capacit-curso TO WS-Curso-Buscado.
               PERFORM Buscar-Curso.
               ADD 1 TO WS-Tot-Capacitados.
               IF capacit-calificacion NOT < WS-Calif-Minima
                   ADD 1 TO WS-Tot-Aprobados
               END-IF.
               IF WS-Curso-Actual > ZERO
                   ADD 1 TO WS-Cur-Capacitados(WS-Curso-Actual)
                   IF capacit-calificacion NOT < WS-Calif-Minima
                       ADD 1 TO WS-Cur-Aprobados(WS-Curso-Actual)
                   END-IF
                   IF WS-Cur-Inicio(WS-Curso-Actual) = SPACE
                       OR capacit-fecha
                           < WS-Cur-Inicio(WS-Curso-Actual)
                       MOVE capacit-fecha
                           TO WS-Cur-Inicio(WS-Curso-Actual)
                   END-IF
                   IF capacit-fecha > WS-Cur-Termino(WS-Curso-Actual)
                       MOVE capacit-fecha
                           TO WS-Cur-Termino(WS-Curso-Actual)
                   END-IF
               END-IF.

           Acumular-Constancias.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Dc3-emitidas-archivo.
               IF WS-Dc3-Emitidas-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Dc3-emitidas-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF dc3-fecha-curso(1:4) = WS-Anio
                               ADD 1 TO WS-Tot-Constancias
                               MOVE dc3-curso TO WS-Curso-Buscado
                               PERFORM Buscar-Curso
                               IF WS-Curso-Actual > ZERO
                                   ADD 1 TO WS-Cur-Constancias
                                       (WS-Curso-Actual)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Dc3-emitidas-archivo.

           Escribir-Dc4.
               OPEN OUTPUT Lista-archivo.
               MOVE SPACE TO lista-linea.
               STRING "FORMATO DC-4  LISTA DE CONSTANCIAS DE "
                   "COMPETENCIAS O DE HABILIDADES LABORALES"
                   DELIMITED BY SIZE INTO lista-linea.
               WRITE lista-linea.
               MOVE SPACE TO lista-linea.
               STRING "EMPRESA: " WS-Empresa-Nombre
                   "  RFC: " WS-Empresa-Rfc
                   "  REG. PATRONAL: " WS-Empresa-Registro
                   DELIMITED BY SIZE INTO lista-linea.
               WRITE lista-linea.
               MOVE SPACE TO lista-linea.
               STRING "EJERCICIO: " WS-Anio
                   DELIMITED BY SIZE INTO lista-linea.
               WRITE lista-linea.
               MOVE SPACE TO lista-linea.
               WRITE lista-linea.
               MOVE "CURSO" TO lista-linea.
               MOVE "AREA HRS INICIO   TERMINO  AGENTE"
                   TO lista-linea(32:33).
               MOVE "CAPAC. APROB. CONST." TO lista-linea(80:20).
               WRITE lista-linea.
               PERFORM VARYING WS-Indice-Cur FROM 1 BY 1
                   UNTIL WS-Indice-Cur > WS-Total-Cursos
                   IF WS-Cur-Capacitados(WS-Indice-Cur) > ZERO
                       OR WS-Cur-Constancias(WS-Indice-Cur) > ZERO
                       PERFORM Escribir-Renglon-Dc4
                   END-IF
               END-PERFORM.
               MOVE SPACE TO WS-Linea-Dc4.
               MOVE "TOTALES" TO WS-L4-Curso.
               MOVE WS-Tot-Capacitados TO WS-L4-Capacitados.
               MOVE WS-Tot-Aprobados TO WS-L4-Aprobados.
               MOVE WS-Tot-Constancias TO WS-L4-Constancias.
               MOVE WS-Linea-Dc4 TO lista-linea.
               WRITE lista-linea.
               CLOSE Lista-archivo.

           Escribir-Renglon-Dc4.
               MOVE WS-Cur-Nombre(WS-Indice-Cur) TO WS-L4-Curso.
               MOVE WS-Cur-Area(WS-Indice-Cur) TO WS-L4-Area.
               MOVE WS-Cur-Horas(WS-Indice-Cur) TO WS-L4-Horas.
               MOVE WS-Cur-Inicio(WS-Indice-Cur) TO WS-L4-Inicio.
               MOVE WS-Cur-Termino(WS-Indice-Cur) TO WS-L4-Termino.
               MOVE WS-Cur-Agente(WS-Indice-Cur) TO WS-L4-Agente.
               MOVE WS-Cur-Capacitados(WS-Indice-Cur)
                   TO WS-L4-Capacitados.
               MOVE WS-Cur-Aprobados(WS-Indice-Cur)
                   TO WS-L4-Aprobados.
               MOVE WS-Cur-Constancias(WS-Indice-Cur)
                   TO WS-L4-Constancias.
               MOVE WS-Linea-Dc4 TO lista-linea.
               WRITE lista-linea.

       END PROGRAM Genera-dc3.

      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Reporte-compa-ratio.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "archivo-fisico.cbl".
       COPY "puestos-fisico.cbl".
       COPY "mercado-salarial-fisico.cbl".

       SELECT Reporte-archivo
       ASSIGN TO "compa-ratio.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Reporte-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "archivo-logico.cbl".
       COPY "puestos-logico.cbl".
       COPY "mercado-salarial-logico.cbl".

       FD  Reporte-archivo.

       01  reporte-linea PIC X(120).


       WORKING-STORAGE SECTION.

           01 Fin-del-Archivo PIC X.
           01 WS-Empleados-Status PIC XX.
           01 WS-Empleados-Filename PIC X(30) VALUE "empleados.dat".
           01 WS-Empleados-Filename-Env PIC X(30).
           01 WS-Puestos-Status PIC XX.
           01 WS-Mercado-Salarial-Status PIC XX.
           01 WS-Reporte-Status PIC XX.

           01 WS-Fin-Lectura PIC X.
           01 WS-Empresa PIC X(30) VALUE SPACE.

      * Catalogo de puestos con su punto medio de banda y la
      * referencia de mercado del anio de encuesta mas reciente.
           01 WS-Total-Tabla PIC 99 VALUE ZERO.
           01 WS-Indice-Tabla PIC 99.
           01 WS-Puesto-Actual PIC 99.
           01 WS-Puesto-Buscado PIC X(20).
           01 WS-Tabla-Puestos.
               05 WS-Puesto-Item OCCURS 50 TIMES.
                   10 WS-Tabla-Nombre PIC X(20).
                   10 WS-Tabla-Medio PIC 9(7)V99.
                   10 WS-Tabla-Anio-Mercado PIC 9(4).
                   10 WS-Tabla-Mediana PIC 9(7)V99.
                   10 WS-Tabla-Cuenta PIC 9(5).
                   10 WS-Tabla-Suma-Banda PIC 9(9)V99.
                   10 WS-Tabla-Cuenta-Mercado PIC 9(5).
                   10 WS-Tabla-Suma-Mercado PIC 9(9)V99.

           01 WS-Total-Deptos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Depto PIC 9(3).
           01 WS-Depto-Actual PIC 9(3).
           01 WS-Tabla-Deptos.
               05 WS-Depto-Item OCCURS 100 TIMES.
                   10 WS-Dep-Nombre PIC X(20).
                   10 WS-Dep-Cuenta PIC 9(5).
                   10 WS-Dep-Suma-Banda PIC 9(9)V99.
                   10 WS-Dep-Cuenta-Mercado PIC 9(5).
                   10 WS-Dep-Suma-Mercado PIC 9(9)V99.

      * Genero: 1 = femenino, 2 = masculino, 3 = sin capturar.
           01 WS-Indice-Genero PIC 9.
           01 WS-Tabla-Generos.
               05 WS-Genero-Item OCCURS 3 TIMES.
                   10 WS-Gen-Cuenta PIC 9(5).
                   10 WS-Gen-Suma-Banda PIC 9(9)V99.
                   10 WS-Gen-Cuenta-Mercado PIC 9(5).
                   10 WS-Gen-Suma-Mercado PIC 9(9)V99.

           01 WS-Compa-Banda PIC 9(4)V99.
           01 WS-Compa-Mercado PIC 9(4)V99.
           01 WS-Con-Mercado PIC X.
           01 WS-Medio-Vs-Mercado PIC 9(4)V99.

           01 WS-Total-Revisados PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Puesto PIC 9(5) VALUE ZERO.
           01 WS-Total-Sin-Mercado PIC 9(5) VALUE ZERO.

      * Campos de trabajo del renglon de resumen.
           01 WS-Res-Cuenta PIC 9(5).
           01 WS-Res-Suma-Banda PIC 9(9)V99.
           01 WS-Res-Cuenta-Mercado PIC 9(5).
           01 WS-Res-Suma-Mercado PIC 9(9)V99.

           01 WS-Linea-Detalle.
               05 WS-LD-Id PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Nombre PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Depto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Puesto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Genero PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LD-Salario PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LD-Banda PIC ZZZ9.99.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LD-Mercado PIC X(7).

           01 WS-Compa-Edicion PIC ZZZ9.99.

           01 WS-Linea-Puesto.
               05 WS-LP-Puesto PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-Cuenta PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-Medio PIC Z,ZZZ,ZZ9.99.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-Mediana PIC X(12).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LP-Anio PIC X(4).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LP-Medio-Vs PIC X(7).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LP-Banda PIC X(7).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LP-Mercado PIC X(7).

           01 WS-Mediana-Edicion PIC Z,ZZZ,ZZ9.99.

           01 WS-Linea-Resumen.
               05 WS-LR-Grupo PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 WS-LR-Cuenta PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LR-Banda PIC X(7).
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LR-Cuenta-Mercado PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LR-Mercado PIC X(7).

      * Compa-ratio del personal activo: salario entre el punto
      * medio de la banda del puesto y entre la mediana de mercado
      * de la encuesta salarial mas reciente (100 = en el punto).
      * Se resume por puesto, por departamento y por genero para
      * fundamentar la revision de las bandas.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Determinar-Archivo-Empleados.
           PERFORM Cargar-Tabla-Puestos.
           PERFORM Cargar-Mercado.
           OPEN INPUT Empleados-archivo.
           PERFORM Verificar-Estado-Archivo.
           PERFORM Leer-Empresa.
           OPEN OUTPUT Reporte-archivo.
           MOVE SPACE TO reporte-linea.
           STRING "COMPA-RATIO CONTRA BANDA Y MERCADO - "
               DELIMITED BY SIZE
               WS-Empresa DELIMITED BY SIZE
               INTO reporte-linea
           END-STRING.
           WRITE reporte-linea.
           MOVE SPACE TO reporte-linea.
           WRITE reporte-linea.
           MOVE "ID     NOMBRE               DEPARTAMENTO         "
               TO reporte-linea.
           MOVE "PUESTO               G      SALARIO  %BANDA  %MERC."
               TO reporte-linea(50:51).
           WRITE reporte-linea.
           PERFORM Revisar-Empleados.
           CLOSE Empleados-archivo.
           PERFORM Escribir-Resumen-Puestos.
           PERFORM Escribir-Resumen-Deptos.
           PERFORM Escribir-Resumen-Generos.
           CLOSE Reporte-archivo.
           DISPLAY "===== Compa-ratio contra banda y mercado =====".
           DISPLAY "Empleados revisados: " WS-Total-Revisados.
           DISPLAY "Puestos fuera de catalogo: " WS-Total-Sin-Puesto.
           DISPLAY "Sin referencia de mercado: "
               WS-Total-Sin-Mercado.
           DISPLAY "Reporte en compa-ratio.txt".
           Program-Done.
            GOBACK.

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

           Leer-Empresa.
               MOVE "000000" TO empleados-id.
               READ Empleados-archivo
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE info-empresa TO WS-Empresa
               END-READ.

           Cargar-Tabla-Puestos.
               MOVE ZERO TO WS-Total-Tabla.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Puestos-archivo.
               IF WS-Puestos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   OR WS-Total-Tabla = 50
                   READ Puestos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           ADD 1 TO WS-Total-Tabla
                           MOVE WS-Total-Tabla TO WS-Indice-Tabla
                           INITIALIZE WS-Puesto-Item(WS-Indice-Tabla)
                           MOVE puesto-nombre TO
                               WS-Tabla-Nombre(WS-Indice-Tabla)
                           COMPUTE WS-Tabla-Medio(WS-Indice-Tabla)
                               ROUNDED = (puesto-salario-minimo
                               + puesto-salario-maximo) / 2
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.

      * De cada puesto se toma el anio de encuesta mas reciente.
           Cargar-Mercado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Mercado-salarial-archivo.
               IF WS-Mercado-Salarial-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
                   DISPLAY "Aviso: no hay encuesta salarial "
                       "importada; solo se compara contra banda."
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Mercado-salarial-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           MOVE mercado-puesto TO WS-Puesto-Buscado
                           PERFORM Buscar-Puesto
                           IF WS-Puesto-Actual > ZERO
                               AND mercado-anio NOT <
                               WS-Tabla-Anio-Mercado(WS-Puesto-Actual)
                               MOVE mercado-anio TO
                               WS-Tabla-Anio-Mercado(WS-Puesto-Actual)
                               MOVE mercado-mediana TO
                                   WS-Tabla-Mediana(WS-Puesto-Actual)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Mercado-salarial-archivo.

           Buscar-Puesto.
               MOVE ZERO TO WS-Puesto-Actual.
               PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
                   UNTIL WS-Indice-Tabla > WS-Total-Tabla
                   OR WS-Puesto-Actual > ZERO
                   IF WS-Tabla-Nombre(WS-Indice-Tabla)
                       = WS-Puesto-Buscado
                       MOVE WS-Indice-Tabla TO WS-Puesto-Actual
                   END-IF
               END-PERFORM.

           Revisar-Empleados.
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
                               ADD 1 TO WS-Total-Revisados
                               PERFORM Revisar-Empleado-Actual
                           END-IF
                   END-READ
               END-PERFORM.

      * Quien tiene un puesto fuera del catalogo no tiene banda:
      * se lista para corregir el puesto y no entra a los resumenes.
           Revisar-Empleado-Actual.
               MOVE empleados-puesto TO WS-Puesto-Buscado.
               PERFORM Buscar-Puesto.
               MOVE empleados-id TO WS-LD-Id.
               MOVE empleados-nombre TO WS-LD-Nombre.
               MOVE empleados-departamento TO WS-LD-Depto.
               MOVE empleados-puesto TO WS-LD-Puesto.
               MOVE empleados-genero TO WS-LD-Genero.
               MOVE empleados-salario TO WS-LD-Salario.
               IF WS-Puesto-Actual = ZERO
                   OR WS-Tabla-Medio(WS-Puesto-Actual) = ZERO
                   ADD 1 TO WS-Total-Sin-Puesto
                   MOVE ZERO TO WS-LD-Banda
                   MOVE "S/BANDA" TO WS-LD-Mercado
               ELSE
                   COMPUTE WS-Compa-Banda ROUNDED =
                       empleados-salario * 100
                       / WS-Tabla-Medio(WS-Puesto-Actual)
                   MOVE WS-Compa-Banda TO WS-LD-Banda
                   IF WS-Tabla-Mediana(WS-Puesto-Actual) = ZERO
                       MOVE "N" TO WS-Con-Mercado
                       MOVE ZERO TO WS-Compa-Mercado
                       ADD 1 TO WS-Total-Sin-Mercado
                       MOVE "S/REF" TO WS-LD-Mercado
                   ELSE
                       MOVE "S" TO WS-Con-Mercado
                       COMPUTE WS-Compa-Mercado ROUNDED =
                           empleados-salario * 100
                           / WS-Tabla-Mediana(WS-Puesto-Actual)
                       MOVE WS-Compa-Mercado TO WS-Compa-Edicion
                       MOVE WS-Compa-Edicion TO WS-LD-Mercado
                   END-IF
                   PERFORM Acumular-Puesto
                   PERFORM Acumular-Depto
                   PERFORM Acumular-Genero
               END-IF.
               MOVE WS-Linea-Detalle TO reporte-linea.
               WRITE reporte-linea.

           Acumular-Puesto.
               ADD 1 TO WS-Tabla-Cuenta(WS-Puesto-Actual).
               ADD WS-Compa-Banda
                   TO WS-Tabla-Suma-Banda(WS-Puesto-Actual).
               IF WS-Con-Mercado = "S"
                   ADD 1 TO WS-Tabla-Cuenta-Mercado(WS-Puesto-Actual)
                   ADD WS-Compa-Mercado
                       TO WS-Tabla-Suma-Mercado(WS-Puesto-Actual)
               END-IF.

           Acumular-Depto.
               MOVE ZERO TO WS-Depto-Actual.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   OR WS-Depto-Actual > ZERO
                   IF WS-Dep-Nombre(WS-Indice-Depto)
                       = empleados-departamento
                       MOVE WS-Indice-Depto TO WS-Depto-Actual
                   END-IF
               END-PERFORM.
               IF WS-Depto-Actual = ZERO AND WS-Total-Deptos < 100
                   ADD 1 TO WS-Total-Deptos
                   MOVE WS-Total-Deptos TO WS-Depto-Actual
                   INITIALIZE WS-Depto-Item(WS-Depto-Actual)
                   MOVE empleados-departamento
                       TO WS-Dep-Nombre(WS-Depto-Actual)
               END-IF.
               IF WS-Depto-Actual > ZERO
                   ADD 1 TO WS-Dep-Cuenta(WS-Depto-Actual)
                   ADD WS-Compa-Banda
                       TO WS-Dep-Suma-Banda(WS-Depto-Actual)
                   IF WS-Con-Mercado = "S"
                       ADD 1 TO WS-Dep-Cuenta-Mercado(WS-Depto-Actual)
                       ADD WS-Compa-Mercado
                           TO WS-Dep-Suma-Mercado(WS-Depto-Actual)
                   END-IF
               END-IF.

           Acumular-Genero.
               EVALUATE TRUE
                   WHEN empleados-genero-femenino
                       MOVE 1 TO WS-Indice-Genero
                   WHEN empleados-genero-masculino
                       MOVE 2 TO WS-Indice-Genero
                   WHEN OTHER
                       MOVE 3 TO WS-Indice-Genero
               END-EVALUATE.
               ADD 1 TO WS-Gen-Cuenta(WS-Indice-Genero).
               ADD WS-Compa-Banda
                   TO WS-Gen-Suma-Banda(WS-Indice-Genero).
               IF WS-Con-Mercado = "S"
                   ADD 1 TO WS-Gen-Cuenta-Mercado(WS-Indice-Genero)
                   ADD WS-Compa-Mercado
                       TO WS-Gen-Suma-Mercado(WS-Indice-Genero)
               END-IF.

      * Punto medio contra mercado: debajo de 100 la banda esta por
      * debajo de la mediana de la encuesta.
           Escribir-Resumen-Puestos.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "RESUMEN POR PUESTO" TO reporte-linea.
               WRITE reporte-linea.
               MOVE "PUESTO                   N  PUNTO MEDIO      "
                   TO reporte-linea.
               MOVE "MEDIANA MERC ANIO  MED/MER  %BANDA  %MERC."
                   TO reporte-linea(41:43).
               WRITE reporte-linea.
               PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
                   UNTIL WS-Indice-Tabla > WS-Total-Tabla
                   MOVE WS-Tabla-Nombre(WS-Indice-Tabla)
                       TO WS-LP-Puesto
                   MOVE WS-Tabla-Cuenta(WS-Indice-Tabla)
                       TO WS-LP-Cuenta
                   MOVE WS-Tabla-Medio(WS-Indice-Tabla)
                       TO WS-LP-Medio
                   IF WS-Tabla-Mediana(WS-Indice-Tabla) = ZERO
                       MOVE "SIN ENCUESTA" TO WS-LP-Mediana
                       MOVE SPACE TO WS-LP-Anio WS-LP-Medio-Vs
                   ELSE
                       MOVE WS-Tabla-Mediana(WS-Indice-Tabla)
                           TO WS-Mediana-Edicion
                       MOVE WS-Mediana-Edicion TO WS-LP-Mediana
                       MOVE WS-Tabla-Anio-Mercado(WS-Indice-Tabla)
                           TO WS-LP-Anio
                       COMPUTE WS-Medio-Vs-Mercado ROUNDED =
                           WS-Tabla-Medio(WS-Indice-Tabla) * 100
                           / WS-Tabla-Mediana(WS-Indice-Tabla)
                       MOVE WS-Medio-Vs-Mercado TO WS-Compa-Edicion
                       MOVE WS-Compa-Edicion TO WS-LP-Medio-Vs
                   END-IF
                   MOVE WS-Tabla-Cuenta(WS-Indice-Tabla)
                       TO WS-Res-Cuenta
                   MOVE WS-Tabla-Suma-Banda(WS-Indice-Tabla)
                       TO WS-Res-Suma-Banda
                   MOVE WS-Tabla-Cuenta-Mercado(WS-Indice-Tabla)
                       TO WS-Res-Cuenta-Mercado
                   MOVE WS-Tabla-Suma-Mercado(WS-Indice-Tabla)
                       TO WS-Res-Suma-Mercado
                   PERFORM Calcular-Promedios
                   MOVE WS-LR-Banda TO WS-LP-Banda
                   MOVE WS-LR-Mercado TO WS-LP-Mercado
                   MOVE WS-Linea-Puesto TO reporte-linea
                   WRITE reporte-linea
               END-PERFORM.

           Escribir-Resumen-Deptos.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "RESUMEN POR DEPARTAMENTO" TO reporte-linea.
               WRITE reporte-linea.
               PERFORM Escribir-Titulos-Resumen.
               PERFORM VARYING WS-Indice-Depto FROM 1 BY 1
                   UNTIL WS-Indice-Depto > WS-Total-Deptos
                   MOVE WS-Dep-Nombre(WS-Indice-Depto) TO WS-LR-Grupo
                   MOVE WS-Dep-Cuenta(WS-Indice-Depto)
                       TO WS-Res-Cuenta
                   MOVE WS-Dep-Suma-Banda(WS-Indice-Depto)
                       TO WS-Res-Suma-Banda
                   MOVE WS-Dep-Cuenta-Mercado(WS-Indice-Depto)
                       TO WS-Res-Cuenta-Mercado
                   MOVE WS-Dep-Suma-Mercado(WS-Indice-Depto)
                       TO WS-Res-Suma-Mercado
                   PERFORM Escribir-Renglon-Resumen
               END-PERFORM.

           Escribir-Resumen-Generos.
               MOVE SPACE TO reporte-linea.
               WRITE reporte-linea.
               MOVE "RESUMEN POR GENERO" TO reporte-linea.
               WRITE reporte-linea.
               PERFORM Escribir-Titulos-Resumen.
               PERFORM VARYING WS-Indice-Genero FROM 1 BY 1
                   UNTIL WS-Indice-Genero > 3
                   EVALUATE WS-Indice-Genero
                       WHEN 1
                           MOVE "FEMENINO" TO WS-LR-Grupo
                       WHEN 2
                           MOVE "MASCULINO" TO WS-LR-Grupo
                       WHEN OTHER
                           MOVE "SIN CAPTURAR" TO WS-LR-Grupo
                   END-EVALUATE
                   MOVE WS-Gen-Cuenta(WS-Indice-Genero)
                       TO WS-Res-Cuenta
                   MOVE WS-Gen-Suma-Banda(WS-Indice-Genero)
                       TO WS-Res-Suma-Banda
                   MOVE WS-Gen-Cuenta-Mercado(WS-Indice-Genero)
                       TO WS-Res-Cuenta-Mercado
                   MOVE WS-Gen-Suma-Mercado(WS-Indice-Genero)
                       TO WS-Res-Suma-Mercado
                   IF WS-Res-Cuenta > ZERO
                       PERFORM Escribir-Renglon-Resumen
                   END-IF
               END-PERFORM.

           Escribir-Titulos-Resumen.
               MOVE "GRUPO                    N   %BANDA  CON REF  "
                   TO reporte-linea.
               MOVE "%MERC." TO reporte-linea(46:6).
               WRITE reporte-linea.

           Escribir-Renglon-Resumen.
               PERFORM Calcular-Promedios.
               MOVE WS-Res-Cuenta TO WS-LR-Cuenta.
               MOVE WS-Res-Cuenta-Mercado TO WS-LR-Cuenta-Mercado.
               MOVE WS-Linea-Resumen TO reporte-linea.
               WRITE reporte-linea.

      * Promedio simple de los compa-ratio individuales del grupo;
      * el de mercado solo cuenta a quien tiene referencia.
           Calcular-Promedios.
               IF WS-Res-Cuenta = ZERO
                   MOVE SPACE TO WS-LR-Banda
               ELSE
                   COMPUTE WS-Compa-Banda ROUNDED =
                       WS-Res-Suma-Banda / WS-Res-Cuenta
                   MOVE WS-Compa-Banda TO WS-Compa-Edicion
                   MOVE WS-Compa-Edicion TO WS-LR-Banda
               END-IF.
               IF WS-Res-Cuenta-Mercado = ZERO
                   MOVE SPACE TO WS-LR-Mercado
               ELSE
                   COMPUTE WS-Compa-Mercado ROUNDED =
                       WS-Res-Suma-Mercado / WS-Res-Cuenta-Mercado
                   MOVE WS-Compa-Mercado TO WS-Compa-Edicion
                   MOVE WS-Compa-Edicion TO WS-LR-Mercado
               END-IF.

       END PROGRAM Reporte-compa-ratio.

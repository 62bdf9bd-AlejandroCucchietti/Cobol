      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Cierre-anual.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "periodos-fisico.cbl".
       COPY "calendario-fisico.cbl".
       COPY "ajuste-anual-fisico.cbl".
       COPY "fecha-proceso-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "auditoria-fisico.cbl".

       SELECT OPTIONAL Aguinaldo-pagos-archivo
       ASSIGN TO "aguinaldo-pagos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Aguinaldo-Status.

       SELECT OPTIONAL Ptu-pagos-archivo
       ASSIGN TO "ptu-pagos.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Ptu-Status.

       SELECT OPTIONAL Cierres-archivo
       ASSIGN TO "cierre-anual.dat"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Cierres-Status.

       SELECT OPTIONAL Vivo-archivo
       ASSIGN TO WS-Archivo-Vivo
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Vivo-Status.

       SELECT Historico-archivo
       ASSIGN TO WS-Archivo-Historico
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Historico-Status.

       SELECT Depurado-tmp-archivo
       ASSIGN TO "cierre-anual.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Depurado-Status.

       SELECT Certificado-archivo
       ASSIGN TO "cierre-anual.txt"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Certificado-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "periodos-logico.cbl".
       COPY "calendario-logico.cbl".
       COPY "ajuste-anual-logico.cbl".
       COPY "fecha-proceso-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "auditoria-logico.cbl".

      * Pagos de aguinaldo y de reparto de utilidades con el
      * trazado de nomina-recibos.dat; basta la fecha de pago para
      * saber si el calculo del ejercicio ya corrio.
       FD  Aguinaldo-pagos-archivo.

       01  aguinaldo-pago-registro.
           05  aguinaldo-pago-id PIC X(6).
           05  aguinaldo-pago-fecha PIC X(8).
           05  FILLER PIC X(87).

       FD  Ptu-pagos-archivo.

       01  ptu-pago-registro.
           05  ptu-pago-id PIC X(6).
           05  ptu-pago-fecha PIC X(8).
           05  FILLER PIC X(87).

      * Un renglon por ejercicio cerrado; un ejercicio que ya
      * aparece aqui no se vuelve a cerrar.
       FD  Cierres-archivo.

       01  cierre-registro.
           05  cierre-ejercicio PIC X(4).
           05  cierre-fecha PIC X(8).
           05  cierre-hora PIC X(6).
           05  cierre-operador PIC X(8).

      * Archivo vivo y su historico del ejercicio: el mismo par
      * sirve para los acumulados del anio y para los catalogos
      * de periodos, cada uno con su propio nombre.
       FD  Vivo-archivo.

       01  vivo-registro PIC X(120).

       FD  Historico-archivo.

       01  historico-registro PIC X(120).

       FD  Depurado-tmp-archivo.

       01  depurado-registro PIC X(120).

       FD  Certificado-archivo.

       01  certificado-linea PIC X(90).


       WORKING-STORAGE SECTION.

           01 WS-Periodos-Status PIC XX.
           01 WS-Calendario-Status PIC XX.
           01 WS-Ajuste-Anual-Status PIC XX.
           01 WS-Fecha-Proceso-Status PIC XX.
           01 WS-Sesion-Status PIC XX.
           01 WS-Auditoria-Status PIC XX.
           01 WS-Aguinaldo-Status PIC XX.
           01 WS-Ptu-Status PIC XX.
           01 WS-Cierres-Status PIC XX.
           01 WS-Vivo-Status PIC XX.
           01 WS-Historico-Status PIC XX.
           01 WS-Depurado-Status PIC XX.
           01 WS-Certificado-Status PIC XX.

           01 WS-Periodos-Filename PIC X(30)
               VALUE "periodos-nomina.dat".
           01 WS-Nombre-Base PIC X(30).
           01 WS-Archivo-Vivo PIC X(40).
           01 WS-Archivo-Historico PIC X(40).

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 WS-Fecha-Proceso PIC X(8).
           01 WS-Hora-Cierre PIC X(8).
           01 WS-Ejercicio-Entrada PIC X(4).
           01 WS-Ejercicio PIC X(4).
           01 WS-Ejercicio-Num PIC 9(4).
           01 WS-Anio-Siguiente PIC 9(4).
           01 WS-Anio-Siguiente-X REDEFINES WS-Anio-Siguiente
               PIC X(4).
           01 WS-Confirma PIC X.
           01 WS-Fin-Archivo PIC X.
           01 WS-Hallado PIC X.
           01 WS-Cierre-Rechazado PIC X VALUE "N".
           01 WS-Cierre-Hecho PIC X VALUE "N".
           01 WS-Total-Pendientes PIC 99 VALUE ZERO.
           01 WS-Cuenta PIC 9(6).
           01 WS-Cuenta-Pendiente PIC 9(6).
           01 WS-Ultima-Quincena PIC X(7).
           01 WS-Grupo-Catalogo PIC X.
           01 WS-Tabla-Llena PIC X VALUE "N".

      * Catalogo de periodos en memoria mientras se cierra; cabe
      * mas de un anio de semanas. Un catalogo que no cabe deja la
      * verificacion pendiente: Cerrar-Catalogo lo reescribe.
           01 WS-Total-Periodos PIC 9(3) VALUE ZERO.
           01 WS-Indice-Per PIC 9(3).
           01 WS-Tabla-Periodos.
               05 WS-Periodo-Item OCCURS 200 TIMES.
                   10 WS-Per-Id PIC X(7).
                   10 WS-Per-Inicio PIC X(8).
                   10 WS-Per-Fin PIC X(8).
                   10 WS-Per-Estado PIC X.

      * Periodo del anio siguiente que arma Rutinas-periodo.
           01 WS-Gen-Grupo PIC X.
           01 WS-Gen-Id PIC X(7).
           01 WS-Gen-Inicio PIC X(8).
           01 WS-Gen-Fin PIC X(8).
           01 WS-Mes-Gen PIC 99.
           01 WS-Fecha-Gen-Num PIC 9(8).
           01 WS-Fecha-Gen REDEFINES WS-Fecha-Gen-Num PIC X(8).
           01 WS-Entero-Dia PIC S9(9).
           01 WS-Desplaza-Lunes PIC 9.
           01 WS-Lunes-Numero PIC 9.
           01 WS-Resto-Sexenio PIC 9.

      * Resultado de cada verificacion previa, tal como sale en el
      * certificado.
           01 WS-Total-Chequeos PIC 99 VALUE ZERO.
           01 WS-Indice-Chq PIC 99.
           01 WS-Tabla-Chequeos.
               05 WS-Chequeo-Item OCCURS 10 TIMES.
                   10 WS-Chq-Concepto PIC X(44).
                   10 WS-Chq-Resultado PIC X(10).
                   10 WS-Chq-Cuenta PIC 9(6).
                   10 WS-Chq-Nota PIC X(24).

      * Vistas del renglon vivo para sumar los importes de control
      * de cada acumulado.
           01 WS-Tipo-Acumulado PIC X.
           01 WS-Columna-Anio PIC 999.
           01 WS-Vista-Recibo.
               05 FILLER PIC X(74).
               05 WS-VR-Bruto PIC 9(7)V99.
               05 WS-VR-Deducciones PIC 9(7)V99.
               05 WS-VR-Neto PIC 9(7)V99.
               05 FILLER PIC X(19).
           01 WS-Vista-Detalle.
               05 FILLER PIC X(29).
               05 WS-VD-Monto PIC 9(7)V99.
               05 FILLER PIC X(82).
           01 WS-Vista-Costo.
               05 FILLER PIC X(54).
               05 WS-VC-Patron PIC 9(7)V99.
               05 WS-VC-Obrero PIC 9(7)V99.
               05 FILLER PIC X(48).

           01 WS-Arc-Archivados PIC 9(7).
           01 WS-Arc-Conservados PIC 9(7).
           01 WS-Arc-Importe-1 PIC 9(11)V99.
           01 WS-Arc-Importe-2 PIC 9(11)V99.
           01 WS-Arc-Importe-3 PIC 9(11)V99.

      * Cifras de control del cierre.
           01 WS-Cifras-Cierre.
               05 WS-Cif-Q-Cerrados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Q-Archivados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Q-Generados PIC 9(7) VALUE ZERO.
               05 WS-Cif-S-Cerrados PIC 9(7) VALUE ZERO.
               05 WS-Cif-S-Archivados PIC 9(7) VALUE ZERO.
               05 WS-Cif-S-Generados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Rec-Archivados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Rec-Conservados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Rec-Bruto PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Rec-Deducciones PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Rec-Neto PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Det-Archivados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Det-Conservados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Det-Monto PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Cos-Archivados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Cos-Conservados PIC 9(7) VALUE ZERO.
               05 WS-Cif-Cos-Patron PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Cos-Obrero PIC 9(11)V99 VALUE ZERO.
               05 WS-Cif-Feriados-Previos PIC 9(7) VALUE ZERO.
               05 WS-Cif-Feriados-Cargados PIC 9(7) VALUE ZERO.

           01 WS-Linea-Titulo.
               05 FILLER PIC X(42) VALUE
                   "CERTIFICADO DE CIERRE ANUAL - EJERCICIO   ".
               05 WS-Tit-Ejercicio PIC X(4).

           01 WS-Linea-Datos.
               05 FILLER PIC X(16) VALUE "FECHA PROCESO:  ".
               05 WS-Dat-Fecha PIC X(8).
               05 FILLER PIC X(14) VALUE "   OPERADOR:  ".
               05 WS-Dat-Operador PIC X(8).

           01 WS-Linea-Resultado.
               05 FILLER PIC X(12) VALUE "RESULTADO:  ".
               05 WS-Res-Texto PIC X(60).

           01 WS-Linea-Chequeo.
               05 WS-LC-Concepto PIC X(44).
               05 WS-LC-Resultado PIC X(10).
               05 WS-LC-Cuenta PIC ZZZ,ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 WS-LC-Nota PIC X(24).

           01 WS-Linea-Encabezado-Cifras.
               05 FILLER PIC X(44) VALUE "CIFRAS DE CONTROL".
               05 FILLER PIC X(9) VALUE "REGISTROS".
               05 FILLER PIC X(19) VALUE "            IMPORTE".

           01 WS-Linea-Cifra.
               05 WS-LF-Concepto PIC X(44).
               05 WS-LF-Registros PIC Z,ZZZ,ZZ9.
               05 FILLER PIC X(2) VALUE SPACE.
               05 WS-LF-Importe PIC ZZZ,ZZZ,ZZZ,ZZ9.99
                   BLANK WHEN ZERO.

           01 WS-Linea-Firmas.
               05 FILLER PIC X(60) VALUE
                   "CERRO (NOMINAS): __________________________".

           01 WS-Linea-Firmas-2.
               05 FILLER PIC X(60) VALUE
                   "REVISO (CONTRALORIA): _____________________".

      * El cierre del ejercicio recorre la lista en orden: primero
      * verifica que no quede nada pendiente (periodos sin
      * dispersar, aguinaldo, reparto de utilidades y ajuste anual
      * sin correr, historicos ya generados) y si falta algo no
      * toca ningun archivo. Con todo en orden cierra los periodos
      * del anio, pasa periodos y acumulados a sus historicos con
      * el anio en el nombre, deja los acumulados en cero para el
      * anio nuevo, abre los periodos del anio siguiente y carga
      * sus dias feriados de ley. El certificado lleva el resultado
      * de cada verificacion y las cifras de control.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           IF WS-Nivel-Operador < 3
               DISPLAY "El cierre anual esta restringido a "
                   "supervisores."
               MOVE 8 TO RETURN-CODE
           ELSE
               ACCEPT WS-Fecha-Proceso FROM DATE YYYYMMDD
               PERFORM Obtener-Fecha-Proceso
               PERFORM Pedir-Ejercicio
               IF WS-Ejercicio NOT NUMERIC
                   DISPLAY "Ejercicio no valido."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "===== Cierre anual del ejercicio "
                       WS-Ejercicio " ====="
                   PERFORM Verificar-Precondiciones
                   PERFORM Mostrar-Chequeos
                   IF WS-Total-Pendientes > ZERO
                       MOVE "S" TO WS-Cierre-Rechazado
                       DISPLAY "Cierre rechazado: "
                           WS-Total-Pendientes " verificacion(es) "
                           "pendiente(s); no se modifico nada."
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       DISPLAY "Se cerrara el ejercicio "
                           WS-Ejercicio " y se abrira el "
                           WS-Anio-Siguiente ". Confirma (S/N)? "
                       MOVE SPACE TO WS-Confirma
                       ACCEPT WS-Confirma
                       IF WS-Confirma = "S" OR WS-Confirma = "s"
                           PERFORM Ejecutar-Cierre
                       ELSE
                           DISPLAY "Cierre cancelado; no se "
                               "modifico nada."
                       END-IF
                   END-IF
                   IF WS-Cierre-Rechazado = "S"
                       OR WS-Cierre-Hecho = "S"
                       PERFORM Escribir-Certificado
                       DISPLAY "Certificado en cierre-anual.txt."
                   END-IF
               END-IF
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
                           MOVE sesion-operador-id
                               TO WS-Operador-Actual
                           MOVE sesion-nivel TO WS-Nivel-Operador
                   END-READ
               END-IF.
               CLOSE Sesion-archivo.

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

      * En enero se propone el anio que acaba de terminar; el
      * resto del anio, el anio en curso.
           Pedir-Ejercicio.
               MOVE WS-Fecha-Proceso(1:4) TO WS-Ejercicio-Num.
               IF WS-Fecha-Proceso(5:2) = "01"
                   SUBTRACT 1 FROM WS-Ejercicio-Num
               END-IF.
               DISPLAY "Ejercicio a cerrar (AAAA, ENTER = "
                   WS-Ejercicio-Num "): ".
               MOVE SPACE TO WS-Ejercicio-Entrada.
               ACCEPT WS-Ejercicio-Entrada.
               IF WS-Ejercicio-Entrada = SPACE
                   MOVE WS-Ejercicio-Num TO WS-Ejercicio
               ELSE
                   MOVE WS-Ejercicio-Entrada TO WS-Ejercicio
               END-IF.
               IF WS-Ejercicio NUMERIC
                   MOVE WS-Ejercicio TO WS-Ejercicio-Num
                   COMPUTE WS-Anio-Siguiente = WS-Ejercicio-Num + 1
                   STRING WS-Ejercicio "122" DELIMITED BY SIZE
                       INTO WS-Ultima-Quincena
               END-IF.

      ******************************************************************
      * Verificaciones previas: cada una agrega su renglon a la
      * tabla de chequeos y cuenta como pendiente si no pasa.
      ******************************************************************
           Verificar-Precondiciones.
               PERFORM Verificar-Cierre-Previo.
               MOVE "periodos-nomina.dat" TO WS-Periodos-Filename.
               PERFORM Cargar-Tabla-Periodos.
               PERFORM Verificar-Periodos-Quincenales.
               MOVE "periodos-semanal.dat" TO WS-Periodos-Filename.
               PERFORM Cargar-Tabla-Periodos.
               PERFORM Verificar-Periodos-Semanales.
               PERFORM Verificar-Aguinaldo.
               PERFORM Verificar-Ptu.
               PERFORM Verificar-Ajuste-Anual.
               PERFORM Verificar-Historicos.

           Agregar-Chequeo.
               ADD 1 TO WS-Total-Chequeos.
               MOVE WS-LC-Concepto
                   TO WS-Chq-Concepto(WS-Total-Chequeos).
               MOVE WS-LC-Resultado
                   TO WS-Chq-Resultado(WS-Total-Chequeos).
               MOVE WS-Cuenta TO WS-Chq-Cuenta(WS-Total-Chequeos).
               MOVE WS-LC-Nota TO WS-Chq-Nota(WS-Total-Chequeos).
               IF WS-LC-Resultado = "PENDIENTE"
                   ADD 1 TO WS-Total-Pendientes
               END-IF.

           Verificar-Cierre-Previo.
               MOVE "N" TO WS-Hallado.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Cierres-archivo.
               IF WS-Cierres-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Cierres-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF cierre-ejercicio = WS-Ejercicio
                               MOVE "S" TO WS-Hallado
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Cierres-archivo.
               MOVE "EJERCICIO NO CERRADO ANTES" TO WS-LC-Concepto.
               MOVE ZERO TO WS-Cuenta.
               IF WS-Hallado = "S"
                   MOVE "PENDIENTE" TO WS-LC-Resultado
                   MOVE "YA ESTA CERRADO" TO WS-LC-Nota
               ELSE
                   MOVE "OK" TO WS-LC-Resultado
                   MOVE SPACE TO WS-LC-Nota
               END-IF.
               PERFORM Agregar-Chequeo.

           Cargar-Tabla-Periodos.
               MOVE ZERO TO WS-Total-Periodos.
               MOVE "N" TO WS-Tabla-Llena.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Periodos-archivo.
               IF WS-Periodos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Periodos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF WS-Total-Periodos < 200
                               ADD 1 TO WS-Total-Periodos
                               MOVE periodo-registro TO
                                   WS-Periodo-Item(WS-Total-Periodos)
                           ELSE
                               MOVE "S" TO WS-Tabla-Llena
                               MOVE "0" TO WS-Fin-Archivo
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Periodos-archivo.

      * Cuenta los periodos del ejercicio y los que todavia no
      * llegan a dispersado o cerrado.
           Contar-Periodos-Ejercicio.
               MOVE ZERO TO WS-Cuenta.
               MOVE ZERO TO WS-Cuenta-Pendiente.
               MOVE "N" TO WS-Hallado.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Periodos
                   IF WS-Per-Id(WS-Indice-Per)(1:4) = WS-Ejercicio
                       ADD 1 TO WS-Cuenta
                       IF WS-Per-Estado(WS-Indice-Per) NOT = "D"
                           AND WS-Per-Estado(WS-Indice-Per)
                               NOT = "X"
                           ADD 1 TO WS-Cuenta-Pendiente
                       END-IF
                       IF WS-Per-Id(WS-Indice-Per)
                           = WS-Ultima-Quincena
                           MOVE "S" TO WS-Hallado
                       END-IF
                   END-IF
               END-PERFORM.

      * La segunda quincena de diciembre tiene que existir: sin
      * ella la ultima nomina del anio no se ha calculado.
           Verificar-Periodos-Quincenales.
               PERFORM Contar-Periodos-Ejercicio.
               MOVE "PERIODOS QUINCENALES DISPERSADOS"
                   TO WS-LC-Concepto.
               EVALUATE TRUE
                   WHEN WS-Tabla-Llena = "S"
                       MOVE WS-Total-Periodos TO WS-Cuenta
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "CATALOGO EXCEDE LA TABLA" TO WS-LC-Nota
                   WHEN WS-Cuenta-Pendiente > ZERO
                       MOVE WS-Cuenta-Pendiente TO WS-Cuenta
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "SIN DISPERSAR" TO WS-LC-Nota
                   WHEN WS-Hallado = "N"
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE SPACE TO WS-LC-Nota
                       STRING "FALTA EL PERIODO " WS-Ultima-Quincena
                           DELIMITED BY SIZE INTO WS-LC-Nota
                   WHEN OTHER
                       MOVE "OK" TO WS-LC-Resultado
                       MOVE "PERIODOS DEL EJERCICIO" TO WS-LC-Nota
               END-EVALUATE.
               PERFORM Agregar-Chequeo.

           Verificar-Periodos-Semanales.
               PERFORM Contar-Periodos-Ejercicio.
               MOVE "PERIODOS SEMANALES DISPERSADOS"
                   TO WS-LC-Concepto.
               EVALUATE TRUE
                   WHEN WS-Tabla-Llena = "S"
                       MOVE WS-Total-Periodos TO WS-Cuenta
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "CATALOGO EXCEDE LA TABLA" TO WS-LC-Nota
                   WHEN WS-Cuenta-Pendiente > ZERO
                       MOVE WS-Cuenta-Pendiente TO WS-Cuenta
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "SIN DISPERSAR" TO WS-LC-Nota
                   WHEN WS-Cuenta = ZERO
                       MOVE "OK" TO WS-LC-Resultado
                       MOVE "SIN NOMINA SEMANAL" TO WS-LC-Nota
                   WHEN OTHER
                       MOVE "OK" TO WS-LC-Resultado
                       MOVE "PERIODOS DEL EJERCICIO" TO WS-LC-Nota
               END-EVALUATE.
               PERFORM Agregar-Chequeo.

           Verificar-Aguinaldo.
               MOVE ZERO TO WS-Cuenta.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Aguinaldo-pagos-archivo.
               IF WS-Aguinaldo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Aguinaldo-pagos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF aguinaldo-pago-fecha(1:4)
                               = WS-Ejercicio
                               ADD 1 TO WS-Cuenta
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Aguinaldo-pagos-archivo.
               MOVE "AGUINALDO CALCULADO Y PAGADO" TO WS-LC-Concepto.
               IF WS-Cuenta = ZERO
                   MOVE "PENDIENTE" TO WS-LC-Resultado
                   MOVE "SIN PAGOS DEL EJERCICIO" TO WS-LC-Nota
               ELSE
                   MOVE "OK" TO WS-LC-Resultado
                   MOVE "PAGOS" TO WS-LC-Nota
               END-IF.
               PERFORM Agregar-Chequeo.

           Verificar-Ptu.
               MOVE ZERO TO WS-Cuenta.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Ptu-pagos-archivo.
               IF WS-Ptu-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Ptu-pagos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF ptu-pago-fecha(1:4) = WS-Ejercicio
                               ADD 1 TO WS-Cuenta
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ptu-pagos-archivo.
               MOVE "REPARTO DE UTILIDADES PAGADO" TO WS-LC-Concepto.
               IF WS-Cuenta = ZERO
                   MOVE "PENDIENTE" TO WS-LC-Resultado
                   MOVE "SIN PAGOS DEL EJERCICIO" TO WS-LC-Nota
               ELSE
                   MOVE "OK" TO WS-LC-Resultado
                   MOVE "PAGOS" TO WS-LC-Nota
               END-IF.
               PERFORM Agregar-Chequeo.

      * El ajuste anual tiene que estar calculado y firmado por
      * Finanzas: un ajuste todavia pendiente detiene el cierre.
           Verificar-Ajuste-Anual.
               MOVE ZERO TO WS-Cuenta.
               MOVE ZERO TO WS-Cuenta-Pendiente.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Ajuste-anual-archivo.
               IF WS-Ajuste-Anual-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Ajuste-anual-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF ajuste-ejercicio = WS-Ejercicio
                               ADD 1 TO WS-Cuenta
                               IF ajuste-pendiente
                                   ADD 1 TO WS-Cuenta-Pendiente
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Ajuste-anual-archivo.
               MOVE "AJUSTE ANUAL CALCULADO Y AUTORIZADO"
                   TO WS-LC-Concepto.
               EVALUATE TRUE
                   WHEN WS-Cuenta = ZERO
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "NO CALCULADO" TO WS-LC-Nota
                   WHEN WS-Cuenta-Pendiente > ZERO
                       MOVE WS-Cuenta-Pendiente TO WS-Cuenta
                       MOVE "PENDIENTE" TO WS-LC-Resultado
                       MOVE "SIN AUTORIZAR" TO WS-LC-Nota
                   WHEN OTHER
                       MOVE "OK" TO WS-LC-Resultado
                       MOVE "EMPLEADOS" TO WS-LC-Nota
               END-EVALUATE.
               PERFORM Agregar-Chequeo.

      * Un historico del ejercicio que ya existe es senal de un
      * cierre a medias; se revisa a mano antes de repetirlo.
           Verificar-Historicos.
               MOVE ZERO TO WS-Cuenta.
               MOVE "nomina-recibos-anual" TO WS-Nombre-Base.
               PERFORM Probar-Historico.
               MOVE "nomina-detalle-anual" TO WS-Nombre-Base.
               PERFORM Probar-Historico.
               MOVE "nomina-costo-patronal" TO WS-Nombre-Base.
               PERFORM Probar-Historico.
               MOVE "periodos-nomina" TO WS-Nombre-Base.
               PERFORM Probar-Historico.
               MOVE "periodos-semanal" TO WS-Nombre-Base.
               PERFORM Probar-Historico.
               MOVE "SIN HISTORICOS PREVIOS DEL EJERCICIO"
                   TO WS-LC-Concepto.
               IF WS-Cuenta > ZERO
                   MOVE "PENDIENTE" TO WS-LC-Resultado
                   MOVE "HISTORICOS YA EXISTEN" TO WS-LC-Nota
               ELSE
                   MOVE "OK" TO WS-LC-Resultado
                   MOVE SPACE TO WS-LC-Nota
               END-IF.
               PERFORM Agregar-Chequeo.

           Armar-Nombre-Historico.
               MOVE SPACE TO WS-Archivo-Historico.
               STRING WS-Nombre-Base DELIMITED BY SPACE
                   "-" WS-Ejercicio ".dat" DELIMITED BY SIZE
                   INTO WS-Archivo-Historico.

           Probar-Historico.
               PERFORM Armar-Nombre-Historico.
               OPEN INPUT Historico-archivo.
               IF WS-Historico-Status = "00"
                   ADD 1 TO WS-Cuenta
                   DISPLAY "Ya existe " WS-Archivo-Historico
                   CLOSE Historico-archivo
               END-IF.

           Mostrar-Chequeos.
               PERFORM VARYING WS-Indice-Chq FROM 1 BY 1
                   UNTIL WS-Indice-Chq > WS-Total-Chequeos
                   DISPLAY WS-Chq-Concepto(WS-Indice-Chq) " "
                       WS-Chq-Resultado(WS-Indice-Chq) " "
                       WS-Chq-Cuenta(WS-Indice-Chq) " "
                       WS-Chq-Nota(WS-Indice-Chq)
               END-PERFORM.

      ******************************************************************
      * Cierre: periodos, acumulados, anio siguiente y constancia.
      ******************************************************************
           Ejecutar-Cierre.
               MOVE "periodos-nomina.dat" TO WS-Periodos-Filename.
               MOVE "periodos-nomina" TO WS-Nombre-Base.
               MOVE "Q" TO WS-Grupo-Catalogo.
               PERFORM Cargar-Tabla-Periodos.
               PERFORM Cerrar-Catalogo.
               MOVE "periodos-semanal.dat" TO WS-Periodos-Filename.
               MOVE "periodos-semanal" TO WS-Nombre-Base.
               MOVE "S" TO WS-Grupo-Catalogo.
               PERFORM Cargar-Tabla-Periodos.
               IF WS-Total-Periodos > ZERO
                   PERFORM Cerrar-Catalogo
               END-IF.
               DISPLAY "Periodos cerrados y abiertos del "
                   WS-Anio-Siguiente ".".

               MOVE "R" TO WS-Tipo-Acumulado.
               MOVE 7 TO WS-Columna-Anio.
               MOVE "nomina-recibos-anual" TO WS-Nombre-Base.
               PERFORM Archivar-Acumulado.
               MOVE WS-Arc-Archivados TO WS-Cif-Rec-Archivados.
               MOVE WS-Arc-Conservados TO WS-Cif-Rec-Conservados.
               MOVE WS-Arc-Importe-1 TO WS-Cif-Rec-Bruto.
               MOVE WS-Arc-Importe-2 TO WS-Cif-Rec-Deducciones.
               MOVE WS-Arc-Importe-3 TO WS-Cif-Rec-Neto.

               MOVE "D" TO WS-Tipo-Acumulado.
               MOVE 7 TO WS-Columna-Anio.
               MOVE "nomina-detalle-anual" TO WS-Nombre-Base.
               PERFORM Archivar-Acumulado.
               MOVE WS-Arc-Archivados TO WS-Cif-Det-Archivados.
               MOVE WS-Arc-Conservados TO WS-Cif-Det-Conservados.
               MOVE WS-Arc-Importe-1 TO WS-Cif-Det-Monto.

               MOVE "C" TO WS-Tipo-Acumulado.
               MOVE 14 TO WS-Columna-Anio.
               MOVE "nomina-costo-patronal" TO WS-Nombre-Base.
               PERFORM Archivar-Acumulado.
               MOVE WS-Arc-Archivados TO WS-Cif-Cos-Archivados.
               MOVE WS-Arc-Conservados TO WS-Cif-Cos-Conservados.
               MOVE WS-Arc-Importe-1 TO WS-Cif-Cos-Patron.
               MOVE WS-Arc-Importe-2 TO WS-Cif-Cos-Obrero.
               DISPLAY "Acumulados del " WS-Ejercicio
                   " pasados a sus historicos.".

               PERFORM Cargar-Feriados-Siguiente.
               PERFORM Grabar-Cierre.
               MOVE WS-Ejercicio TO auditoria-id.
               MOVE "CIERRE-ANUAL" TO auditoria-operacion.
               PERFORM Registrar-Auditoria.
               MOVE "S" TO WS-Cierre-Hecho.
               DISPLAY "Ejercicio " WS-Ejercicio " cerrado.".

      * Los periodos del ejercicio quedan cerrados y pasan al
      * historico; en el catalogo vivo solo queda lo de otros
      * anios mas los periodos del anio siguiente que falten.
           Cerrar-Catalogo.
               PERFORM Armar-Nombre-Historico.
               OPEN OUTPUT Historico-archivo.
               OPEN OUTPUT Periodos-archivo.
               PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                   UNTIL WS-Indice-Per > WS-Total-Periodos
                   IF WS-Per-Id(WS-Indice-Per)(1:4) = WS-Ejercicio
                       IF WS-Per-Estado(WS-Indice-Per) NOT = "X"
                           MOVE "X" TO WS-Per-Estado(WS-Indice-Per)
                           IF WS-Grupo-Catalogo = "S"
                               ADD 1 TO WS-Cif-S-Cerrados
                           ELSE
                               ADD 1 TO WS-Cif-Q-Cerrados
                           END-IF
                       END-IF
                       MOVE WS-Periodo-Item(WS-Indice-Per)
                           TO historico-registro
                       WRITE historico-registro
                       IF WS-Grupo-Catalogo = "S"
                           ADD 1 TO WS-Cif-S-Archivados
                       ELSE
                           ADD 1 TO WS-Cif-Q-Archivados
                       END-IF
                   ELSE
                       MOVE WS-Periodo-Item(WS-Indice-Per)
                           TO periodo-registro
                       WRITE periodo-registro
                   END-IF
               END-PERFORM.
               MOVE WS-Grupo-Catalogo TO WS-Gen-Grupo.
               IF WS-Grupo-Catalogo = "S"
                   PERFORM Generar-Semanas
               ELSE
                   PERFORM Generar-Quincenas
               END-IF.
               CLOSE Periodos-archivo.
               CLOSE Historico-archivo.

           Generar-Quincenas.
               PERFORM VARYING WS-Mes-Gen FROM 1 BY 1
                   UNTIL WS-Mes-Gen > 12
                   COMPUTE WS-Fecha-Gen-Num = WS-Anio-Siguiente
                       * 10000 + WS-Mes-Gen * 100 + 1
                   PERFORM Generar-Periodo
                   ADD 15 TO WS-Fecha-Gen-Num
                   PERFORM Generar-Periodo
               END-PERFORM.

      * Se avanza semana por semana desde el primero de enero;
      * una semana es del anio del domingo que la cierra.
           Generar-Semanas.
               COMPUTE WS-Fecha-Gen-Num =
                   WS-Anio-Siguiente * 10000 + 101.
               PERFORM UNTIL WS-Fecha-Gen(1:4) > WS-Anio-Siguiente-X
                   PERFORM Generar-Periodo
                   MOVE WS-Gen-Fin TO WS-Fecha-Gen
                   COMPUTE WS-Entero-Dia =
                       FUNCTION INTEGER-OF-DATE(WS-Fecha-Gen-Num) + 1
                   COMPUTE WS-Fecha-Gen-Num =
                       FUNCTION DATE-OF-INTEGER(WS-Entero-Dia)
               END-PERFORM.

           Generar-Periodo.
               CALL "Rutinas-periodo" USING WS-Gen-Grupo
                   WS-Fecha-Gen WS-Gen-Id WS-Gen-Inicio WS-Gen-Fin.
               IF WS-Gen-Id(1:4) = WS-Anio-Siguiente-X
                   MOVE "N" TO WS-Hallado
                   PERFORM VARYING WS-Indice-Per FROM 1 BY 1
                       UNTIL WS-Indice-Per > WS-Total-Periodos
                       OR WS-Hallado = "S"
                       IF WS-Per-Id(WS-Indice-Per) = WS-Gen-Id
                           MOVE "S" TO WS-Hallado
                       END-IF
                   END-PERFORM
                   IF WS-Hallado = "N"
                       MOVE WS-Gen-Id TO periodo-id
                       MOVE WS-Gen-Inicio TO periodo-fecha-inicio
                       MOVE WS-Gen-Fin TO periodo-fecha-fin
                       MOVE "A" TO periodo-estado
                       WRITE periodo-registro
                       IF WS-Grupo-Catalogo = "S"
                           ADD 1 TO WS-Cif-S-Generados
                       ELSE
                           ADD 1 TO WS-Cif-Q-Generados
                       END-IF
                   END-IF
               END-IF.

      * Los renglones del ejercicio pasan al historico y el resto
      * se conserva por el archivo temporal; los recibos de enero
      * del anio nuevo que ya se hayan calculado no se pierden.
           Archivar-Acumulado.
               MOVE ZERO TO WS-Arc-Archivados WS-Arc-Conservados
                   WS-Arc-Importe-1 WS-Arc-Importe-2
                   WS-Arc-Importe-3.
               PERFORM Armar-Nombre-Historico.
               MOVE SPACE TO WS-Archivo-Vivo.
               STRING WS-Nombre-Base DELIMITED BY SPACE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-Archivo-Vivo.
               OPEN OUTPUT Historico-archivo.
               OPEN INPUT Vivo-archivo.
               IF WS-Vivo-Status NOT = "00"
                   CLOSE Vivo-archivo
                   CLOSE Historico-archivo
               ELSE
                   OPEN OUTPUT Depurado-tmp-archivo
                   MOVE "1" TO WS-Fin-Archivo
                   PERFORM UNTIL WS-Fin-Archivo = "0"
                       READ Vivo-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Archivo
                           NOT AT END
                               PERFORM Clasificar-Renglon-Vivo
                       END-READ
                   END-PERFORM
                   CLOSE Depurado-tmp-archivo
                   CLOSE Vivo-archivo
                   CLOSE Historico-archivo
                   PERFORM Recargar-Vivo
               END-IF.

           Clasificar-Renglon-Vivo.
               IF vivo-registro(WS-Columna-Anio:4) = WS-Ejercicio
                   MOVE vivo-registro TO historico-registro
                   WRITE historico-registro
                   ADD 1 TO WS-Arc-Archivados
                   PERFORM Sumar-Importes-Control
               ELSE
                   MOVE vivo-registro TO depurado-registro
                   WRITE depurado-registro
                   ADD 1 TO WS-Arc-Conservados
               END-IF.

           Sumar-Importes-Control.
               EVALUATE WS-Tipo-Acumulado
                   WHEN "R"
                       MOVE vivo-registro TO WS-Vista-Recibo
                       IF WS-VR-Bruto NUMERIC
                           ADD WS-VR-Bruto TO WS-Arc-Importe-1
                       END-IF
                       IF WS-VR-Deducciones NUMERIC
                           ADD WS-VR-Deducciones TO WS-Arc-Importe-2
                       END-IF
                       IF WS-VR-Neto NUMERIC
                           ADD WS-VR-Neto TO WS-Arc-Importe-3
                       END-IF
                   WHEN "D"
                       MOVE vivo-registro TO WS-Vista-Detalle
                       IF WS-VD-Monto NUMERIC
                           ADD WS-VD-Monto TO WS-Arc-Importe-1
                       END-IF
                   WHEN "C"
                       MOVE vivo-registro TO WS-Vista-Costo
                       IF WS-VC-Patron NUMERIC
                           ADD WS-VC-Patron TO WS-Arc-Importe-1
                       END-IF
                       IF WS-VC-Obrero NUMERIC
                           ADD WS-VC-Obrero TO WS-Arc-Importe-2
                       END-IF
               END-EVALUATE.

           Recargar-Vivo.
               OPEN INPUT Depurado-tmp-archivo.
               OPEN OUTPUT Vivo-archivo.
               MOVE "1" TO WS-Fin-Archivo.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Depurado-tmp-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           MOVE depurado-registro TO vivo-registro
                           WRITE vivo-registro
                   END-READ
               END-PERFORM.
               CLOSE Vivo-archivo.
               CLOSE Depurado-tmp-archivo.

      * Dias de descanso obligatorio del articulo 74 de la Ley
      * Federal del Trabajo. Si el calendario ya trae fechas del
      * anio siguiente (capturadas a mano) se respetan tal cual.
           Cargar-Feriados-Siguiente.
               MOVE "1" TO WS-Fin-Archivo.
               OPEN INPUT Calendario-archivo.
               IF WS-Calendario-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Archivo
               END-IF.
               PERFORM UNTIL WS-Fin-Archivo = "0"
                   READ Calendario-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Archivo
                       NOT AT END
                           IF feriado-fecha(1:4)
                               = WS-Anio-Siguiente-X
                               ADD 1 TO WS-Cif-Feriados-Previos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Calendario-archivo.
               IF WS-Cif-Feriados-Previos = ZERO
                   OPEN EXTEND Calendario-archivo
                   IF WS-Calendario-Status = "35"
                       OPEN OUTPUT Calendario-archivo
                   END-IF
                   COMPUTE WS-Fecha-Gen-Num =
                       WS-Anio-Siguiente * 10000 + 101
                   PERFORM Escribir-Feriado
                   MOVE 2 TO WS-Mes-Gen
                   MOVE 1 TO WS-Lunes-Numero
                   PERFORM Calcular-Lunes
                   MOVE 3 TO WS-Mes-Gen
                   MOVE 3 TO WS-Lunes-Numero
                   PERFORM Calcular-Lunes
                   COMPUTE WS-Fecha-Gen-Num =
                       WS-Anio-Siguiente * 10000 + 501
                   PERFORM Escribir-Feriado
                   COMPUTE WS-Fecha-Gen-Num =
                       WS-Anio-Siguiente * 10000 + 916
                   PERFORM Escribir-Feriado
                   MOVE 11 TO WS-Mes-Gen
                   MOVE 3 TO WS-Lunes-Numero
                   PERFORM Calcular-Lunes
                   COMPUTE WS-Resto-Sexenio =
                       FUNCTION MOD(WS-Anio-Siguiente - 2024, 6)
                   IF WS-Resto-Sexenio = ZERO
                       COMPUTE WS-Fecha-Gen-Num =
                           WS-Anio-Siguiente * 10000 + 1201
                       PERFORM Escribir-Feriado
                   END-IF
                   COMPUTE WS-Fecha-Gen-Num =
                       WS-Anio-Siguiente * 10000 + 1225
                   PERFORM Escribir-Feriado
                   CLOSE Calendario-archivo
               END-IF.

      * Enesimo lunes del mes: el dia entero modulo 7 da los dias
      * transcurridos desde el lunes, como en Rutinas-periodo.
           Calcular-Lunes.
               COMPUTE WS-Fecha-Gen-Num = WS-Anio-Siguiente * 10000
                   + WS-Mes-Gen * 100 + 1.
               COMPUTE WS-Entero-Dia =
                   FUNCTION INTEGER-OF-DATE(WS-Fecha-Gen-Num).
               COMPUTE WS-Desplaza-Lunes =
                   FUNCTION MOD(WS-Entero-Dia + 6, 7).
               COMPUTE WS-Entero-Dia = WS-Entero-Dia
                   + FUNCTION MOD(7 - WS-Desplaza-Lunes, 7)
                   + 7 * (WS-Lunes-Numero - 1).
               COMPUTE WS-Fecha-Gen-Num =
                   FUNCTION DATE-OF-INTEGER(WS-Entero-Dia).
               PERFORM Escribir-Feriado.

           Escribir-Feriado.
               MOVE WS-Fecha-Gen TO feriado-fecha.
               WRITE feriado-registro.
               ADD 1 TO WS-Cif-Feriados-Cargados.

           Grabar-Cierre.
               MOVE WS-Ejercicio TO cierre-ejercicio.
               MOVE WS-Fecha-Proceso TO cierre-fecha.
               ACCEPT WS-Hora-Cierre FROM TIME.
               MOVE WS-Hora-Cierre(1:6) TO cierre-hora.
               MOVE WS-Operador-Actual TO cierre-operador.
               OPEN EXTEND Cierres-archivo.
               IF WS-Cierres-Status = "35"
                   OPEN OUTPUT Cierres-archivo
               END-IF.
               WRITE cierre-registro.
               CLOSE Cierres-archivo.

      ******************************************************************
      * Certificado: verificaciones y, si se cerro, cifras control.
      ******************************************************************
           Escribir-Certificado.
               OPEN OUTPUT Certificado-archivo.
               MOVE WS-Ejercicio TO WS-Tit-Ejercicio.
               MOVE WS-Linea-Titulo TO certificado-linea.
               WRITE certificado-linea.
               MOVE WS-Fecha-Proceso TO WS-Dat-Fecha.
               MOVE WS-Operador-Actual TO WS-Dat-Operador.
               MOVE WS-Linea-Datos TO certificado-linea.
               WRITE certificado-linea.
               IF WS-Cierre-Hecho = "S"
                   MOVE "EJERCICIO CERRADO" TO WS-Res-Texto
               ELSE
                   MOVE "CIERRE RECHAZADO - VERIFICACIONES PENDIENTES"
                       TO WS-Res-Texto
               END-IF.
               MOVE WS-Linea-Resultado TO certificado-linea.
               WRITE certificado-linea.
               MOVE SPACE TO certificado-linea.
               WRITE certificado-linea.
               MOVE "VERIFICACIONES PREVIAS" TO certificado-linea.
               WRITE certificado-linea.
               PERFORM VARYING WS-Indice-Chq FROM 1 BY 1
                   UNTIL WS-Indice-Chq > WS-Total-Chequeos
                   MOVE WS-Chq-Concepto(WS-Indice-Chq)
                       TO WS-LC-Concepto
                   MOVE WS-Chq-Resultado(WS-Indice-Chq)
                       TO WS-LC-Resultado
                   MOVE WS-Chq-Cuenta(WS-Indice-Chq) TO WS-LC-Cuenta
                   MOVE WS-Chq-Nota(WS-Indice-Chq) TO WS-LC-Nota
                   MOVE WS-Linea-Chequeo TO certificado-linea
                   WRITE certificado-linea
               END-PERFORM.
               IF WS-Cierre-Hecho = "S"
                   PERFORM Escribir-Cifras-Control
               END-IF.
               MOVE SPACE TO certificado-linea.
               WRITE certificado-linea.
               MOVE WS-Linea-Firmas TO certificado-linea.
               WRITE certificado-linea.
               MOVE WS-Linea-Firmas-2 TO certificado-linea.
               WRITE certificado-linea.
               CLOSE Certificado-archivo.

           Escribir-Cifras-Control.
               MOVE SPACE TO certificado-linea.
               WRITE certificado-linea.
               MOVE WS-Linea-Encabezado-Cifras TO certificado-linea.
               WRITE certificado-linea.
               MOVE "Periodos quincenales cerrados (D a X)"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Q-Cerrados TO WS-LF-Registros.
               MOVE ZERO TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Periodos quincenales al historico"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Q-Archivados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Periodos quincenales abiertos anio sig."
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Q-Generados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Periodos semanales cerrados (D a X)"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-S-Cerrados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Periodos semanales al historico"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-S-Archivados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Periodos semanales abiertos anio sig."
                   TO WS-LF-Concepto.
               MOVE WS-Cif-S-Generados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Recibos al historico - percepciones"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Rec-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Rec-Bruto TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Recibos al historico - deducciones"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Rec-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Rec-Deducciones TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Recibos al historico - neto pagado"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Rec-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Rec-Neto TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Recibos conservados (otros anios)"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Rec-Conservados TO WS-LF-Registros.
               MOVE ZERO TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Desglose por concepto al historico"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Det-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Det-Monto TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Desglose conservado (otros anios)"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Det-Conservados TO WS-LF-Registros.
               MOVE ZERO TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Costo patronal al historico - patron"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Cos-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Cos-Patron TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Costo patronal al historico - obrero"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Cos-Archivados TO WS-LF-Registros.
               MOVE WS-Cif-Cos-Obrero TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Costo patronal conservado (otros anios)"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Cos-Conservados TO WS-LF-Registros.
               MOVE ZERO TO WS-LF-Importe.
               PERFORM Escribir-Cifra.
               MOVE "Feriados del anio sig. ya capturados"
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Feriados-Previos TO WS-LF-Registros.
               PERFORM Escribir-Cifra.
               MOVE "Feriados de ley cargados del anio sig."
                   TO WS-LF-Concepto.
               MOVE WS-Cif-Feriados-Cargados TO WS-LF-Registros.
               PERFORM Escribir-Cifra.

           Escribir-Cifra.
               MOVE WS-Linea-Cifra TO certificado-linea.
               WRITE certificado-linea.

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

       END PROGRAM Cierre-anual.

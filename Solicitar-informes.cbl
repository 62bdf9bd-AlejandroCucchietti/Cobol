      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Solicitar-informes.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "informes-cola-fisico.cbl".
       COPY "informes-catalogo-fisico.cbl".
       COPY "sesion-fisico.cbl".

       SELECT Informes-cola-tmp-archivo
       ASSIGN TO "informes-cola.tmp"
       ORGANIZATION IS LINE SEQUENTIAL
       FILE STATUS IS WS-Informes-Cola-Tmp-Status.


       DATA DIVISION.
       FILE SECTION.
       COPY "informes-cola-logico.cbl".
       COPY "informes-catalogo-logico.cbl".
       COPY "sesion-logico.cbl".

       FD  Informes-cola-tmp-archivo.

       01  cola-tmp-registro PIC X(182).


       WORKING-STORAGE SECTION.

           01 WS-Informes-Cola-Status PIC XX.
           01 WS-Informes-Cola-Tmp-Status PIC XX.
           01 WS-Informes-Catalogo-Status PIC XX.
           01 WS-Sesion-Status PIC XX.

           01 WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
           01 WS-Nivel-Operador PIC 9 VALUE 1.

           01 Salir-Cola PIC X VALUE "N".
           01 Opcion-Cola PIC 9.
           01 WS-Fin-Lectura PIC X.
           01 WS-Informe-Entrada PIC 99.
           01 WS-Parametro-Entrada PIC X(20).
           01 WS-Folio-Entrada PIC 9(6).
           01 WS-Siguiente-Folio PIC 9(6).
           01 WS-Informe-Hallado PIC X.
           01 WS-Solicitudes-Listadas PIC 9(4).
           01 WS-Solicitud-Cancelada PIC X.
           01 WS-Estado-Texto PIC X(10).

           01 WS-Informe-Elegido.
               05 WS-Inf-Numero PIC 99.
               05 WS-Inf-Descripcion PIC X(30).
               05 WS-Inf-Programa PIC X(24).
               05 WS-Inf-Salida PIC X(30).
               05 WS-Inf-Parametro PIC X(40).
               05 WS-Inf-Nivel PIC 9.

      * Los informes largos (equidad, proyeccion de costos) ya no
      * amarran una terminal: se piden aqui y los corre la cadena
      * nocturna. Cada operador ve solo sus propias solicitudes.
       PROCEDURE DIVISION.
       Empieza-Programa.
           PERFORM Leer-Sesion.
           PERFORM Inicializar-Catalogo.
           PERFORM Atender-Menu
           UNTIL Salir-Cola = "S".
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

           Atender-Menu.
               DISPLAY "===== Cola de Informes =====".
               DISPLAY "1. Solicitar un informe".
               DISPLAY "2. Estado e historia de mis solicitudes".
               DISPLAY "3. Cancelar una solicitud pendiente".
               DISPLAY "4. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Cola.
               EVALUATE Opcion-Cola
                   WHEN 1
                       PERFORM Solicitar-Informe
                   WHEN 2
                       PERFORM Listar-Solicitudes
                   WHEN 3
                       PERFORM Cancelar-Solicitud
                   WHEN 4
                       MOVE "S" TO Salir-Cola
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
               END-EVALUATE.

      * Si el catalogo no existe se siembra con los informes que
      * dejan su salida en archivo; los que solo muestran en
      * pantalla o preguntan en forma interactiva no se encolan.
           Inicializar-Catalogo.
               OPEN INPUT Informes-catalogo-archivo.
               IF WS-Informes-Catalogo-Status NOT = "00"
                   CLOSE Informes-catalogo-archivo
                   OPEN OUTPUT Informes-catalogo-archivo
                   MOVE 01 TO infcat-numero
                   MOVE "informe demografico" TO infcat-descripcion
                   MOVE "Reporte-demografico" TO infcat-programa
                   MOVE "demografico-informe.txt" TO infcat-salida
                   MOVE SPACE TO infcat-parametro
                   MOVE 1 TO infcat-nivel
                   WRITE infcat-registro
                   MOVE 02 TO infcat-numero
                   MOVE "directorio alfabetico" TO infcat-descripcion
                   MOVE "Directorio-alfabetico" TO infcat-programa
                   MOVE "directorio.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 03 TO infcat-numero
                   MOVE "exportacion de empleados csv"
                       TO infcat-descripcion
                   MOVE "Exporta-csv" TO infcat-programa
                   MOVE "empleados.csv" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 04 TO infcat-numero
                   MOVE "extracto de nomina" TO infcat-descripcion
                   MOVE "Extracto-nomina" TO infcat-programa
                   MOVE "nomina-extracto.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 05 TO infcat-numero
                   MOVE "antiguedad" TO infcat-descripcion
                   MOVE "Reporte-antiguedad" TO infcat-programa
                   MOVE "antiguedad-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 06 TO infcat-numero
                   MOVE "aniversarios" TO infcat-descripcion
                   MOVE "Reporte-aniversarios" TO infcat-programa
                   MOVE "aniversarios-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 07 TO infcat-numero
                   MOVE "contrataciones" TO infcat-descripcion
                   MOVE "Reporte-contrataciones" TO infcat-programa
                   MOVE "contrataciones-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 08 TO infcat-numero
                   MOVE "activos sin contacto de emerg."
                       TO infcat-descripcion
                   MOVE "Reporte-contactos" TO infcat-programa
                   MOVE "contactos-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 09 TO infcat-numero
                   MOVE "credenciales" TO infcat-descripcion
                   MOVE "Reporte-credenciales" TO infcat-programa
                   MOVE "credenciales.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 10 TO infcat-numero
                   MOVE "calendario de ausencias" TO infcat-descripcion
                   MOVE "Reporte-calendario-ausencias"
                       TO infcat-programa
                   MOVE "calendario-ausencias.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 11 TO infcat-numero
                   MOVE "embudo de reclutamiento" TO infcat-descripcion
                   MOVE "Reporte-candidatos" TO infcat-programa
                   MOVE "candidatos-pipeline.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 12 TO infcat-numero
                   MOVE "certificaciones por vencer"
                       TO infcat-descripcion
                   MOVE "Reporte-certificaciones" TO infcat-programa
                   MOVE "certificaciones-vencer.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 13 TO infcat-numero
                   MOVE "compa-ratio" TO infcat-descripcion
                   MOVE "Reporte-compa-ratio" TO infcat-programa
                   MOVE "compa-ratio.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 14 TO infcat-numero
                   MOVE "cuotas sindicales del mes"
                       TO infcat-descripcion
                   MOVE "Reporte-cuota-sindical" TO infcat-programa
                   MOVE "cuota-sindical.txt" TO infcat-salida
                   MOVE "Mes AAAAMM (ENTER = mes de proceso): "
                       TO infcat-parametro
                   WRITE infcat-registro
                   MOVE SPACE TO infcat-parametro
                   MOVE 15 TO infcat-numero
                   MOVE "documentos faltantes" TO infcat-descripcion
                   MOVE "Reporte-documentos" TO infcat-programa
                   MOVE "documentos-pendientes.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 16 TO infcat-numero
                   MOVE "equidad salarial" TO infcat-descripcion
                   MOVE "Reporte-equidad" TO infcat-programa
                   MOVE "equidad-salarial.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 17 TO infcat-numero
                   MOVE "incapacidades del mes" TO infcat-descripcion
                   MOVE "Reporte-incapacidades" TO infcat-programa
                   MOVE "incapacidades-mes.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 18 TO infcat-numero
                   MOVE "proyeccion de jubilaciones"
                       TO infcat-descripcion
                   MOVE "Reporte-jubilaciones" TO infcat-programa
                   MOVE "jubilaciones-proyeccion.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 19 TO infcat-numero
                   MOVE "matriz departamento y puesto"
                       TO infcat-descripcion
                   MOVE "Reporte-matriz" TO infcat-programa
                   MOVE "matriz-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 20 TO infcat-numero
                   MOVE "organigrama" TO infcat-descripcion
                   MOVE "Reporte-organigrama" TO infcat-programa
                   MOVE "organigrama-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 21 TO infcat-numero
                   MOVE "plazas vacantes" TO infcat-descripcion
                   MOVE "Reporte-plazas" TO infcat-programa
                   MOVE "plazas-vacantes.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 22 TO infcat-numero
                   MOVE "productividad de operadores"
                       TO infcat-descripcion
                   MOVE "Reporte-productividad" TO infcat-programa
                   MOVE "productividad-operadores.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 23 TO infcat-numero
                   MOVE "respaldos" TO infcat-descripcion
                   MOVE "Reporte-respaldos" TO infcat-programa
                   MOVE "respaldos-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 24 TO infcat-numero
                   MOVE "revisiones de desempeno venc."
                       TO infcat-descripcion
                   MOVE "Reporte-revisiones-vencidas"
                       TO infcat-programa
                   MOVE "revisiones-vencidas.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 25 TO infcat-numero
                   MOVE "rotacion" TO infcat-descripcion
                   MOVE "Reporte-rotacion" TO infcat-programa
                   MOVE "rotacion-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 26 TO infcat-numero
                   MOVE "rotacion por motivo" TO infcat-descripcion
                   MOVE "Reporte-rotacion-motivos" TO infcat-programa
                   MOVE "rotacion-motivos.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 27 TO infcat-numero
                   MOVE "tendencia de 12 meses" TO infcat-descripcion
                   MOVE "Reporte-tendencia" TO infcat-programa
                   MOVE "tendencia-12-meses.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 28 TO infcat-numero
                   MOVE "saldos de vacaciones" TO infcat-descripcion
                   MOVE "Reporte-vacaciones" TO infcat-programa
                   MOVE "vacaciones-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 29 TO infcat-numero
                   MOVE "costo de nomina vs presupuesto"
                       TO infcat-descripcion
                   MOVE "Reporte-variacion" TO infcat-programa
                   MOVE "variacion-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 30 TO infcat-numero
                   MOVE "proyeccion de costos" TO infcat-descripcion
                   MOVE "Proyecta-costos" TO infcat-programa
                   MOVE "proyeccion-costos.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 31 TO infcat-numero
                   MOVE "reincidencia disciplinaria"
                       TO infcat-descripcion
                   MOVE "Reporte-actas" TO infcat-programa
                   MOVE "actas-reincidencia.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 32 TO infcat-numero
                   MOVE "accesos inusuales" TO infcat-descripcion
                   MOVE "Reporte-accesos" TO infcat-programa
                   MOVE "accesos-inusuales.txt" TO infcat-salida
                   MOVE "Desde y hasta AAAAMMDDAAAAMMDD: "
                       TO infcat-parametro
                   MOVE 3 TO infcat-nivel
                   WRITE infcat-registro
                   MOVE SPACE TO infcat-parametro
                   MOVE 1 TO infcat-nivel
                   MOVE 33 TO infcat-numero
                   MOVE "integridad de satelites" TO infcat-descripcion
                   MOVE "Verifica-satelites" TO infcat-programa
                   MOVE "satelites-integridad.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 34 TO infcat-numero
                   MOVE "paquete corporativo en USD"
                       TO infcat-descripcion
                   MOVE "Paquete-corporativo" TO infcat-programa
                   MOVE "paquete-corporativo.txt" TO infcat-salida
                   MOVE "Mes AAAAMM (ENTER = mes de proceso): "
                       TO infcat-parametro
                   WRITE infcat-registro
                   MOVE 35 TO infcat-numero
                   MOVE "REPSE y constancias trimestre"
                       TO infcat-descripcion
                   MOVE "Reporte-repse" TO infcat-programa
                   MOVE "repse-informe.txt" TO infcat-salida
                   MOVE "Trimestre AAAAT (ENTER = anterior): "
                       TO infcat-parametro
                   WRITE infcat-registro
                   MOVE SPACE TO infcat-parametro
                   MOVE 36 TO infcat-numero
                   MOVE "periodos de prueba por terminar"
                       TO infcat-descripcion
                   MOVE "Reporte-prueba" TO infcat-programa
                   MOVE "periodo-prueba.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 37 TO infcat-numero
                   MOVE "empleados en licencia sin goce"
                       TO infcat-descripcion
                   MOVE "Reporte-licencias" TO infcat-programa
                   MOVE "licencias-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 38 TO infcat-numero
                   MOVE "recibos de nomina sin firma"
                       TO infcat-descripcion
                   MOVE "Reporte-acuses" TO infcat-programa
                   MOVE "acuses-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 39 TO infcat-numero
                   MOVE "muestra de auditoria interna"
                       TO infcat-descripcion
                   MOVE "Muestra-auditoria" TO infcat-programa
                   MOVE "muestra-auditoria.txt" TO infcat-salida
                   MOVE "Semilla(9) estrato N/D/S tamano(3): "
                       TO infcat-parametro
                   MOVE 3 TO infcat-nivel
                   WRITE infcat-registro
                   MOVE 40 TO infcat-numero
                   MOVE "calendario de audiencias"
                       TO infcat-descripcion
                   MOVE "Reporte-audiencias" TO infcat-programa
                   MOVE "audiencias-calendario.txt" TO infcat-salida
                   MOVE "Dias hacia adelante (ENTER = 30): "
                       TO infcat-parametro
                   WRITE infcat-registro
                   MOVE SPACE TO infcat-parametro
                   MOVE 41 TO infcat-numero
                   MOVE "reserva contingencias demandas"
                       TO infcat-descripcion
                   MOVE "Reporte-contingencias" TO infcat-programa
                   MOVE "contingencias-informe.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 42 TO infcat-numero
                   MOVE "indicios de fraude en nomina"
                       TO infcat-descripcion
                   MOVE "Detecta-fraude" TO infcat-programa
                   MOVE "fraude-indicios.txt" TO infcat-salida
                   WRITE infcat-registro
                   MOVE 1 TO infcat-nivel
                   CLOSE Informes-catalogo-archivo
               ELSE
                   CLOSE Informes-catalogo-archivo
               END-IF.

           Solicitar-Informe.
               DISPLAY "----- Informes que se pueden solicitar -----".
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Informes-catalogo-archivo.
               IF WS-Informes-Catalogo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-catalogo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF infcat-parametro = SPACE
                               DISPLAY infcat-numero ". "
                                   infcat-descripcion
                           ELSE
                               DISPLAY infcat-numero ". "
                                   infcat-descripcion " (pide dato)"
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Informes-catalogo-archivo.
               DISPLAY "Numero del informe (0 = ninguno): ".
               MOVE ZERO TO WS-Informe-Entrada.
               ACCEPT WS-Informe-Entrada.
               IF WS-Informe-Entrada NOT = ZERO
                   PERFORM Buscar-Informe
                   IF WS-Informe-Hallado = "N"
                       DISPLAY "Ese informe no esta en el catalogo."
                   ELSE
                   IF WS-Nivel-Operador < WS-Inf-Nivel
                       DISPLAY "Ese informe esta restringido a "
                           "supervisores."
                   ELSE
                       MOVE SPACE TO WS-Parametro-Entrada
                       IF WS-Inf-Parametro NOT = SPACE
                           DISPLAY WS-Inf-Parametro
                           ACCEPT WS-Parametro-Entrada
                       END-IF
                       PERFORM Encolar-Solicitud
                   END-IF
                   END-IF
               END-IF.

           Buscar-Informe.
               MOVE "N" TO WS-Informe-Hallado.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Informes-catalogo-archivo.
               IF WS-Informes-Catalogo-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-catalogo-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF infcat-numero = WS-Informe-Entrada
                               MOVE "S" TO WS-Informe-Hallado
                               MOVE infcat-registro
                                   TO WS-Informe-Elegido
                               MOVE "0" TO WS-Fin-Lectura
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Informes-catalogo-archivo.

      * El folio es el siguiente al mayor que haya en la cola.
           Encolar-Solicitud.
               MOVE ZERO TO WS-Siguiente-Folio.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Informes-cola-archivo.
               IF WS-Informes-Cola-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-cola-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cola-folio > WS-Siguiente-Folio
                               MOVE cola-folio TO WS-Siguiente-Folio
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Informes-cola-archivo.
               ADD 1 TO WS-Siguiente-Folio.
               INITIALIZE cola-registro.
               MOVE WS-Siguiente-Folio TO cola-folio.
               MOVE WS-Operador-Actual TO cola-operador.
               ACCEPT cola-fecha-solicitud FROM DATE YYYYMMDD.
               ACCEPT cola-hora-solicitud FROM TIME.
               MOVE WS-Inf-Numero TO cola-informe.
               MOVE WS-Inf-Programa TO cola-programa.
               MOVE WS-Inf-Salida TO cola-salida.
               MOVE WS-Parametro-Entrada TO cola-parametro.
               MOVE "P" TO cola-estado.
               OPEN EXTEND Informes-cola-archivo.
               IF WS-Informes-Cola-Status = "35"
                   OPEN OUTPUT Informes-cola-archivo
               END-IF.
               WRITE cola-registro.
               CLOSE Informes-cola-archivo.
               DISPLAY "Solicitud " WS-Siguiente-Folio
                   " en cola; se corre en la ventana de lote y el "
                   "aviso llega al terminar.".

           Listar-Solicitudes.
               MOVE ZERO TO WS-Solicitudes-Listadas.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Informes-cola-archivo.
               IF WS-Informes-Cola-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-cola-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cola-operador = WS-Operador-Actual
                               PERFORM Mostrar-Solicitud
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Informes-cola-archivo.
               IF WS-Solicitudes-Listadas = ZERO
                   DISPLAY "No tienes solicitudes de informe."
               END-IF.

           Mostrar-Solicitud.
               ADD 1 TO WS-Solicitudes-Listadas.
               EVALUATE TRUE
                   WHEN cola-pendiente
                       MOVE "PENDIENTE" TO WS-Estado-Texto
                   WHEN cola-terminada
                       MOVE "TERMINADA" TO WS-Estado-Texto
                   WHEN cola-fallida
                       MOVE "FALLIDA" TO WS-Estado-Texto
                   WHEN cola-cancelada
                       MOVE "CANCELADA" TO WS-Estado-Texto
                   WHEN OTHER
                       MOVE "?" TO WS-Estado-Texto
               END-EVALUATE.
               DISPLAY cola-folio " " cola-fecha-solicitud " "
                   cola-programa " " cola-parametro " "
                   WS-Estado-Texto.
               IF cola-terminada OR cola-fallida
                   DISPLAY "       corrida " cola-fecha-ejecucion
                       " " cola-hora-ejecucion " codigo "
                       cola-codigo " " cola-entrega
               END-IF.

      * Solo se cancela lo propio y lo que aun no ha corrido; la
      * cola se reescribe pasando por el temporal.
           Cancelar-Solicitud.
               DISPLAY "Folio a cancelar: ".
               MOVE ZERO TO WS-Folio-Entrada.
               ACCEPT WS-Folio-Entrada.
               MOVE "N" TO WS-Solicitud-Cancelada.
               OPEN OUTPUT Informes-cola-tmp-archivo.
               MOVE "1" TO WS-Fin-Lectura.
               OPEN INPUT Informes-cola-archivo.
               IF WS-Informes-Cola-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Lectura
               END-IF.
               PERFORM UNTIL WS-Fin-Lectura = "0"
                   READ Informes-cola-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Lectura
                       NOT AT END
                           IF cola-folio = WS-Folio-Entrada
                               AND cola-operador = WS-Operador-Actual
                               AND cola-pendiente
                               MOVE "C" TO cola-estado
                               MOVE "S" TO WS-Solicitud-Cancelada
                           END-IF
                           MOVE cola-registro TO cola-tmp-registro
                           WRITE cola-tmp-registro
                   END-READ
               END-PERFORM.
               CLOSE Informes-cola-archivo.
               CLOSE Informes-cola-tmp-archivo.
               IF WS-Solicitud-Cancelada = "S"
                   OPEN INPUT Informes-cola-tmp-archivo
                   OPEN OUTPUT Informes-cola-archivo
                   MOVE "1" TO WS-Fin-Lectura
                   PERFORM UNTIL WS-Fin-Lectura = "0"
                       READ Informes-cola-tmp-archivo
                           AT END
                               MOVE "0" TO WS-Fin-Lectura
                           NOT AT END
                               MOVE cola-tmp-registro TO cola-registro
                               WRITE cola-registro
                       END-READ
                   END-PERFORM
                   CLOSE Informes-cola-tmp-archivo
                   CLOSE Informes-cola-archivo
                   DISPLAY "Solicitud " WS-Folio-Entrada " cancelada."
               ELSE
                   DISPLAY "No hay una solicitud pendiente tuya con "
                       "ese folio."
               END-IF.

       END PROGRAM Solicitar-informes.

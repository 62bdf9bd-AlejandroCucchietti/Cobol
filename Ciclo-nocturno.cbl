
       01  WS-Total-Pasos-Cat PIC 99 VALUE ZERO.
       01  WS-Tabla-Catalogo.
           05 WS-Cat-Item OCCURS 50 TIMES.
               10 WS-Cat-Numero PIC 99.
               10 WS-Cat-Descripcion PIC X(30).
               10 WS-Cat-Programa PIC X(24).
           PERFORM Determinar-Pasos-Debidos
           PERFORM Cargar-Control-Ciclo
           SET ENVIRONMENT "MODO_LOTE" TO "S"
           SET ENVIRONMENT "GRUPO_PAGO" TO "Q"
           PERFORM Ejecutar-Paso
           VARYING WS-Paso FROM 1 BY 1
           UNTIL WS-Paso > WS-Total-Pasos-Cat
           MOVE "U" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * La nomina semanal de planta recorre la misma cadena que la
      * quincenal (calculo, variaciones, interfaz) con su propio
      * catalogo de periodos.
           MOVE 23 TO catciclo-numero
           MOVE "calculo de nomina semanal"
               TO catciclo-descripcion
           MOVE "Calcula-nomina-semanal" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
           MOVE 24 TO catciclo-numero
           MOVE "variaciones nomina semanal"
               TO catciclo-descripcion
           MOVE "Verifica-nomina-semanal" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
           MOVE 25 TO catciclo-numero
           MOVE "interfaz nomina semanal"
               TO catciclo-descripcion
           MOVE "Dispersa-nomina-semanal" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
           MOVE 26 TO catciclo-numero
           MOVE "documentos faltantes y vencer"
               TO catciclo-descripcion
           MOVE "Reporte-documentos" TO catciclo-programa
           MOVE "S" TO catciclo-frecuencia
           MOVE 01 TO catciclo-dia
           WRITE catciclo-registro
      * Las solicitudes de informe hechas en el dia corren ya con
      * la nomina y los extractos de la noche al dia.
           MOVE 27 TO catciclo-numero
           MOVE "cola de informes solicitados"
               TO catciclo-descripcion
           MOVE "Corre-cola-informes" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * Los vencimientos REPSE y las constancias trimestrales de
      * los contratistas se revisan cada semana.
           MOVE 28 TO catciclo-numero
           MOVE "contratistas REPSE" TO catciclo-descripcion
           MOVE "Reporte-repse" TO catciclo-programa
           MOVE "S" TO catciclo-frecuencia
           MOVE 01 TO catciclo-dia
           WRITE catciclo-registro
      * El reparto por departamento va despues de la cola para
      * llevarse tambien lo que dejaron los informes solicitados.
           MOVE 29 TO catciclo-numero
           MOVE "reparto de informes por depto"
               TO catciclo-descripcion
           MOVE "Distribuye-informes" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * Los periodos de prueba se revisan a diario: los que
      * terminan en diez dias van a cada jefe y los que vencen sin
      * decision quedan como aviso.
           MOVE 30 TO catciclo-numero
           MOVE "periodos de prueba" TO catciclo-descripcion
           MOVE "Reporte-prueba" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * Las licencias sin goce con regreso vencido quedan como
      * aviso para que se registre el regreso o la prorroga.
           MOVE 31 TO catciclo-numero
           MOVE "licencias sin goce" TO catciclo-descripcion
           MOVE "Reporte-licencias" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * Los indicios de fraude se revisan a diario contra la
      * nomina que dejo el calculo de la noche, una vez por grupo
      * de pago.
           MOVE 32 TO catciclo-numero
           MOVE "indicios de fraude en nomina"
               TO catciclo-descripcion
           MOVE "Detecta-fraude" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
           MOVE 33 TO catciclo-numero
           MOVE "indicios de fraude semanal"
               TO catciclo-descripcion
           MOVE "Detecta-fraude-semanal" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
      * La medicion de capacidad va al final para que cuente lo
      * que dejaron los pasos de la noche.
           MOVE 34 TO catciclo-numero
           MOVE "capacidad y crecimiento" TO catciclo-descripcion
           MOVE "Monitorea-capacidad" TO catciclo-programa
           MOVE "D" TO catciclo-frecuencia
           MOVE ZERO TO catciclo-dia
           WRITE catciclo-registro
           CLOSE Ciclo-catalogo-archivo
       ELSE
           CLOSE Ciclo-catalogo-archivo
               AT END
                   MOVE "0" TO WS-Fin-Catalogo
               NOT AT END
                   IF WS-Total-Pasos-Cat < 50
                       ADD 1 TO WS-Total-Pasos-Cat
                       MOVE catciclo-numero
                           TO WS-Cat-Numero(WS-Total-Pasos-Cat)

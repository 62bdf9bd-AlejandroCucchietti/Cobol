      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Rutinas-conceptos.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
       COPY "conceptos-fisico.cbl".


       DATA DIVISION.
       FILE SECTION.
       COPY "conceptos-logico.cbl".


       WORKING-STORAGE SECTION.

       01  WS-Conceptos-Status PIC XX.
       01  WS-Fin-Conceptos PIC X.

       LINKAGE SECTION.

      * Servicio de consulta del catalogo de conceptos de nomina:
      * regresa el registro completo de la clave pedida y S/N en
      * LK-Hallado. Si el catalogo no existe todavia, se siembra
      * con los conceptos que hoy calcula la nomina.
       01  LK-Clave PIC X(4).
       01  LK-Concepto PIC X(44).
       01  LK-Hallado PIC X.

       PROCEDURE DIVISION USING LK-Clave LK-Concepto LK-Hallado.

       Empieza-Programa.
           MOVE "N" TO LK-Hallado.
           MOVE SPACE TO LK-Concepto.
           PERFORM Inicializar-Conceptos.
           PERFORM Buscar-Concepto.
           GOBACK.

           Inicializar-Conceptos.
               OPEN INPUT Conceptos-archivo.
               IF WS-Conceptos-Status NOT = "00"
                   CLOSE Conceptos-archivo
                   OPEN OUTPUT Conceptos-archivo
                   MOVE SPACE TO concepto-registro
                   MOVE ZERO TO concepto-exento-pct
                   MOVE "SUEL" TO concepto-clave
                   MOVE "SUELDO DEL PERIODO" TO concepto-descripcion
                   MOVE "P" TO concepto-clase
                   MOVE "001" TO concepto-sat-tipo
                   MOVE "G" TO concepto-tratamiento
                   WRITE concepto-registro
                   MOVE "HEX2" TO concepto-clave
                   MOVE "HORAS EXTRA DOBLES" TO concepto-descripcion
                   MOVE "019" TO concepto-sat-tipo
                   MOVE "M" TO concepto-tratamiento
                   MOVE 050.00 TO concepto-exento-pct
                   WRITE concepto-registro
                   MOVE "HEX3" TO concepto-clave
                   MOVE "HORAS EXTRA TRIPLES" TO concepto-descripcion
                   MOVE "G" TO concepto-tratamiento
                   MOVE ZERO TO concepto-exento-pct
                   WRITE concepto-registro
                   MOVE "RETR" TO concepto-clave
                   MOVE "RETROACTIVO SALARIO" TO concepto-descripcion
                   MOVE "001" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "ISR " TO concepto-clave
                   MOVE "IMPUESTO SOBRE RENTA" TO concepto-descripcion
                   MOVE "D" TO concepto-clase
                   MOVE "002" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "IMSS" TO concepto-clave
                   MOVE "SEGURIDAD SOCIAL" TO concepto-descripcion
                   MOVE "001" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "PRES" TO concepto-clave
                   MOVE "PRESTAMOS Y PENSION" TO concepto-descripcion
                   MOVE "004" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "VIAT" TO concepto-clave
                   MOVE "VIATICOS NO COMPROB." TO concepto-descripcion
                   WRITE concepto-registro
                   MOVE "AJAC" TO concepto-clave
                   MOVE "AJUSTE ANUAL A CARGO" TO concepto-descripcion
                   MOVE "101" TO concepto-sat-tipo
                   MOVE "2100-ISR" TO concepto-cuenta
                   WRITE concepto-registro
                   MOVE "AJAF" TO concepto-clave
                   MOVE "AJUSTE ANUAL A FAVOR" TO concepto-descripcion
                   MOVE "P" TO concepto-clase
                   MOVE "038" TO concepto-sat-tipo
                   MOVE "E" TO concepto-tratamiento
                   WRITE concepto-registro
                   MOVE "PVAC" TO concepto-clave
                   MOVE "PRIMA VACACIONAL" TO concepto-descripcion
                   MOVE "021" TO concepto-sat-tipo
                   MOVE "G" TO concepto-tratamiento
                   MOVE SPACE TO concepto-cuenta
                   WRITE concepto-registro
                   MOVE "PDOM" TO concepto-clave
                   MOVE "PRIMA DOMINICAL" TO concepto-descripcion
                   MOVE "020" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "FERT" TO concepto-clave
                   MOVE "FERIADO TRABAJADO" TO concepto-descripcion
                   MOVE "038" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "COMI" TO concepto-clave
                   MOVE "COMISIONES DE VENTA" TO concepto-descripcion
                   MOVE "028" TO concepto-sat-tipo
                   WRITE concepto-registro
                   MOVE "CSIN" TO concepto-clave
                   MOVE "CUOTA SINDICAL" TO concepto-descripcion
                   MOVE "D" TO concepto-clase
                   MOVE "019" TO concepto-sat-tipo
                   MOVE "2160-SIND" TO concepto-cuenta
                   WRITE concepto-registro
                   CLOSE Conceptos-archivo
               ELSE
                   CLOSE Conceptos-archivo
               END-IF.

           Buscar-Concepto.
               MOVE "1" TO WS-Fin-Conceptos.
               OPEN INPUT Conceptos-archivo.
               IF WS-Conceptos-Status NOT = "00"
                   MOVE "0" TO WS-Fin-Conceptos
               END-IF.
               PERFORM UNTIL WS-Fin-Conceptos = "0"
                   READ Conceptos-archivo
                       AT END
                           MOVE "0" TO WS-Fin-Conceptos
                       NOT AT END
                           IF concepto-clave = LK-Clave
                               MOVE concepto-registro TO LK-Concepto
                               MOVE "S" TO LK-Hallado
                               MOVE "0" TO WS-Fin-Conceptos
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Conceptos-archivo.

       END PROGRAM Rutinas-conceptos.

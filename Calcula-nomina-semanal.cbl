      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Calcula-nomina-semanal.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-Codigo-Retorno PIC S9(4).

      * Calculo de la nomina semanal de planta: Calcula-nomina con
      * el grupo de pago semanal.
      * El programa base se libera antes y despues para que arranque
      * con su area de trabajo limpia y la siguiente corrida
      * quincenal no herede nada de esta.
       PROCEDURE DIVISION.

       Empieza-Programa.
           SET ENVIRONMENT "GRUPO_PAGO" TO "S".
           CANCEL "Calcula-nomina".
           MOVE ZERO TO RETURN-CODE.
           CALL "Calcula-nomina".
           MOVE RETURN-CODE TO WS-Codigo-Retorno.
           CANCEL "Calcula-nomina".
           SET ENVIRONMENT "GRUPO_PAGO" TO "Q".
           MOVE WS-Codigo-Retorno TO RETURN-CODE.
           GOBACK.

       END PROGRAM Calcula-nomina-semanal.

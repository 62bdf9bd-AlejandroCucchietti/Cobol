      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Verifica-nomina-semanal.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-Codigo-Retorno PIC S9(4).

      * Variaciones de neto y visto bueno de la nomina semanal.
      * El programa base se libera antes y despues para que arranque
      * con su area de trabajo limpia y la siguiente corrida
      * quincenal no herede nada de esta.
       PROCEDURE DIVISION.

       Empieza-Programa.
           SET ENVIRONMENT "GRUPO_PAGO" TO "S".
           CANCEL "Verifica-variaciones".
           MOVE ZERO TO RETURN-CODE.
           CALL "Verifica-variaciones".
           MOVE RETURN-CODE TO WS-Codigo-Retorno.
           CANCEL "Verifica-variaciones".
           SET ENVIRONMENT "GRUPO_PAGO" TO "Q".
           MOVE WS-Codigo-Retorno TO RETURN-CODE.
           GOBACK.

       END PROGRAM Verifica-nomina-semanal.

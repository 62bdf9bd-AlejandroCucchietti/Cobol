      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. Detecta-fraude-semanal.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WS-Codigo-Retorno PIC S9(4).

      * Indicios de fraude contra los recibos y las checadas de la
      * nomina semanal. El programa base se libera antes y despues
      * para que arranque con su area de trabajo limpia y la
      * siguiente corrida quincenal no herede nada de esta.
       PROCEDURE DIVISION.

       Empieza-Programa.
           SET ENVIRONMENT "GRUPO_PAGO" TO "S".
           CANCEL "Detecta-fraude".
           MOVE ZERO TO RETURN-CODE.
           CALL "Detecta-fraude".
           MOVE RETURN-CODE TO WS-Codigo-Retorno.
           CANCEL "Detecta-fraude".
           SET ENVIRONMENT "GRUPO_PAGO" TO "Q".
           MOVE WS-Codigo-Retorno TO RETURN-CODE.
           GOBACK.

       END PROGRAM Detecta-fraude-semanal.

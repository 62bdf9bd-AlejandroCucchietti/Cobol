           FD  Contratistas-entregas-archivo.

      * Constancias trimestrales que entrega cada contratista: el
      * acuse ICSOE ante el IMSS y el SISUB ante el INFONAVIT.
           01  centrega-registro.
               05  centrega-rfc PIC X(13).
               05  centrega-anio PIC 9(4).
               05  centrega-trimestre PIC 9.
               05  centrega-tipo PIC X.
                   88  centrega-icsoe VALUE "I".
                   88  centrega-sisub VALUE "S".
               05  centrega-fecha PIC X(8).
               05  centrega-acuse PIC X(20).

           FD  Informes-cola-archivo.

      * Solicitudes de informe hechas en linea y corridas en la
      * ventana de lote. El renglon conserva el programa, el
      * archivo que deja y el parametro tal como se pidieron; al
      * correr se anota el desenlace y donde quedo la copia del
      * solicitante.
           01  cola-registro.
               05  cola-folio PIC 9(6).
               05  cola-operador PIC X(8).
               05  cola-fecha-solicitud PIC X(8).
               05  cola-hora-solicitud PIC X(6).
               05  cola-informe PIC 99.
               05  cola-programa PIC X(24).
               05  cola-salida PIC X(30).
               05  cola-parametro PIC X(20).
               05  cola-estado PIC X.
                   88 cola-pendiente VALUE "P".
                   88 cola-terminada VALUE "T".
                   88 cola-fallida VALUE "F".
                   88 cola-cancelada VALUE "C".
               05  cola-fecha-ejecucion PIC X(8).
               05  cola-hora-ejecucion PIC X(6).
               05  cola-codigo PIC 9(3).
               05  cola-entrega PIC X(60).

           FD  Periodos-prueba-archivo.

      * Periodo de prueba de cada alta de planta. La fecha de fin
      * se fija al capturar el alta con los dias del puesto; el
      * jefe confirma o termina la relacion antes de esa fecha. Un
      * periodo que vence sin decision queda marcado como vencido.
           01  prueba-registro.
               05  prueba-id PIC X(6).
               05  prueba-puesto PIC X(20).
               05  prueba-fecha-alta PIC X(8).
               05  prueba-dias PIC 9(3).
               05  prueba-fecha-fin PIC X(8).
               05  prueba-decision PIC X.
                   88  prueba-pendiente VALUE SPACE.
                   88  prueba-confirmada VALUE "C".
                   88  prueba-terminada VALUE "T".
                   88  prueba-vencida VALUE "V".
               05  prueba-fecha-decision PIC X(8).
               05  prueba-operador PIC X(8).
               05  prueba-motivo PIC X(40).


      * Ciclo de prenotificacion bancaria: cada CLABE nueva o
      * cambiada se envia en cero pesos para que el banco la
      * confirme antes del primer deposito real. Una CLABE a la
      * que el banco devolvio un deposito queda retenida (H).
           01  cuenta-registro.
               05  cuenta-id PIC X(6).
               05  cuenta-clabe PIC X(18).
                   88 cuenta-enviada VALUE "P".
                   88 cuenta-verificada VALUE "V".
                   88 cuenta-rechazada VALUE "R".
                   88 cuenta-retenida VALUE "H".
               05  cuenta-fecha PIC X(8).

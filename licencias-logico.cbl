           FD  Licencias-archivo.

      * Licencias sin goce de sueldo autorizadas. El empleado sigue
      * activo en el maestro; mientras dura la licencia no se le
      * paga nomina, no acumula vacaciones y esos dias no cuentan
      * para la antiguedad. El regreso real cierra la licencia; la
      * fecha de cierre es el dia en que se capturo el regreso o la
      * cancelacion, y con ella sale el reingreso ante el IMSS.
           01  licencia-registro.
               05  licencia-id PIC X(6).
               05  licencia-inicio PIC X(8).
               05  licencia-regreso-previsto PIC X(8).
               05  licencia-regreso-real PIC X(8).
               05  licencia-motivo PIC X(40).
               05  licencia-estado PIC X.
                   88  licencia-vigente VALUE "V".
                   88  licencia-concluida VALUE "C".
                   88  licencia-cancelada VALUE "X".
               05  licencia-autorizo PIC X(8).
               05  licencia-fecha-captura PIC X(8).
               05  licencia-fecha-cierre PIC X(8).
               05  licencia-aviso-regreso PIC X.
                   88  licencia-aviso-emitido VALUE "S".

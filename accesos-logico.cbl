           FD  Accesos-archivo.

      * Bitacora de lectura: una linea por cada consulta que puso
      * en pantalla el salario, la cuenta o los datos fiscales de
      * un solo empleado. La auditoria registra escrituras; esta
      * bitacora registra quien miro a quien.
           01  acceso-registro.
               05  acceso-fecha PIC X(8).
               05  acceso-hora PIC X(6).
               05  acceso-operador PIC X(8).
               05  acceso-programa PIC X(20).
               05  acceso-id PIC X(6).
               05  acceso-tipo PIC X(12).

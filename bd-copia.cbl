       01  WS-Plaza-Puesto PIC X(20).
       01  WS-Plaza-Excluir PIC X(6).
       01  WS-Plaza-Ok PIC X.
       01  WS-Rfc-Propuesto PIC X(13) VALUE SPACE.
       01  WS-Curp-Propuesta PIC X(18) VALUE SPACE.
       01  Id-Duplicado PIC X.

       01  WS-Empleados-Status PIC XX.
       01  WS-Operador-Actual PIC X(8) VALUE "SISTEMA".
       01  WS-Nivel-Operador PIC 9 VALUE 1.
       01  WS-Pendientes-Status PIC XX.
       01  WS-Res-Funcion PIC X.
       01  WS-Res-Articulos PIC 9(3).
       01  WS-Res-Valor PIC 9(7)V99.
       01  WS-Journal-Status PIC XX.
       01  WS-Avisos-Status PIC XX.
       01  WS-Eventos-Status PIC XX.
       PERFORM Escribir-Registro.
       CALL "Capturar-Contactos" USING empleados-id.
       CALL "Capturar-fiscal" USING empleados-id
           empleados-fecha-nacimiento empleados-genero
           WS-Rfc-Propuesto WS-Curp-Propuesta.
       CALL "Capturar-documentos" USING empleados-id.
       CALL "Buscar-reingreso" USING empleados-id
           empleados-nombre empleados-apellidos
           empleados-fecha-nacimiento.
                       TO pendiente-valor-nuevo(1:2)
                   PERFORM Registrar-Pendiente
                   PERFORM Registrar-Motivo-Baja
                   PERFORM Avisar-Resguardo
               ELSE
                   DISPLAY "Baja cancelada: motivo no valido."
               END-IF
           END-IF
       END-IF.

      * Si el empleado conserva articulos de la empresa la baja se
      * retendra en la revision hasta que se devuelvan, se
      * descuenten en el finiquito o un supervisor los dispense.
       Avisar-Resguardo.
       MOVE "C" TO WS-Res-Funcion.
       CALL "Rutinas-resguardo" USING WS-Res-Funcion empleados-id
           WS-Operador-Actual WS-Res-Articulos WS-Res-Valor.
       IF WS-Res-Articulos > ZERO
           DISPLAY "Atencion: el empleado tiene " WS-Res-Articulos
               " articulo(s) en resguardo; la baja quedara "
               "retenida hasta liberarlos."
       END-IF.

      * El porque de la baja se captura junto con la solicitud; el
      * catalogo se siembra con los motivos de ley si no existe.
       Capturar-Motivo-Baja.

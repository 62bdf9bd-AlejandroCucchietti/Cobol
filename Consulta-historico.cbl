       01  WS-Len-Busqueda PIC 99.
       01  WS-Total-Hallados PIC 9(4).

      * Cada expediente puesto en pantalla queda ademas en la
      * bitacora de lecturas sensibles, uno por ID.
       01  WS-Acceso-Programa PIC X(20) VALUE "Consulta-historico".
       01  WS-Acceso-Tipo PIC X(12) VALUE "HISTORICO".

      * Imagen del registro archivado decodificada con el trazado
      * del maestro; el historico guarda todo despues del id como
      * un bloque de 207 posiciones.
                   " en " FUNCTION TRIM(WS-Hist-Departamento) ".".
               DISPLAY "Estado al archivar: " WS-Hist-Estado
                   "  Tipo: " WS-Hist-Tipo.
               CALL "Rutinas-acceso" USING WS-Acceso-Programa
                   WS-Hist-Id WS-Acceso-Tipo.

      * Estas consultas responden referencias externas; cada una
      * queda asentada en la auditoria con el operador que la

       FILE-CONTROL.
       COPY "operadores-fisico.cbl".
       COPY "sesion-fisico.cbl".
       COPY "certificaciones-fisico.cbl".

       SELECT OPTIONAL Vigencia-archivo
       ASSIGN TO "password-vigencia.dat"
       FILE SECTION.
       COPY "operadores-logico.cbl".
       COPY "sesion-logico.cbl".
       COPY "certificaciones-logico.cbl".

      * Dias de vigencia del password antes del cambio forzoso.
       FD  Vigencia-archivo.

       01  Opcion-Menu PIC 9.
       01  Salir-Menu PIC X VALUE "N".
       01  Opcion-Informe PIC 99.
       01  Opcion-Catalogo PIC 99.
       01  Opcion-Solicitud PIC 9.

       01  WS-Operadores-Status PIC XX.
       01  WS-Fin-Operadores PIC X.

       01  Opcion-Diaria PIC 9.
       01  Opcion-Operacion PIC 99.
       01  WS-Confirma-Lote PIC X.
       01  WS-Programa-Lote PIC X(24).
       01  WS-Descripcion-Lote PIC X(50).
       01  WS-Indice-Oper PIC 99.
       01  WS-Oper-Actual PIC 99 VALUE ZERO.
       01  WS-Tabla-Operadores.
           05  WS-Operador-Item OCCURS 20 TIMES PIC X(67).
       01  WS-Password-Nueva PIC X(8).
       01  WS-Password-Confirma PIC X(8).
       01  WS-Password-Usada PIC X.
       01  WS-Id-Desbloquear PIC X(8).
       01  WS-Oper-Hallado-Desb PIC X.
       01  WS-Edad-Password PIC S9(9).
       01  WS-Id-Nivel PIC X(8).
       01  WS-Oper-Nivel PIC 99.
       01  WS-Nivel-Nuevo PIC 9.
       01  WS-Certificaciones-Status PIC XX.
       01  WS-Fin-Certificaciones PIC X.
       01  WS-Certificacion-Aprobada PIC X.

       01  WS-Fec-Funcion PIC X.
       01  WS-Fec-Fecha-1 PIC X(8).
               DISPLAY "La cuenta esta BLOQUEADA; pida el "
                   "desbloqueo a un supervisor."
           ELSE
           IF operador-deshabilitado
               DISPLAY "La cuenta esta DESHABILITADA por "
                   "recertificacion o falta de uso."
           ELSE
           IF operador-password = WS-Password-Entrada
               MOVE "S" TO WS-Operador-Hallado
               MOVE operador-nivel TO WS-Nivel-Hallado
               IF operador-bloqueado NOT = "S"
                   MOVE "N" TO operador-bloqueado
               END-IF
               MOVE WS-Fecha-Hoy TO operador-ultima-firma
               MOVE operador-registro
                   TO WS-Operador-Item(WS-Oper-Actual)
               PERFORM Reescribir-Operadores
               PERFORM Reescribir-Operadores
           END-IF
           END-IF
           END-IF
       END-IF.

      * Un password sin fecha de cambio (cuenta recien sembrada o
               MOVE WS-Operador-Item(WS-Indice-Oper)
                   TO operador-registro
               IF operador-id = WS-Id-Desbloquear
                   AND NOT operador-deshabilitado
                   MOVE "N" TO operador-bloqueado
                   MOVE ZERO TO operador-intentos
                   MOVE operador-registro
               PERFORM Reescribir-Operadores
               DISPLAY "Cuenta desbloqueada."
           ELSE
               DISPLAY "No existe ese operador o esta "
                   "deshabilitado (se reactiva en la "
                   "recertificacion)."
           END-IF
       END-IF.

      * Subir de nivel a un operador exige un examen de
      * certificacion de captura aprobado en certificaciones.dat;
      * bajarlo no. Un supervisor no cambia su propio nivel.
       Cambiar-Nivel-Operador.
       IF WS-Nivel-Hallado < 3
           DISPLAY "El cambio de nivel esta restringido a "
               "supervisores."
       ELSE
           DISPLAY "Operador a cambiar de nivel: "
           MOVE SPACE TO WS-Id-Nivel
           ACCEPT WS-Id-Nivel
           PERFORM Cargar-Operadores
           MOVE ZERO TO WS-Oper-Nivel
           PERFORM VARYING WS-Indice-Oper FROM 1 BY 1
               UNTIL WS-Indice-Oper > WS-Total-Operadores
               OR WS-Oper-Nivel > ZERO
               MOVE WS-Operador-Item(WS-Indice-Oper)
                   TO operador-registro
               IF operador-id = WS-Id-Nivel
                   MOVE WS-Indice-Oper TO WS-Oper-Nivel
               END-IF
           END-PERFORM
           IF WS-Id-Nivel = WS-Operador-Entrada
               DISPLAY "No puede cambiar su propio nivel."
           ELSE
           IF WS-Oper-Nivel = ZERO
               DISPLAY "No existe ese operador."
           ELSE
               MOVE WS-Operador-Item(WS-Oper-Nivel)
                   TO operador-registro
               DISPLAY "Nivel actual: " operador-nivel
                   " (1 captura, 2 operaciones, 3 supervisor)"
               DISPLAY "Nivel nuevo: "
               MOVE ZERO TO WS-Nivel-Nuevo
               ACCEPT WS-Nivel-Nuevo
               IF WS-Nivel-Nuevo < 1 OR WS-Nivel-Nuevo > 3
                   DISPLAY "Nivel no valido."
               ELSE
               IF WS-Nivel-Nuevo = operador-nivel
                   DISPLAY "El operador ya tiene ese nivel."
               ELSE
                   MOVE "S" TO WS-Certificacion-Aprobada
                   IF WS-Nivel-Nuevo > operador-nivel
                       PERFORM Buscar-Certificacion
                   END-IF
                   IF WS-Certificacion-Aprobada = "S"
                       MOVE WS-Nivel-Nuevo TO operador-nivel
                       MOVE operador-registro
                           TO WS-Operador-Item(WS-Oper-Nivel)
                       PERFORM Reescribir-Operadores
                       DISPLAY "Nivel cambiado."
                   ELSE
                       DISPLAY "El operador no tiene un examen de "
                           "certificacion de captura aprobado; "
                           "no se sube el nivel."
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF
       END-IF.

       Buscar-Certificacion.
       MOVE "N" TO WS-Certificacion-Aprobada.
       MOVE "1" TO WS-Fin-Certificaciones.
       OPEN INPUT Certificaciones-archivo.
       IF WS-Certificaciones-Status NOT = "00"
           MOVE "0" TO WS-Fin-Certificaciones
       END-IF.
       PERFORM UNTIL WS-Fin-Certificaciones = "0"
           READ Certificaciones-archivo
               AT END
                   MOVE "0" TO WS-Fin-Certificaciones
               NOT AT END
                   IF certificacion-operador = WS-Id-Nivel
                       AND certificacion-aprobada
                       MOVE "S" TO WS-Certificacion-Aprobada
                   END-IF
           END-READ
       END-PERFORM.
       CLOSE Certificaciones-archivo.

       Guardar-Sesion.
       MOVE WS-Operador-Entrada TO sesion-operador-id.
       MOVE WS-Nivel-Hallado TO sesion-nivel.
       DISPLAY "3. Revisar solicitudes de vacaciones".
       DISPLAY "4. Revisiones de desempeno".
       DISPLAY "5. Volver al menu principal".
       DISPLAY "6. Autorizacion de tiempo extra (supervisor)".
       DISPLAY "7. Planeacion de aumentos por merito".
       DISPLAY "8. Periodos de prueba (confirmar o terminar)".
       DISPLAY "9. Captura de recibos de nomina firmados".
       DISPLAY "Elige una opcion: ".
       ACCEPT Opcion-Solicitud.
       EVALUATE Opcion-Solicitud
               CALL "Captura-revisiones"
           WHEN 5
               CONTINUE
           WHEN 6
               CALL "Autorizar-horas-extra"
           WHEN 7
               CALL "Planea-merito"
           WHEN 8
               CALL "Decidir-prueba"
           WHEN 9
               CALL "Captura-acuses"
           WHEN OTHER
               DISPLAY "Opcion no valida."
       END-EVALUATE.
       DISPLAY "4. Desbloquear operador (supervisor)".
       DISPLAY "5. Parametros del sistema (supervisor)".
       DISPLAY "6. Volver al menu principal".
       DISPLAY "7. Cambiar nivel de operador (supervisor)".
       DISPLAY "8. Examen de certificacion de captura".
       DISPLAY "Elige una opcion: ".
       ACCEPT Opcion-Diaria.
       EVALUATE Opcion-Diaria
               CALL "Mantener-parametros"
           WHEN 6
               CONTINUE
           WHEN 7
               PERFORM Cambiar-Nivel-Operador
           WHEN 8
               CALL "Certificar-captura"
           WHEN OTHER
               DISPLAY "Opcion no valida."
       END-EVALUATE.
           DISPLAY "3. Restauracion desde respaldo"
           DISPLAY "4. Ciclo nocturno completo"
           DISPLAY "5. Volver"
           DISPLAY "6. Emision de CFDI de nomina"
           DISPLAY "7. Importar respuesta de timbrado del PAC"
           DISPLAY "8. Conciliar emision IMSS (EMA/EBA)"
           DISPLAY "9. Impuesto sobre nomina mensual por estado"
           DISPLAY "10. Ajuste anual de ISR (calculo y autorizacion)"
           DISPLAY "11. Nomina semanal: calculo"
           DISPLAY "12. Nomina semanal: verificacion de variaciones"
           DISPLAY "13. Nomina semanal: interfaz bancaria"
           DISPLAY "14. Nomina extraordinaria (fuera de calendario)"
           DISPLAY "15. Devoluciones y conciliacion bancaria"
           DISPLAY "16. Cheques de nomina (empleados sin cuenta)"
           DISPLAY "17. Dispersion de vales de despensa"
           DISPLAY "18. Calculo de comisiones de venta del mes"
           DISPLAY "19. Provisiones de pasivo laboral (cierre mes)"
           DISPLAY "20. Generar rol de turnos rotativos"
           DISPLAY "21. Documentos faltantes y por vencer"
           DISPLAY "22. Revision del contrato colectivo (tabulador)"
           DISPLAY "23. Determinacion anual de la prima de riesgo"
           DISPLAY "24. Constancias DC-3 y lista DC-4 (STPS)"
           DISPLAY "25. Importar encuesta salarial de mercado"
           DISPLAY "26. Cierre anual de nomina y calendario"
           DISPLAY "27. Depuracion por vencimiento (retencion)"
           DISPLAY "28. Recertificacion trimestral de operadores"
           DISPLAY "29. Capacidad y crecimiento de archivos"
           DISPLAY "Elige una opcion: "
           ACCEPT Opcion-Operacion
           EVALUATE Opcion-Operacion
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 5
                   CONTINUE
               WHEN 6
                   MOVE "Genera-cfdi" TO WS-Programa-Lote
                   MOVE "Genera el XML CFDI de cada recibo"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 7
                   MOVE "Importa-timbrado" TO WS-Programa-Lote
                   MOVE "Aplica pac-respuesta.txt al control"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 8
                   MOVE "Concilia-imss" TO WS-Programa-Lote
                   MOVE "Concilia imss-emision.csv contra las cuotas"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 9
                   MOVE "Calcula-isn" TO WS-Programa-Lote
                   MOVE "Hoja de ISN por estado y asiento contable"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 10
                   MOVE "Calcula-ajuste-anual" TO WS-Programa-Lote
                   MOVE "Ajuste anual de ISR para firma de Finanzas"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 11
                   MOVE "Calcula-nomina-semanal" TO WS-Programa-Lote
                   MOVE "Calcula la semana de los operarios de planta"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 12
                   MOVE "Verifica-nomina-semanal" TO WS-Programa-Lote
                   MOVE "Variaciones de neto y visto bueno semanal"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 13
                   MOVE "Dispersa-nomina-semanal" TO WS-Programa-Lote
                   MOVE "Interfaz bancaria de la nomina semanal"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 14
                   MOVE "Calcula-extraordinaria" TO WS-Programa-Lote
                   MOVE "Pago fuera de calendario a empleados listados"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 15
                   MOVE "Concilia-banco" TO WS-Programa-Lote
                   MOVE "Devoluciones del banco y estado de cuenta"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 16
                   MOVE "Emite-cheques" TO WS-Programa-Lote
                   MOVE "Cheques foliados para quien no tiene cuenta"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 17
                   MOVE "Dispersa-vales" TO WS-Programa-Lote
                   MOVE "Archivo de carga de tarjetas de vales"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 18
                   MOVE "Calcula-comisiones" TO WS-Programa-Lote
                   MOVE "Comisiones de ventas-mes.txt para nomina"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 19
                   MOVE "Calcula-provisiones" TO WS-Programa-Lote
                   MOVE "Provision mensual de aguinaldo, vac y PTU"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 20
                   MOVE "Genera-rol-turnos" TO WS-Programa-Lote
                   MOVE "Rol de turnos rotativos por semana"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 21
                   MOVE "Reporte-documentos" TO WS-Programa-Lote
                   MOVE "Expedientes incompletos y por vencer"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 22
                   MOVE "Revision-contractual" TO WS-Programa-Lote
                   MOVE "Salarios sindicalizados segun el tabulador"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 23
                   MOVE "Determina-prima-riesgo" TO WS-Programa-Lote
                   MOVE "Prima de riesgo de trabajo del anio"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 24
                   MOVE "Genera-dc3" TO WS-Programa-Lote
                   MOVE "Constancias DC-3 y lista DC-4 de la STPS"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 25
                   MOVE "Importa-encuesta" TO WS-Programa-Lote
                   MOVE "Referencia de mercado de la encuesta salarial"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 26
                   MOVE "Cierre-anual" TO WS-Programa-Lote
                   MOVE "CIERRA el ejercicio y abre el anio siguiente"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 27
                   MOVE "Depura-retencion" TO WS-Programa-Lote
                   MOVE "DESTRUYE lo vencido segun las politicas"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 28
                   MOVE "Recertifica-operadores" TO WS-Programa-Lote
                   MOVE "DESHABILITA cuentas vencidas o sin uso"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN 29
                   MOVE "Monitorea-capacidad" TO WS-Programa-Lote
                   MOVE "Mide los .dat y proyecta sus limites"
                       TO WS-Descripcion-Lote
                   PERFORM Confirmar-Y-Correr-Lote
               WHEN OTHER
                   DISPLAY "Opcion no valida."
           END-EVALUATE
       DISPLAY "8. Cursos y capacitacion".
       DISPLAY "9. Volver al menu principal".
       DISPLAY "0. Prestaciones y fondo de ahorro".
       DISPLAY "10. Conceptos de nomina (SAT)".
       DISPLAY "11. Datos fiscales de la empresa".
       DISPLAY "12. Impuesto sobre nomina: tasas por estado".
       DISPLAY "13. Grupos de pago (semanal/quincenal)".
       DISPLAY "14. Anticipos de viaticos y comprobantes".
       DISPLAY "15. Tabla de comisiones por puesto".
       DISPLAY "16. Distribucion de costo por centro".
       DISPLAY "17. Candidatos a plazas (reclutamiento)".
       DISPLAY "18. Documentos del expediente".
       DISPLAY "19. Resguardo de activos de la empresa".
       DISPLAY "20. Registro disciplinario (actas)".
       DISPLAY "21. Sindicato y tabulador del contrato colectivo".
       DISPLAY "22. PIN del kiosco del empleado".
       DISPLAY "23. Dictamenes de riesgo de trabajo".
       DISPLAY "24. Beneficiarios del empleado".
       DISPLAY "25. Equivalencias de la encuesta salarial".
       DISPLAY "26. Matriz de merito y bolsas por departamento".
       DISPLAY "27. Politicas de conservacion de datos".
       DISPLAY "28. Recertificacion de cuentas de operador".
       DISPLAY "29. Patrones (razones sociales) y asignacion".
       DISPLAY "30. Tipos de cambio (USD)".
       DISPLAY "31. Contratistas REPSE y personal asignado".
       DISPLAY "32. Licencias sin goce de sueldo".
       DISPLAY "33. Demandas laborales (ex-empleados)".
       DISPLAY "Elige una opcion: ".
       ACCEPT Opcion-Catalogo.
       EVALUATE Opcion-Catalogo
               CONTINUE
           WHEN 0
               CALL "Mantener-beneficios"
           WHEN 10
               CALL "Mantener-conceptos"
           WHEN 11
               CALL "Mantener-empresa"
           WHEN 12
               CALL "Mantener-tasas-isn"
           WHEN 13
               CALL "Mantener-grupos-pago"
           WHEN 14
               CALL "Mantener-viaticos"
           WHEN 15
               CALL "Mantener-comisiones"
           WHEN 16
               CALL "Mantener-distribucion"
           WHEN 17
               CALL "Mantener-candidatos"
           WHEN 18
               CALL "Mantener-documentos"
           WHEN 19
               CALL "Mantener-resguardos"
           WHEN 20
               CALL "Mantener-actas"
           WHEN 21
               CALL "Mantener-sindicato"
           WHEN 22
               CALL "Mantener-pin-kiosco"
           WHEN 23
               CALL "Mantener-dictamenes-rt"
           WHEN 24
               CALL "Mantener-beneficiarios"
           WHEN 25
               CALL "Mantener-encuesta"
           WHEN 26
               CALL "Mantener-merito"
           WHEN 27
               CALL "Mantener-retencion"
           WHEN 28
               CALL "Recertificar-operadores"
           WHEN 29
               CALL "Mantener-patrones"
           WHEN 30
               CALL "Mantener-tipos-cambio"
           WHEN 31
               CALL "Mantener-contratistas"
           WHEN 32
               CALL "Mantener-licencias"
           WHEN 33
               CALL "Mantener-demandas"
           WHEN OTHER
               DISPLAY "Opcion no valida."
       END-EVALUATE.
       DISPLAY "8. Consulta por rango de edad".
       DISPLAY "9. Salarios fuera de banda".
       DISPLAY "0. Volver al menu principal".
       DISPLAY "10. Calculadora de sueldo bruto (ofertas)".
       DISPLAY "11. Embudo de reclutamiento por plaza".
       DISPLAY "12. Reincidencia disciplinaria (12 meses)".
       DISPLAY "13. Cuotas sindicales a enterar del mes".
       DISPLAY "14. Compa-ratio contra banda y mercado".
       DISPLAY "15. Accesos inusuales a datos sensibles".
       DISPLAY "16. Paquete corporativo mensual en USD".
       DISPLAY "17. Cola de informes (solicitar y consultar)".
       DISPLAY "18. Repartir informes por departamento".
       DISPLAY "19. Contratistas: REPSE por vencer y constancias".
       DISPLAY "20. Periodos de prueba por terminar (10 dias)".
       DISPLAY "21. Empleados en licencia sin goce de sueldo".
       DISPLAY "22. Recibos de nomina sin firma".
       DISPLAY "23. Muestra de auditoria interna (expedientes)".
       DISPLAY "24. Calendario de audiencias de demandas".
       DISPLAY "25. Reserva de contingencias por demandas".
       DISPLAY "26. Indicios de fraude en nomina (confidencial)".
       DISPLAY "Elige una opcion: ".
       ACCEPT Opcion-Informe.
       EVALUATE Opcion-Informe
               CALL "Consulta-por-edad"
           WHEN 9
               CALL "Reporte-bandas"
           WHEN 10
               CALL "Calcula-neto-bruto"
           WHEN 11
               CALL "Reporte-candidatos"
           WHEN 12
               CALL "Reporte-actas"
           WHEN 13
               CALL "Reporte-cuota-sindical"
           WHEN 14
               CALL "Reporte-compa-ratio"
           WHEN 15
               CALL "Reporte-accesos"
           WHEN 16
               CALL "Paquete-corporativo"
           WHEN 17
               CALL "Solicitar-informes"
           WHEN 18
               CALL "Distribuye-informes"
           WHEN 19
               CALL "Reporte-repse"
           WHEN 20
               CALL "Reporte-prueba"
           WHEN 21
               CALL "Reporte-licencias"
           WHEN 22
               CALL "Reporte-acuses"
           WHEN 23
               CALL "Muestra-auditoria"
           WHEN 24
               CALL "Reporte-audiencias"
           WHEN 25
               CALL "Reporte-contingencias"
           WHEN 26
               CALL "Detecta-fraude"
           WHEN 0
               CONTINUE
           WHEN OTHER

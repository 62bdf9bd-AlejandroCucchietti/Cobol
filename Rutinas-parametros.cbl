                   MOVE "HORAS EXTRA AL DOBLE/QUINC"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "HORAS-SEMANA" TO parametro-clave
                   MOVE "48" TO parametro-valor
                   MOVE "HORAS BASE DE LA SEMANA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "EXTRA-TOPE-SEMANAL" TO parametro-clave
                   MOVE "9" TO parametro-valor
                   MOVE "HORAS EXTRA AL DOBLE/SEMANA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "UMA-DIARIA" TO parametro-clave
                   MOVE "113.14" TO parametro-valor
                   MOVE "UMA DIARIA VIGENTE (IMSS)"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "AJUSTE-TOPE-INGRESO" TO parametro-clave
                   MOVE "400000.00" TO parametro-valor
                   MOVE "TOPE DE INGRESOS AJUSTE ANUAL"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "PRIMA-DOMINICAL" TO parametro-clave
                   MOVE "25" TO parametro-valor
                   MOVE "PORCENTAJE PRIMA DOMINICAL"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "PRIMA-VACACIONAL" TO parametro-clave
                   MOVE "25" TO parametro-valor
                   MOVE "PORCENTAJE PRIMA VACACIONAL"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "CHEQUE-DIAS-VIGENCIA" TO parametro-clave
                   MOVE "30" TO parametro-valor
                   MOVE "DIAS PARA COBRAR UN CHEQUE"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VIATICO-DIAS-COMPROB" TO parametro-clave
                   MOVE "15" TO parametro-valor
                   MOVE "DIAS PARA COMPROBAR VIATICOS"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "PTU-ESTIMADA-ANUAL" TO parametro-clave
                   MOVE "0" TO parametro-valor
                   MOVE "PTU ANUAL ESTIMADA (PROVISION)"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "ROL-SEMANAS" TO parametro-clave
                   MOVE "4" TO parametro-valor
                   MOVE "SEMANAS A GENERAR DEL ROL"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "ACTAS-LIMITE" TO parametro-clave
                   MOVE "3" TO parametro-valor
                   MOVE "ACTAS EN 12 MESES PARA REPORTE"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "CUOTA-SINDICAL-PCT" TO parametro-clave
                   MOVE "1.00" TO parametro-valor
                   MOVE "PCT CUOTA SINDICAL S/SALARIO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "DC3-CALIF-MINIMA" TO parametro-clave
                   MOVE "70" TO parametro-valor
                   MOVE "CALIFICACION MINIMA PARA DC-3"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VER-SALARIO" TO parametro-clave
                   MOVE "3" TO parametro-valor
                   MOVE "NIVEL QUE VE SALARIO COMPLETO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VER-CLABE" TO parametro-clave
                   MOVE "3" TO parametro-valor
                   MOVE "NIVEL QUE VE CLABE COMPLETA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VER-RFC" TO parametro-clave
                   MOVE "2" TO parametro-valor
                   MOVE "NIVEL QUE VE RFC COMPLETO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VER-CURP" TO parametro-clave
                   MOVE "2" TO parametro-valor
                   MOVE "NIVEL QUE VE CURP COMPLETA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "VER-NACIMIENTO" TO parametro-clave
                   MOVE "2" TO parametro-valor
                   MOVE "NIVEL QUE VE FECHA NACIMIENTO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "ACCESOS-POR-HORA" TO parametro-clave
                   MOVE "15" TO parametro-valor
                   MOVE "EMPLEADOS VISTOS/HORA INUSUAL"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "RECERT-PLAZO-DIAS" TO parametro-clave
                   MOVE "30" TO parametro-valor
                   MOVE "DIAS PARA RECERTIFICAR CUENTAS"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "RECERT-DIAS-INACTIVO" TO parametro-clave
                   MOVE "90" TO parametro-valor
                   MOVE "DIAS SIN FIRMA PARA DESHABILITAR"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "CAPACIDAD-ANTICIPO" TO parametro-clave
                   MOVE "6" TO parametro-valor
                   MOVE "MESES ANTICIPO AVISO CAPACIDAD"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "CAPACIDAD-DISCO-MB" TO parametro-clave
                   MOVE "2048" TO parametro-valor
                   MOVE "MB DE DISCO PARA ARCHIVOS .DAT"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "CERT-CALIF-MINIMA" TO parametro-clave
                   MOVE "90" TO parametro-valor
                   MOVE "CALIF. MINIMA CERTIF. CAPTURA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "ACUSE-PERIODOS-MAX" TO parametro-clave
                   MOVE "2" TO parametro-valor
                   MOVE "MAX. PAGOS SIN RECIBO FIRMADO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "DEMANDA-PROB-ALTA" TO parametro-clave
                   MOVE "70" TO parametro-valor
                   MOVE "% MINIMO DEMANDA PROBABLE"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "DEMANDA-PROB-BAJA" TO parametro-clave
                   MOVE "30" TO parametro-valor
                   MOVE "% DEBAJO DEL CUAL ES REMOTA"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   MOVE "FRAUDE-DIAS-CLABE" TO parametro-clave
                   MOVE "10" TO parametro-valor
                   MOVE "CAMBIO CLABE: DIAS ANTES PAGO"
                       TO parametro-descripcion
                   WRITE parametro-sistema-registro
                   CLOSE Parametros-sistema-archivo
               ELSE
                   CLOSE Parametros-sistema-archivo

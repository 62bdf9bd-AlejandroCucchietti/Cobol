      * solo quita un supervisor; el historial bloquea reusar los
      * ultimos tres passwords. Un registro viejo sin estos campos
      * se completa en la primera reescritura.
      * Para la recertificacion trimestral se guarda la fecha de la
      * ultima firma y el supervisor que revisa la cuenta; una
      * cuenta no recertificada o sin uso queda deshabilitada (D)
      * y solo se reactiva desde la recertificacion.
           01  operador-registro.
               05  operador-id PIC X(8).
               05  operador-password PIC X(8).
               05  operador-bloqueado PIC X.
                   88 operador-candado VALUE "S".
                   88 operador-libre VALUE "N".
                   88 operador-deshabilitado VALUE "D".
               05  operador-historial.
                   10  operador-password-ant PIC X(8)
                       OCCURS 3 TIMES.
               05  operador-ultima-firma PIC X(8).
               05  operador-revisor PIC X(8).

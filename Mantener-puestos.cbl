           01 WS-Puesto-Entrada PIC X(20).
           01 WS-Minimo-Entrada PIC X(10).
           01 WS-Maximo-Entrada PIC X(10).
           01 WS-Prueba-Entrada PIC X(3).
           01 WS-Prueba-Valida PIC X.
           01 WS-Dias-Prueba PIC 9(3).
           01 WS-Puesto-Existe PIC X.
           01 WS-Total-Listados PIC 9(4) VALUE ZERO.

           01 WS-Minimo-Edicion PIC Z,ZZZ,ZZ9.99.
           01 WS-Maximo-Edicion PIC Z,ZZZ,ZZ9.99.
           01 WS-Prueba-Edicion PIC ZZ9.

           01 WS-Total-Tabla PIC 99 VALUE ZERO.
           01 WS-Indice-Tabla PIC 99.
                   10 WS-Tabla-Nombre PIC X(20).
                   10 WS-Tabla-Minimo PIC 9(7)V99.
                   10 WS-Tabla-Maximo PIC 9(7)V99.
                   10 WS-Tabla-Prueba PIC 9(3).

       PROCEDURE DIVISION.
       Empieza-Programa.
                   MOVE "SIN ASIGNAR" TO puesto-nombre
                   MOVE ZERO TO puesto-salario-minimo
                   MOVE 9999999.99 TO puesto-salario-maximo
                   MOVE ZERO TO puesto-dias-prueba
                   WRITE puesto-registro
                   CLOSE Puestos-archivo
               ELSE
               DISPLAY "1. Listar puestos y bandas salariales".
               DISPLAY "2. Agregar puesto".
               DISPLAY "3. Eliminar puesto".
               DISPLAY "4. Cambiar dias de periodo de prueba".
               DISPLAY "5. Salir".
               DISPLAY "Elige una opcion: ".
               ACCEPT Opcion-Menu.
               EVALUATE Opcion-Menu
                   WHEN 3
                       PERFORM Eliminar-Puesto
                   WHEN 4
                       PERFORM Cambiar-Periodo-Prueba
                   WHEN 5
                       MOVE "S" TO Salir-Menu
                   WHEN OTHER
                       DISPLAY "Opcion no valida."
                               TO WS-Minimo-Edicion
                           MOVE puesto-salario-maximo
                               TO WS-Maximo-Edicion
                           PERFORM Determinar-Dias-Prueba
                           MOVE WS-Dias-Prueba TO WS-Prueba-Edicion
                           DISPLAY puesto-nombre " "
                               WS-Minimo-Edicion " - "
                               WS-Maximo-Edicion "  Prueba: "
                               WS-Prueba-Edicion " dias"
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.
                       DISPLAY "Error: el maximo no puede ser menor "
                           "que el minimo."
                   ELSE
                       PERFORM Capturar-Dias-Prueba
                       MOVE WS-Dias-Prueba TO puesto-dias-prueba
                       OPEN EXTEND Puestos-archivo
                       WRITE puesto-registro
                       CLOSE Puestos-archivo
                   END-IF
               END-IF.

      * ENTER deja el periodo general de 30 dias.
           Capturar-Dias-Prueba.
               MOVE "N" TO WS-Prueba-Valida.
               PERFORM UNTIL WS-Prueba-Valida = "S"
                   DISPLAY "Dias de periodo de prueba (ENTER = 30, "
                       "180 para puestos de direccion): "
                   MOVE SPACE TO WS-Prueba-Entrada
                   ACCEPT WS-Prueba-Entrada
                   IF WS-Prueba-Entrada = SPACE
                       MOVE ZERO TO WS-Dias-Prueba
                       MOVE "S" TO WS-Prueba-Valida
                   ELSE
                       IF FUNCTION TRIM(WS-Prueba-Entrada) NUMERIC
                           AND FUNCTION NUMVAL(WS-Prueba-Entrada) > 0
                           AND FUNCTION NUMVAL(WS-Prueba-Entrada)
                               NOT > 180
                           MOVE FUNCTION NUMVAL(WS-Prueba-Entrada)
                               TO WS-Dias-Prueba
                           MOVE "S" TO WS-Prueba-Valida
                       ELSE
                           DISPLAY "Error: el periodo de prueba va "
                               "de 1 a 180 dias."
                       END-IF
                   END-IF
               END-PERFORM.

           Determinar-Dias-Prueba.
               IF puesto-dias-prueba NUMERIC
                   AND puesto-dias-prueba > ZERO
                   MOVE puesto-dias-prueba TO WS-Dias-Prueba
               ELSE
                   MOVE 30 TO WS-Dias-Prueba
               END-IF.

           Cambiar-Periodo-Prueba.
               DISPLAY "Nombre del puesto: ".
               ACCEPT WS-Puesto-Entrada.
               PERFORM Buscar-Puesto.
               IF WS-Puesto-Existe = "N"
                   DISPLAY "Ese puesto no existe en el catalogo."
               ELSE
                   PERFORM Capturar-Dias-Prueba
                   PERFORM Cargar-Tabla-Puestos
                   PERFORM VARYING WS-Indice-Tabla FROM 1 BY 1
                       UNTIL WS-Indice-Tabla > WS-Total-Tabla
                       IF WS-Tabla-Nombre(WS-Indice-Tabla) =
                           WS-Puesto-Entrada
                           MOVE WS-Dias-Prueba
                               TO WS-Tabla-Prueba(WS-Indice-Tabla)
                       END-IF
                   END-PERFORM
                   MOVE SPACE TO WS-Puesto-Entrada
                   PERFORM Reescribir-Sin-Eliminado
                   DISPLAY "Periodo de prueba actualizado; aplica a "
                       "las altas siguientes."
               END-IF.

           Buscar-Puesto.
               MOVE "N" TO WS-Puesto-Existe.
               MOVE "1" TO Fin-del-Archivo.
                               WS-Tabla-Minimo(WS-Indice-Tabla)
                           MOVE puesto-salario-maximo TO
                               WS-Tabla-Maximo(WS-Indice-Tabla)
                           MOVE ZERO TO
                               WS-Tabla-Prueba(WS-Indice-Tabla)
                           IF puesto-dias-prueba NUMERIC
                               MOVE puesto-dias-prueba TO
                                   WS-Tabla-Prueba(WS-Indice-Tabla)
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE Puestos-archivo.
                           TO puesto-salario-minimo
                       MOVE WS-Tabla-Maximo(WS-Indice-Tabla)
                           TO puesto-salario-maximo
                       MOVE WS-Tabla-Prueba(WS-Indice-Tabla)
                           TO puesto-dias-prueba
                       WRITE puesto-registro
                   END-IF
               END-PERFORM.

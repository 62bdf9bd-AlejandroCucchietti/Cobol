           FD  Documentos-tipo-archivo.

      * Catalogo de documentos del expediente de personal. Los que
      * aplican solo a extranjeros (residencia, permiso de trabajo)
      * se marcan como no aplicables para los nacionales.
           01  doctipo-registro.
               05  doctipo-clave PIC X(4).
               05  doctipo-descripcion PIC X(30).
               05  doctipo-obligatorio PIC X.
                   88  doctipo-es-obligatorio VALUE "S".
               05  doctipo-vence PIC X.
                   88  doctipo-con-vencimiento VALUE "S".
               05  doctipo-aplica PIC X.
                   88  doctipo-para-todos VALUE "T".
                   88  doctipo-para-extranjeros VALUE "E".

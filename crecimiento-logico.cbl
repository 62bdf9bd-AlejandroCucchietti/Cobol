           FD  Crecimiento-historia-archivo.

      * Historia de crecimiento: una medicion por archivo y fecha
      * de proceso con sus renglones y su tamano en bytes. De aqui
      * sale la tasa de crecimiento para proyectar la fecha en que
      * cada archivo llega a su limite.
           01  crecimiento-registro.
               05  crecimiento-fecha PIC X(8).
               05  crecimiento-archivo PIC X(40).
               05  crecimiento-registros PIC 9(9).
               05  crecimiento-bytes PIC 9(12).

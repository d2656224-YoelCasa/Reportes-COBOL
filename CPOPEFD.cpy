      *----------------------------------------------------------------
      *  CPOPEFD
      *  Descripcion de fichero de operadores (operadores.csv): una
      *  linea por operador con IDENTIFICADOR;ROL;CLAVE;NOMBRE. El rol
      *  es "C" consulta, "M" mantenimiento, "Q" calidad de datos o
      *  "A" administrador. Las lineas que empiezan por "*" son
      *  comentarios y se saltan. Lo mantiene el administrador del
      *  sistema; dar de baja a un operador es borrar su linea.
      *----------------------------------------------------------------
       FD  FICHERO-OPERADORES.
       01  REGISTRO-OPERADOR PIC X(100).

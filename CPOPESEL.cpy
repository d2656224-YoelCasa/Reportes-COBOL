      *----------------------------------------------------------------
      *  CPOPESEL
      *  Clausula SELECT del fichero de operadores (operadores.csv),
      *  contra el que se identifica quien ejecuta cada programa del
      *  sistema de nombres. Se copia en la FILE-CONTROL de todo
      *  programa, junto con CPOPEFD, CPOPEWS y CPOPEPRO.
      *----------------------------------------------------------------
           SELECT FICHERO-OPERADORES
           ASSIGN TO "operadores.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-OPE.

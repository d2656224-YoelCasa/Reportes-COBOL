      *  Clausula SELECT del catalogo de generaciones de informes
      *  (catalogo.csv). Se copia en la FILE-CONTROL de los programas
      *  que conservan generaciones de sus salidas (REPORTE, REPFREC,
      *  RECONOM, VIGNOM, CALNOM), junto con CPGENFD, CPGENWS y
      *  CPGENPRO. DERNOM la copia con CPGENFD y CPGENWS solo para
      *  recorrer el catalogo y llegar a las generaciones guardadas.
      *----------------------------------------------------------------
           SELECT FICHERO-CATALOGO
           ASSIGN TO "catalogo.csv"

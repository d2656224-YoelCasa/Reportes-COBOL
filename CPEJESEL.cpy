      *----------------------------------------------------------------
      *  CPEJESEL
      *  Clausula SELECT del historial de ejecuciones de los trabajos
      *  por lotes (ejecuciones.csv). Se copia en la FILE-CONTROL de
      *  CARGAENT, CARGAINT, APLIMOV, VALIMOV, REPORTE, RECONOM,
      *  REPFREC, PURGNOM, EXTNOM, ESTMENS y CUADRE, junto con
      *  CPEJEFD, CPEJEWS y CPEJEPRO. REPEJEC lo lee para comparar
      *  cada ejecucion con la media de las anteriores y anota
      *  tambien la suya, que marca los avisos ya dados.
      *----------------------------------------------------------------
           SELECT FICHERO-EJECUCIONES
           ASSIGN TO "ejecuciones.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EJE.

      *----------------------------------------------------------------
      *  CPEJEFD
      *  Descripcion de fichero del historial de ejecuciones
      *  (ejecuciones.csv): una linea por ejecucion terminada, con
      *  PROGRAMA;INICIO;FIN;SEGUNDOS;RC;LEIDOS;ESCRITOS;RECHAZADOS;
      *  OPERADOR. INICIO y FIN son AAAAMMDDHHMMSS. El fichero solo
      *  crece: cada trabajo anade su linea al terminar.
      *----------------------------------------------------------------
       FD  FICHERO-EJECUCIONES.
       01  REGISTRO-EJECUCION PIC X(120).

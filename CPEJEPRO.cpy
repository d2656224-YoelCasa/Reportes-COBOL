      *----------------------------------------------------------------
      *  CPEJEPRO
      *  Parrafos del historial de ejecuciones. La linea se anade al
      *  terminar, con el RETURN-CODE que deja el programa, tambien
      *  cuando la ejecucion fallo: un trabajo caido o rechazado es
      *  justamente lo que REPEJEC tiene que ver. Los segundos se
      *  cuentan por dias enteros mas la diferencia de horas, para
      *  que un trabajo que cruza la medianoche no salga negativo.
      *  Un fallo al anotar se avisa y deja RETURN-CODE 4, como el
      *  catalogo de generaciones: la ejecucion vale, pero la cadena
      *  se para para que la falta de historial no pase inadvertida.
      *----------------------------------------------------------------
       INICIAR-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EJE-INICIO
           MOVE ZERO TO WS-EJE-LEIDOS
           MOVE ZERO TO WS-EJE-ESCRITOS
           MOVE ZERO TO WS-EJE-RECHAZADOS.

       REGISTRAR-EJECUCION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-EJE-FIN
           MOVE RETURN-CODE TO WS-EJE-RC

           COMPUTE WS-EJE-DIAS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EJE-FIN(1:8)))
             - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-EJE-INICIO(1:8)))
           COMPUTE WS-EJE-SEGUNDOS = WS-EJE-DIAS * 86400
             + FUNCTION NUMVAL(WS-EJE-FIN(9:2)) * 3600
             + FUNCTION NUMVAL(WS-EJE-FIN(11:2)) * 60
             + FUNCTION NUMVAL(WS-EJE-FIN(13:2))
             - FUNCTION NUMVAL(WS-EJE-INICIO(9:2)) * 3600
             - FUNCTION NUMVAL(WS-EJE-INICIO(11:2)) * 60
             - FUNCTION NUMVAL(WS-EJE-INICIO(13:2))
           IF WS-EJE-SEGUNDOS < ZERO
               MOVE ZERO TO WS-EJE-SEGUNDOS
           END-IF

           MOVE WS-EJE-SEGUNDOS TO WS-EJE-SEGUNDOS-TXT
           MOVE WS-EJE-RC TO WS-EJE-RC-TXT
           MOVE WS-EJE-LEIDOS TO WS-EJE-LEIDOS-TXT
           MOVE WS-EJE-ESCRITOS TO WS-EJE-ESCRITOS-TXT
           MOVE WS-EJE-RECHAZADOS TO WS-EJE-RECHAZADOS-TXT

           MOVE SPACES TO WS-EJE-LINEA
           STRING FUNCTION TRIM(WS-EJE-PROGRAMA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-EJE-INICIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-EJE-FIN DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EJE-SEGUNDOS-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EJE-RC-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EJE-LEIDOS-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EJE-ESCRITOS-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EJE-RECHAZADOS-TXT)
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPE-ID) DELIMITED BY SIZE
               INTO WS-EJE-LINEA
           END-STRING

           OPEN EXTEND FICHERO-EJECUCIONES.
           IF FS-ERROR-EJE
               OPEN OUTPUT FICHERO-EJECUCIONES
           END-IF.
           IF FS-OK-EJE
               MOVE WS-EJE-LINEA TO REGISTRO-EJECUCION
               WRITE REGISTRO-EJECUCION
               IF NOT FS-OK-EJE
                   PERFORM AVISAR-FALLO-EJECUCION
               END-IF
               CLOSE FICHERO-EJECUCIONES
           ELSE
               PERFORM AVISAR-FALLO-EJECUCION
           END-IF.

       AVISAR-FALLO-EJECUCION.
           DISPLAY "NO SE PUDO ANOTAR LA EJECUCION EN "
               "ejecuciones.csv. STATUS: " FS-STATUS-EJE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

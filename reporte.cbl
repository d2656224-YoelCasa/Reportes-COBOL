
           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPGENSEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-ENTRADA.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPGENFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS PIC XX.
           88 FS-OK VALUE "00".

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPGENWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "REPORTE" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           IF MODO-LOTE
           END-IF.

           PERFORM CIERRE.

           MOVE WS-CONTADOR-MATCH TO WS-EJE-ESCRITOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.


      *    abre ningun fichero, para no pisar el reporte.csv y el
      *    listado.txt de la ejecucion anterior.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "REPORTE" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               AT END
                   SET FIN-DE-FICHERO TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   IF CRITERIO-APELLIDO
                       MOVE FUNCTION TRIM(MAE-APELLIDO1)
                           TO WS-NOR-ENTRADA
           END-IF.

      *    Registra en auditoria.csv cada busqueda que realiza REPORTE,
      *    con fecha y hora, el criterio buscado, las coincidencias
      *    que produjo y el operador, para dejar rastro de quien
      *    consulto que.
       ESCRIBIR-AUDITORIA.
           IF FS-OK-AUD
               MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA-AUD
      *    "APELLIDO=" para distinguirlas en el fichero de auditoria
      *    de las busquedas por nombre, que se anotan a secas como
      *    siempre. El cuarto campo es el modo de comparacion del
      *    criterio (EXACTO, PREFIJO y sus variantes NORMALIZADO) y
      *    el quinto el operador que lanzo la busqueda; CUADRE y
      *    REPAUD solo leen los tres primeros campos y no se ven
      *    afectados.
               IF CRITERIO-APELLIDO
                   STRING WS-FECHAHORA-AUD-TEXTO     DELIMITED BY SIZE
                          ";APELLIDO="               DELIMITED BY SIZE
                          ";"                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MODO-TEXTO)
                                                     DELIMITED BY SIZE
                          ";"                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPE-ID)   DELIMITED BY SIZE
                       INTO WS-LINEA-AUDITORIA
                   END-STRING
               ELSE
                          ";"                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-MODO-TEXTO)
                                                     DELIMITED BY SIZE
                          ";"                        DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OPE-ID)   DELIMITED BY SIZE
                       INTO WS-LINEA-AUDITORIA
                   END-STRING
               END-IF
               AT END
                   SET FIN-DE-FICHERO TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   MOVE MAE-NOMBRE TO WS-CAMPO-COMPARAR
                   PERFORM COMPARAR-CRITERIO
                   IF REGISTRO-CASA
               AT END
                   SET FIN-DE-FICHERO TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   MOVE MAE-APELLIDO1 TO WS-CAMPO-COMPARAR
                   PERFORM COMPARAR-CRITERIO
                   IF REGISTRO-CASA

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPGENPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM REPORTE.

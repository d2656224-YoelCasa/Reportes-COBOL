           FILE STATUS IS FS-STATUS-INT.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".
       01  WS-FECHA-ACTUAL        PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "EXTNOM" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           IF MAE-ABIERTO AND INT-ABIERTO
           END-IF.

           PERFORM CIERRE.

           MOVE WS-CONTADOR-EXTRAIDOS TO WS-EJE-ESCRITOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Antes de abrir nada se toma el cerrojo de ejecucion del
      *    maestro en modo lectura: la extraccion no debe convivir
      *    con un escritor que cambie el maestro a mitad de pasada.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "EXTNOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   PERFORM ESCRIBIR-DETALLE
           END-READ.


       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM EXTNOM.

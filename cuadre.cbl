           FILE STATUS IS FS-STATUS-DUP.

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
       01  WS-FECHA-TEXTO       PIC X(10).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "CUADRE" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
           END-IF.

           PERFORM CIERRE.

           MOVE WS-MAE-TOTAL TO WS-EJE-LEIDOS
           MOVE WS-CONTADOR-DESCUADRES TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    El maestro es imprescindible: sin el no hay nada que
      *    maestro en modo lectura: los recuentos del cuadre no deben
      *    hacerse con un escritor cambiando el maestro debajo.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "CUADRE" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM CUADRE.

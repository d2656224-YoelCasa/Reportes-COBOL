           FILE STATUS IS FS-STATUS-PRE.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MOVIMIENTOS.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MOV PIC XX.
           88 FS-OK-MOV VALUE "00".
       01  WS-FS-ETIQUETA           PIC X(30).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "VALIMOV" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           PERFORM PROCESAR UNTIL FIN-FICHERO-MOV.

           PERFORM CIERRE.

           COMPUTE WS-EJE-LEIDOS = WS-TOTAL-APLICARIAN
               + WS-TOTAL-RECHAZARIAN
           MOVE WS-TOTAL-APLICARIAN TO WS-EJE-ESCRITOS
           MOVE WS-TOTAL-RECHAZARIAN TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    La prevision toma el cerrojo de ejecucion del maestro en
      *    modo lectura, como cualquier informe.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "VALIMOV" TO WS-CER-PROGRAMA
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
       END PROGRAM VALIMOV.

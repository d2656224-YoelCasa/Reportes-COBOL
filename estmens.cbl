           FILE STATUS IS FS-STATUS-TEN.

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
           05 FILLER          PIC X(38) VALUE SPACES.

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "ESTMENS" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.
           MOVE WS-FECHA-ACTUAL(1:6) TO WS-PERIODO.

               MOVE 8 TO RETURN-CODE
           ELSE
      *    El recuento toma el cerrojo de ejecucion del maestro en
      *    modo lectura, como cualquier informe de cierre, una vez
      *    identificado el operador.
               PERFORM IDENTIFICAR-OPERADOR
               IF OPERADOR-IDENTIFICADO
                   MOVE "ESTMENS" TO WS-CER-PROGRAMA
                   MOVE "L" TO WS-CER-MODO-PEDIDO
                   PERFORM TOMAR-CERROJO
               END-IF
               IF CERROJO-CONCEDIDO
                   PERFORM CONTAR-MAESTRO
                   PERFORM LIBERAR-CERROJO
               END-IF
           END-IF.

           COMPUTE WS-EJE-LEIDOS = WS-TOTAL-ACTIVOS + WS-TOTAL-BAJAS
           COMPUTE WS-EJE-ESCRITOS = WS-MES-ALTAS + WS-MES-BAJAS
               + WS-MES-MODIFS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Traduce un FILE STATUS a un mensaje de operador y, para

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM ESTMENS.

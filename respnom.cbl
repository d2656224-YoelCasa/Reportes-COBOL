           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00" "02".
       01  WS-FECHA-ACTUAL    PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.


           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.

           PERFORM IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-IDENTIFICADO
               SET FIN-MENU TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM PROCESAR-MENU UNTIL FIN-MENU.

           PERFORM FIN-PROGRAMA.

           EVALUATE TRUE
               WHEN OPCION-DESCARGA
                   IF ROL-PERMITE-MANTENER
                       PERFORM DESCARGAR-MAESTRO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-RESTAURACION
                   IF ROL-ADMINISTRADOR
                       PERFORM RESTAURAR-MAESTRO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-SALIR
                   SET FIN-MENU TO TRUE
               WHEN OTHER
               MOVE "S" TO JRN-OPERACION
               MOVE SPACES TO JRN-ANTES
               MOVE SPACES TO JRN-DESPUES
               MOVE WS-OPE-ID TO JRN-OPERADOR
               MOVE SPACES TO JRN-LOTE
               WRITE REGISTRO-DIARIO
               CLOSE FICHERO-DIARIO
           ELSE

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM RESPNOM.

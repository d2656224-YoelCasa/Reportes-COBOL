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
       01  WS-CONTADOR-AVISOS       PIC 9(09) VALUE ZERO.

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

      *    Rehacer el maestro entero es cosa del administrador: ni se
      *    pide la confirmacion a otro rol.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-ADMINISTRADOR
               DISPLAY "RECUPERACION DEL MAESTRO: RESTAURA nombres.dat "
                   "DESDE respaldo.dat Y REAPLICA diario.dat."
               DISPLAY "CONFIRMA (S/N): "
               ACCEPT WS-CONFIRMACION
           ELSE
               IF OPERADOR-IDENTIFICADO
                   PERFORM AVISAR-PERMISO-DENEGADO
               END-IF
               MOVE 12 TO RETURN-CODE
           END-IF.

           IF CONFIRMADO
               MOVE "RECUNOM" TO WS-CER-PROGRAMA

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM RECUNOM.

           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-DECISIONES.

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-DEC PIC XX.
           88 FS-OK-DEC VALUE "00".
       01  WS-FS-ETIQUETA           PIC X(30).

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    maestro en modo escritura: la fusion no debe arrancar
      *    mientras otro trabajo tenga nombres.dat en uso.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-PERMITE-CALIDAD
               MOVE "FUSNOM" TO WS-CER-PROGRAMA
               MOVE "E" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           ELSE
               IF OPERADOR-IDENTIFICADO
                   PERFORM AVISAR-PERMISO-DENEGADO
               END-IF
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               MOVE WS-JRN-OPERACION TO JRN-OPERACION
               MOVE WS-JRN-ANTES TO JRN-ANTES
               MOVE WS-JRN-DESPUES TO JRN-DESPUES
               MOVE WS-OPE-ID TO JRN-OPERADOR
               MOVE SPACES TO JRN-LOTE
               WRITE REGISTRO-DIARIO
               IF NOT FS-OK-JRN
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM FUSNOM.

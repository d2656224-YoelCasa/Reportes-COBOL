           FILE STATUS IS FS-STATUS-JRN.

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

           MOVE "APLIMOV" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           PERFORM PROCESAR UNTIL FIN-FICHERO-MOV.

           PERFORM CIERRE.

           COMPUTE WS-EJE-LEIDOS = WS-CONTADOR-APLICADOS
               + WS-CONTADOR-RECHAZADOS
           MOVE WS-CONTADOR-APLICADOS TO WS-EJE-ESCRITOS
           MOVE WS-CONTADOR-RECHAZADOS TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Antes de abrir nada se toma el cerrojo de ejecucion del
      *    maestro en modo escritura: los movimientos no deben
      *    aplicarse mientras otro trabajo tenga nombres.dat en uso.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-PERMITE-MANTENER
               MOVE "APLIMOV" TO WS-CER-PROGRAMA
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

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM APLIMOV.

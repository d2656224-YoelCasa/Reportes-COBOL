           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
      *    Fichero de intercambio de ancho fijo, el mismo layout que

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-INT PIC XX.
           88 FS-OK-INT VALUE "00".
       01  WS-FECHA-ACTUAL          PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "CARGAINT" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM VERIFICAR-FICHERO.

           IF FICHERO-VALIDO
               END-IF
           END-IF.

           MOVE WS-CONTADOR-DETALLES TO WS-EJE-LEIDOS
           COMPUTE WS-EJE-ESCRITOS = WS-CONTADOR-ALTAS
               + WS-CONTADOR-MODIFICADOS
           MOVE WS-CONTADOR-RECHAZADOS TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *----------------------------------------------------------------
      *    maestro en modo escritura: la carga de la interfaz no debe
      *    arrancar mientras otro trabajo tenga nombres.dat en uso.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-PERMITE-MANTENER
               MOVE "CARGAINT" TO WS-CER-PROGRAMA
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
       END PROGRAM CARGAINT.


           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPGENSEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPGENFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPGENWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "RECONOM" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
           END-IF.

           PERFORM CIERRE.

           COMPUTE WS-EJE-ESCRITOS = WS-CONTADOR-DUPLICADOS
               + WS-CONTADOR-PARECIDOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Antes de abrir nada se toma el cerrojo de ejecucion del
      *    cerrojo se deniega no se abren los informes, para no pisar
      *    duplicados.csv ni parecidos.csv de la ejecucion anterior.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "RECONOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   MOVE FUNCTION TRIM(MAE-NOMBRE)    TO REG-NOMBRE
                   MOVE FUNCTION TRIM(MAE-APELLIDO1) TO REG-APELLIDO1
                   MOVE FUNCTION TRIM(MAE-APELLIDO2) TO REG-APELLIDO2

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPGENPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM RECONOM.

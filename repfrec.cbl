
           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPGENSEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-ENTRADA.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPGENFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS PIC XX.
           88 FS-OK VALUE "00".

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPGENWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "REPFREC" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
           END-IF.

           PERFORM CIERRE.

           MOVE WS-CONTADOR-APELLIDOS TO WS-EJE-ESCRITOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Antes de abrir nada se toma el cerrojo de ejecucion del
      *    arranca a mitad del recuento, y el frecuencias.csv de la
      *    ejecucion anterior no se pisa si el cerrojo se deniega.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "REPFREC" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               AT END
                   SET FIN-DE-FICHERO TO TRUE
               NOT AT END
                   ADD 1 TO WS-EJE-LEIDOS
                   MOVE FUNCTION TRIM(MAE-APELLIDO1) TO REG-APELLIDO1
                   RELEASE REGISTRO-ORDENADO
           END-READ.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPGENPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM REPFREC.

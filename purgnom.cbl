           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.

       FD  FICHERO-HISTORICO.
       01  REGISTRO-HISTORICO.
           COPY CPNOMHIS.

       FD  FICHERO-RESUMEN.
       01  REGISTRO-RESUMEN PIC X(132).

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
      *    El estado "02" no es un error: avisa de que la lectura o
      *    escritura toco un duplicado de la clave alternativa de
       01  WS-FECHA-ACTUAL    PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
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
               WHEN OPCION-PURGA
                   IF ROL-ADMINISTRADOR
                       PERFORM PURGAR-BAJAS
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-CONSULTA
                   PERFORM CONSULTAR-HISTORICO
               WHEN OPCION-SALIR
      *    escritura; la consulta del historico no lo necesita porque
      *    no toca nombres.dat.
       EJECUTAR-PURGA.
           MOVE "PURGNOM" TO WS-EJE-PROGRAMA
           PERFORM INICIAR-EJECUCION

           MOVE 'N' TO WS-EOF-MAE
           MOVE ZERO TO WS-CONTADOR-ARCHIVADOS
           MOVE ZERO TO WS-CONTADOR-EXAMINADOS
           IF CERROJO-CONCEDIDO
               PERFORM EJECUTAR-PURGA-CON-CERROJO
               PERFORM LIBERAR-CERROJO
           END-IF

           MOVE WS-CONTADOR-EXAMINADOS TO WS-EJE-LEIDOS
           MOVE WS-CONTADOR-ARCHIVADOS TO WS-EJE-ESCRITOS
           PERFORM REGISTRAR-EJECUCION.

       EJECUTAR-PURGA-CON-CERROJO.
           PERFORM ABRIR-FICHEROS-PURGA
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
       END PROGRAM PURGNOM.

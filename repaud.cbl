           ASSIGN TO "auditoria.tmp"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-TMP.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-AUDITORIA.
       FD  FICHERO-TEMPORAL.
       01  REGISTRO-TEMPORAL PIC X(132).

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-AUD PIC XX.
           88 FS-OK-AUD VALUE "00".

       01  WS-FECHA-ACTUAL        PIC X(08).
       01  WS-FECHA-TEXTO         PIC X(10).

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

               INTO WS-FECHA-TEXTO
           END-STRING.

           PERFORM IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-IDENTIFICADO
               SET FIN-MENU TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Traduce un FILE STATUS a un mensaje de operador y, para
      *    cualquier estado distinto de "00", deja el RETURN-CODE del
      *    programa a un valor distinto de cero.
               WHEN OPCION-INFORME
                   PERFORM GENERAR-INFORME
               WHEN OPCION-PURGA
                   IF ROL-ADMINISTRADOR
                       PERFORM PURGAR-AUDITORIA
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-SALIR
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   WRITE REGISTRO-AUDITORIA
           END-READ.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM REPAUD.

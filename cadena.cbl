           ASSIGN TO "control.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-CTL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-PLAN.
       FD  FICHERO-CONTROL.
       01  REGISTRO-CONTROL PIC X(120).

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-PLA PIC XX.
           88 FS-OK-PLA VALUE "00".

       01  WS-CONTADOR-EJECUTADOS PIC 9(03) VALUE ZERO.
       01  WS-CONTADOR-SALTADOS   PIC 9(03) VALUE ZERO.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

      *    El operador se identifica una sola vez para toda la cadena;
      *    cada paso lo recoge del entorno y comprueba por su cuenta
      *    que el rol le permita ejecutarse.
           PERFORM IDENTIFICAR-OPERADOR.

           IF NOT OPERADOR-IDENTIFICADO
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM PUBLICAR-OPERADOR
               PERFORM CARGAR-PLAN
               IF WS-TOTAL-PASOS = ZERO
                   DISPLAY "EL PLAN plan.csv NO TIENE PASOS. NADA QUE "
                       "ENCADENAR."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM CARGAR-CONTROL-ANTERIOR
                   PERFORM DECIDIR-REANUDACION
                   PERFORM EJECUTAR-CADENA
                   PERFORM RESUMEN
               END-IF
           END-IF.

           PERFORM FIN-PROGRAMA.

      *    Deja al operador identificado en el entorno de los pasos,
      *    que lo toman de ahi en vez de volver a pedirlo por consola.
       PUBLICAR-OPERADOR.
           SET ENVIRONMENT "NOMOPERADOR" TO WS-OPE-ID.
           SET ENVIRONMENT "NOMCLAVE" TO WS-OPE-CLAVE.

      *    Traduce un FILE STATUS a un mensaje de operador y, para
      *    cualquier estado distinto de "00", deja el RETURN-CODE del
      *    programa a un valor distinto de cero.
               DISPLAY "CADENA COMPLETA."
           END-IF.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM CADENA.

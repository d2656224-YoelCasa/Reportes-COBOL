           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-CSV.

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-CSV PIC XX.
           88 FS-OK-CSV VALUE "00".
       01  WS-FECHA-ACTUAL          PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "CARGAENT" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM APERTURA.

           PERFORM PROCESAR UNTIL FIN-FICHERO-CSV.

           PERFORM CIERRE.

           COMPUTE WS-EJE-LEIDOS = WS-CONTADOR-CARGADOS
               + WS-CONTADOR-RECHAZADOS
           MOVE WS-CONTADOR-CARGADOS TO WS-EJE-ESCRITOS
           MOVE WS-CONTADOR-RECHAZADOS TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

           PERFORM FIN-PROGRAMA.

      *    Antes de abrir nada se toma el cerrojo de ejecucion del
      *    trabajo (una sesion de MANTNOM, un lote de REPORTE) tenga
      *    el fichero en uso.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-ADMINISTRADOR
               MOVE "CARGAENT" TO WS-CER-PROGRAMA
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
       END PROGRAM CARGAENT.

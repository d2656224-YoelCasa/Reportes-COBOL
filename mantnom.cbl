           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-JRN.

      *    Cola de cambios pendientes de aprobacion (layout CPNOMPEN),
      *    numerada correlativamente; la resuelve APRUNOM.
           SELECT FICHERO-PENDIENTES
           ASSIGN TO "pendientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NUMERO
           FILE STATUS IS FS-STATUS-PEN.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

       FD  FICHERO-PENDIENTES.
       01  REGISTRO-PENDIENTE.
           COPY CPNOMPEN.

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".
       01  FS-STATUS-PEN PIC XX.
           88 FS-OK-PEN VALUE "00".
           88 FS-ERROR-PEN VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).
           88 MAE-ABIERTO           VALUE 'S'.
       01  WS-JRN-ABIERTO           PIC X VALUE 'N'.
           88 JRN-ABIERTO           VALUE 'S'.
       01  WS-PEN-ABIERTO           PIC X VALUE 'N'.
           88 PEN-ABIERTO           VALUE 'S'.
       01  WS-EOF-PEN               PIC X VALUE 'N'.
           88 FIN-FICHERO-PEN       VALUE 'S'.

      *    Operacion e imagenes pendientes de anotar en el diario de
      *    actualizaciones del maestro (diario.dat, layout CPNOMJRN).
       01  WS-JRN-ANTES             PIC X(105).
       01  WS-JRN-DESPUES           PIC X(105).

      *    Solicitud pendiente de dejar en la cola de aprobacion: las
      *    altas, los cambios de clave y los borrados fisicos no se
      *    aplican aqui, los aplica APRUNOM cuando otro operador los
      *    aprueba.
       01  WS-PEN-OPERACION         PIC X(01).
       01  WS-PEN-ANTES             PIC X(105).
       01  WS-PEN-DESPUES           PIC X(105).
       01  WS-ULTIMO-PENDIENTE      PIC 9(08) VALUE ZERO.

       01  WS-OPCION PIC 9(01) VALUE ZERO.
           88 OPCION-ALTA          VALUE 1.
           88 OPCION-MODIFICAR     VALUE 2.
       01  WS-FECHA-ACTUAL      PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

      *    en modo escritura: una sesion de mantenimiento abierta no
      *    debe convivir con un CARGAENT que recrea el fichero ni con
      *    ningun otro trabajo sobre nombres.dat.
      *    Solo entra un operador con rol de mantenimiento o superior;
      *    el borrado fisico queda ademas reservado al administrador.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-PERMITE-MANTENER
               MOVE "MANTNOM" TO WS-CER-PROGRAMA
               MOVE "E" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           ELSE
               IF OPERADOR-IDENTIFICADO
                   PERFORM AVISAR-PERMISO-DENEGADO
               END-IF
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
           END-IF.
           IF FS-OK-JRN
               SET JRN-ABIERTO TO TRUE
               PERFORM ABRIR-PENDIENTES
           ELSE
               MOVE FS-STATUS-JRN TO WS-FS-CODIGO
               MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
               SET FIN-MANTENIMIENTO TO TRUE
           END-IF.

      *    La cola de pendientes se crea vacia la primera vez y se
      *    reabre en I-O; se recorre entera para seguir la numeracion
      *    de las solicitudes donde la dejo la sesion anterior.
       ABRIR-PENDIENTES.
           OPEN I-O FICHERO-PENDIENTES.
           IF FS-ERROR-PEN
               OPEN OUTPUT FICHERO-PENDIENTES
               IF FS-OK-PEN
                   CLOSE FICHERO-PENDIENTES
                   OPEN I-O FICHERO-PENDIENTES
               END-IF
           END-IF.
           IF FS-OK-PEN
               SET PEN-ABIERTO TO TRUE
               PERFORM BUSCAR-ULTIMO-PENDIENTE
           ELSE
               MOVE FS-STATUS-PEN TO WS-FS-CODIGO
               MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               SET FIN-MANTENIMIENTO TO TRUE
           END-IF.

       BUSCAR-ULTIMO-PENDIENTE.
           MOVE ZERO TO WS-ULTIMO-PENDIENTE
           MOVE 'N' TO WS-EOF-PEN
           MOVE ZERO TO PEN-NUMERO
           START FICHERO-PENDIENTES KEY IS NOT LESS THAN PEN-NUMERO
               INVALID KEY
                   SET FIN-FICHERO-PEN TO TRUE
           END-START
           PERFORM LEER-SIGUIENTE-PENDIENTE UNTIL FIN-FICHERO-PEN.

       LEER-SIGUIENTE-PENDIENTE.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO-PEN TO TRUE
               NOT AT END
                   MOVE PEN-NUMERO TO WS-ULTIMO-PENDIENTE
           END-READ.

      *    Deja en la cola la solicitud preparada, con el operador que
      *    la pide, para que otro distinto la resuelva en APRUNOM.
       GRABAR-PENDIENTE.
           ADD 1 TO WS-ULTIMO-PENDIENTE
           MOVE WS-ULTIMO-PENDIENTE TO PEN-NUMERO
           SET PEN-PENDIENTE TO TRUE
           MOVE WS-PEN-OPERACION TO PEN-OPERACION
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA-SOLICITUD
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA-SOLICITUD
           MOVE WS-OPE-ID TO PEN-SOLICITANTE
           MOVE WS-PEN-ANTES TO PEN-ANTES
           MOVE WS-PEN-DESPUES TO PEN-DESPUES
           MOVE SPACES TO PEN-FECHA-RESOLUCION
           MOVE SPACES TO PEN-HORA-RESOLUCION
           MOVE SPACES TO PEN-REVISOR
           MOVE SPACES TO PEN-MOTIVO
           WRITE REGISTRO-PENDIENTE
               INVALID KEY
                   DISPLAY "ERROR GRABANDO LA SOLICITUD "
                       WS-ULTIMO-PENDIENTE "."
                   SET FIN-MANTENIMIENTO TO TRUE
               NOT INVALID KEY
                   DISPLAY "SOLICITUD " WS-ULTIMO-PENDIENTE
                       " PENDIENTE DE APROBACION POR OTRO OPERADOR."
           END-WRITE.

      *    Anota en diario.dat la operacion pendiente con su imagen
      *    anterior y posterior, fechada y firmada por este programa.
       GRABAR-DIARIO.
               MOVE WS-JRN-OPERACION TO JRN-OPERACION
               MOVE WS-JRN-ANTES TO JRN-ANTES
               MOVE WS-JRN-DESPUES TO JRN-DESPUES
               MOVE WS-OPE-ID TO JRN-OPERADOR
               MOVE SPACES TO JRN-LOTE
               WRITE REGISTRO-DIARIO
               IF NOT FS-OK-JRN
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO
               WHEN OPCION-BAJA
                   PERFORM BAJA-REGISTRO
               WHEN OPCION-BAJA-FISICA
                   IF ROL-ADMINISTRADOR
                       PERFORM BAJA-FISICA-REGISTRO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-SALIR
                   SET FIN-MANTENIMIENTO TO TRUE
               WHEN OTHER
       MOSTRAR-MENU.
           DISPLAY "----------------------------------------".
           DISPLAY "MANTENIMIENTO DE NOMBRES (nombres.dat)".
           DISPLAY "  1. ALTA DE REGISTRO (A APROBACION)".
           DISPLAY "  2. MODIFICACION DE REGISTRO (A APROBACION)".
           DISPLAY "  3. BAJA DE REGISTRO (LOGICA)".
           DISPLAY "  4. BAJA FISICA DE REGISTRO (A APROBACION)".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

           DISPLAY "Apellido 2: "
           ACCEPT WS-APELLIDO2-CLAVE.

      *    El alta se comprueba contra el maestro al pedirla, para
      *    no llenar la cola de claves que ya existen; APRUNOM lo
      *    vuelve a comprobar al aplicarla.
       ALTA-REGISTRO.
           PERFORM PEDIR-CLAVE-ACTUAL

           MOVE WS-NOMBRE-CLAVE    TO MAE-NOMBRE
           MOVE WS-APELLIDO1-CLAVE TO MAE-APELLIDO1
           MOVE WS-APELLIDO2-CLAVE TO MAE-APELLIDO2

           READ FICHERO-MAESTRO
               INVALID KEY
                   PERFORM SOLICITAR-ALTA
               NOT INVALID KEY
                   DISPLAY "YA EXISTE UN REGISTRO CON ESA CLAVE."
           END-READ.

       SOLICITAR-ALTA.
           MOVE WS-NOMBRE-CLAVE    TO MAE-NOMBRE
           MOVE WS-APELLIDO1-CLAVE TO MAE-APELLIDO1
           MOVE WS-APELLIDO2-CLAVE TO MAE-APELLIDO2
           SET MAE-ACTIVO          TO TRUE
           MOVE SPACES             TO MAE-FECHA-BAJA

           MOVE "A" TO WS-PEN-OPERACION
           MOVE SPACES TO WS-PEN-ANTES
           MOVE REGISTRO-MAESTRO TO WS-PEN-DESPUES
           PERFORM GRABAR-PENDIENTE.

      *    Como la clave es NOMBRE+APELLIDO1+APELLIDO2, corregir un
      *    apellido cambia la clave: APRUNOM, al aprobarlo, borra el
      *    registro original y lo vuelve a escribir con los valores
      *    nuevos en vez de intentar un REWRITE sobre la clave.
       MODIFICAR-REGISTRO.
           DISPLAY "Clave del registro a modificar:"
           PERFORM PEDIR-CLAVE-ACTUAL
                   DISPLAY "NO EXISTE UN REGISTRO CON ESA CLAVE."
               NOT INVALID KEY
                   MOVE MAE-DATOS TO WS-DATOS-GUARDADOS
                   MOVE REGISTRO-MAESTRO TO WS-PEN-ANTES
                   PERFORM PEDIR-CLAVE-NUEVA
                   PERFORM SUSTITUIR-REGISTRO
           END-READ.
               MOVE WS-APELLIDO2-CLAVE TO WS-APELLIDO2-NUEVO
           END-IF.

      *    Antes de pedir el cambio se comprueba que la clave nueva no
      *    pertenezca ya a otro registro; APRUNOM lo vuelve a
      *    comprobar antes de borrar el original, porque si se
      *    borrara y la clave nueva resultara duplicada, el registro
      *    original se perderia sin poder deshacer el borrado.
       SUSTITUIR-REGISTRO.
           IF WS-NOMBRE-NUEVO = WS-NOMBRE-CLAVE

               READ FICHERO-MAESTRO
                   INVALID KEY
                       PERFORM SOLICITAR-CAMBIO-CLAVE
                   NOT INVALID KEY
                       DISPLAY "YA EXISTE UN REGISTRO CON LA CLAVE "
                           "NUEVA. NO SE MODIFICA EL ORIGINAL."
               END-READ
           END-IF.

       SOLICITAR-CAMBIO-CLAVE.
           MOVE WS-NOMBRE-NUEVO    TO MAE-NOMBRE
           MOVE WS-APELLIDO1-NUEVO TO MAE-APELLIDO1
           MOVE WS-APELLIDO2-NUEVO TO MAE-APELLIDO2
           MOVE WS-DATOS-GUARDADOS TO MAE-DATOS
           MOVE WS-FECHA-ACTUAL    TO MAE-FECHA-MODIF

           MOVE "K" TO WS-PEN-OPERACION
           MOVE REGISTRO-MAESTRO TO WS-PEN-DESPUES
           PERFORM GRABAR-PENDIENTE.

      *    La baja normal es logica: el registro se conserva marcado
      *    con estado "B" y la fecha de baja, de modo que quede rastro
      *    de quien estuvo dado de alta y cuando causo baja. El borrado
      *    fisico queda como opcion aparte (BAJA-FISICA-REGISTRO) para
      *    depurar altas erroneas, y pasa por la cola de aprobacion.
       BAJA-REGISTRO.
           DISPLAY "Clave del registro a dar de baja:"
           PERFORM PEDIR-CLAVE-ACTUAL
               INVALID KEY
                   DISPLAY "NO EXISTE UN REGISTRO CON ESA CLAVE."
               NOT INVALID KEY
                   MOVE "D" TO WS-PEN-OPERACION
                   MOVE REGISTRO-MAESTRO TO WS-PEN-ANTES
                   MOVE SPACES TO WS-PEN-DESPUES
                   PERFORM GRABAR-PENDIENTE
           END-READ.

       CIERRE.
               END-IF
           END-IF.

           IF PEN-ABIERTO
               CLOSE FICHERO-PENDIENTES
               IF NOT FS-OK-PEN
                   MOVE FS-STATUS-PEN TO WS-FS-CODIGO
                   MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

           PERFORM LIBERAR-CERROJO.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM MANTNOM.

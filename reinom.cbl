
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REINOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-MAESTRO
           ASSIGN TO "nombres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAE-CLAVE
           ALTERNATE RECORD KEY IS MAE-APELLIDO1 WITH DUPLICATES
           FILE STATUS IS FS-STATUS-MAE.

           SELECT FICHERO-HISTORICO
           ASSIGN TO "historico.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIS-CLAVE
           FILE STATUS IS FS-STATUS-HIS.

      *    Lote de reingresos para las correcciones masivas: una clave
      *    por linea, NOMBRE,APELLIDO1,APELLIDO2, con el mismo
      *    criterio de comillas que movimientos.csv.
           SELECT FICHERO-REINGRESOS
           ASSIGN TO "reingresos.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-REI.

           SELECT FICHERO-RESULTADO
           ASSIGN TO "resulrei.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-RES.

           SELECT FICHERO-DIARIO
           ASSIGN TO "diario.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-JRN.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-MAESTRO.
           COPY CPNOMREG.

       FD  FICHERO-HISTORICO.
       01  REGISTRO-HISTORICO.
           COPY CPNOMHIS.

       FD  FICHERO-REINGRESOS.
       01  REGISTRO-REINGRESO PIC X(200).

       FD  FICHERO-RESULTADO.
       01  REGISTRO-RESULTADO PIC X(200).

       FD  FICHERO-DIARIO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
      *    El estado "02" no es un error: avisa de que la lectura o
      *    escritura toco un duplicado de la clave alternativa de
      *    apellido, cosa normal en un fichero con WITH DUPLICATES.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00" "02".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-HIS PIC XX.
           88 FS-OK-HIS VALUE "00".
           88 FS-ERROR-HIS VALUE "35".
       01  FS-STATUS-REI PIC XX.
           88 FS-OK-REI VALUE "00".
           88 FS-ERROR-REI VALUE "35".
       01  FS-STATUS-RES PIC XX.
           88 FS-OK-RES VALUE "00".
           88 FS-ERROR-RES VALUE "35".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-FIN-MENU              PIC X VALUE 'N'.
           88 FIN-MENU              VALUE 'S'.

       01  WS-OPCION PIC 9(01) VALUE ZERO.
           88 OPCION-REACTIVAR     VALUE 1.
           88 OPCION-RECUPERAR     VALUE 2.
           88 OPCION-LOTE          VALUE 3.
           88 OPCION-SALIR         VALUE 9.

       01  WS-CONFIRMACION    PIC X VALUE 'N'.
           88 CONFIRMADO      VALUE 'S' 's'.

       01  WS-EOF-REI         PIC X VALUE 'N'.
           88 FIN-FICHERO-REI VALUE 'S'.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.
       01  WS-HIS-ABIERTO     PIC X VALUE 'N'.
           88 HIS-ABIERTO     VALUE 'S'.
       01  WS-REI-ABIERTO     PIC X VALUE 'N'.
           88 REI-ABIERTO     VALUE 'S'.
       01  WS-RES-ABIERTO     PIC X VALUE 'N'.
           88 RES-ABIERTO     VALUE 'S'.
       01  WS-JRN-ABIERTO     PIC X VALUE 'N'.
           88 JRN-ABIERTO     VALUE 'S'.

       01  WS-CSV-LONGITUD      PIC 9(03) COMP.
       01  WS-CSV-INDICE        PIC 9(03) COMP.
       01  WS-CSV-CAMPO         PIC 9(03) COMP.
       01  WS-CSV-PUNTERO       PIC 9(03) COMP.
       01  WS-CSV-LIMITE        PIC 9(03) COMP.
       01  WS-CSV-CARACTER      PIC X.
       01  WS-CSV-BUFFER        PIC X(30) VALUE SPACES.
       01  WS-CSV-EN-COMILLAS   PIC X VALUE 'N'.
           88 CSV-EN-COMILLAS   VALUE 'S'.

      *    Clave del reingreso en curso, tecleada o leida del lote.
       01  WS-REI-NOMBRE        PIC X(20) VALUE SPACES.
       01  WS-REI-APELLIDO1     PIC X(30) VALUE SPACES.
       01  WS-REI-APELLIDO2     PIC X(30) VALUE SPACES.

       01  WS-REI-ACCION        PIC X(12) VALUE SPACES.
           88 REI-REACTIVACION  VALUE "REACTIVACION".
           88 REI-RECUPERACION  VALUE "RECUPERACION".
       01  WS-MOTIVO-RECHAZO    PIC X(40) VALUE SPACES.

       01  WS-FECHA-ACTUAL      PIC X(08).

       01  WS-CONTADOR-REACTIVADOS  PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-RECUPERADOS  PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADOS   PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-TXT          PIC Z(5)9.

       01  WS-LINEA-RESULTADO   PIC X(200) VALUE SPACES.

      *    Operacion e imagenes pendientes de anotar en el diario de
      *    actualizaciones del maestro (diario.dat, layout CPNOMJRN).
       01  WS-JRN-OPERACION         PIC X(01).
       01  WS-JRN-ANTES             PIC X(105).
       01  WS-JRN-DESPUES           PIC X(105).

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.

           PERFORM IDENTIFICAR-OPERADOR.
           IF NOT OPERADOR-IDENTIFICADO
               SET FIN-MENU TO TRUE
               MOVE 12 TO RETURN-CODE
           END-IF.

           PERFORM PROCESAR-MENU UNTIL FIN-MENU.

           PERFORM FIN-PROGRAMA.

      *    Traduce un FILE STATUS a un mensaje de operador y, para
      *    cualquier estado distinto de "00", deja el RETURN-CODE del
      *    programa a un valor distinto de cero.
       EVALUAR-ESTADO-FICHERO.
           EVALUATE WS-FS-CODIGO
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   DISPLAY "REGISTRO NO ENCONTRADO EN "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 8 TO RETURN-CODE
               WHEN "35"
                   DISPLAY "EL FICHERO NO EXISTE: "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 12 TO RETURN-CODE
               WHEN "37"
                   DISPLAY "DISPOSITIVO U ORGANIZACION NO SOPORTADA EN "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 16 TO RETURN-CODE
               WHEN "39"
                   DISPLAY "CONFLICTO DE ATRIBUTOS EN "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 16 TO RETURN-CODE
               WHEN "41"
                   DISPLAY "EL FICHERO YA ESTABA ABIERTO: "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ERROR DE E/S EN "
                       WS-FS-ETIQUETA ". STATUS: " WS-FS-CODIGO
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.

      *    Reactivar una baja logica es mantenimiento ordinario, como
      *    darla; sacar un registro del historico deshace una purga y
      *    queda, como la purga, para el administrador. En el lote,
      *    las lineas que exigen recuperar del historico se rechazan
      *    si el operador no es administrador.
       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           PERFORM LEER-OPCION

           EVALUATE TRUE
               WHEN OPCION-REACTIVAR
                   IF ROL-PERMITE-MANTENER
                       PERFORM REACTIVAR-INTERACTIVO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-RECUPERAR
                   IF ROL-ADMINISTRADOR
                       PERFORM RECUPERAR-INTERACTIVO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-LOTE
                   IF ROL-PERMITE-MANTENER
                       PERFORM PROCESAR-LOTE
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-SALIR
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

       MOSTRAR-MENU.
           DISPLAY "----------------------------------------".
           DISPLAY "REINGRESO DE BAJAS (nombres.dat)".
           DISPLAY "  1. REACTIVAR UNA BAJA LOGICA".
           DISPLAY "  2. RECUPERAR UN REGISTRO PURGADO".
           DISPLAY "  3. PROCESAR EL LOTE reingresos.csv".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

       LEER-OPCION.
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION.

       PEDIR-CLAVE.
           DISPLAY "Nombre: "
           ACCEPT WS-REI-NOMBRE
           DISPLAY "Apellido 1: "
           ACCEPT WS-REI-APELLIDO1
           DISPLAY "Apellido 2: "
           ACCEPT WS-REI-APELLIDO2.

      *----------------------------------------------------------------
      *    Apertura y cierre comunes a las tres opciones. Todas toman
      *    el cerrojo de ejecucion del maestro en modo escritura y no
      *    tocan nada sin diario, porque la recuperacion hacia delante
      *    de RECUNOM depende de que ninguna escritura del maestro
      *    quede sin anotar. El historico puede no existir todavia si
      *    nunca se ha purgado: entonces solo hay bajas que reactivar.
      *----------------------------------------------------------------
       ABRIR-FICHEROS.
           OPEN I-O FICHERO-MAESTRO.
           IF FS-OK-MAE
               SET MAE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO SE PUDO ABRIR nombres.dat. "
                   "EJECUTE PRIMERO CARGAENT."
           END-IF.

           IF MAE-ABIERTO
               OPEN I-O FICHERO-HISTORICO
               IF FS-OK-HIS
                   SET HIS-ABIERTO TO TRUE
               ELSE
                   IF NOT FS-ERROR-HIS
                       MOVE FS-STATUS-HIS TO WS-FS-CODIGO
                       MOVE "ARCHIVO HISTORICO" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                   END-IF
               END-IF
           END-IF.

           IF MAE-ABIERTO
               OPEN EXTEND FICHERO-DIARIO
               IF FS-ERROR-JRN
                   OPEN OUTPUT FICHERO-DIARIO
               END-IF
               IF FS-OK-JRN
                   SET JRN-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO
                   MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       CERRAR-FICHEROS.
           IF MAE-ABIERTO
               CLOSE FICHERO-MAESTRO
               MOVE 'N' TO WS-MAE-ABIERTO
           END-IF.
           IF HIS-ABIERTO
               CLOSE FICHERO-HISTORICO
               MOVE 'N' TO WS-HIS-ABIERTO
           END-IF.
           IF JRN-ABIERTO
               CLOSE FICHERO-DIARIO
               MOVE 'N' TO WS-JRN-ABIERTO
           END-IF.

       TOMAR-CERROJO-REINGRESO.
           MOVE "REINOM" TO WS-CER-PROGRAMA
           MOVE "E" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO.

      *----------------------------------------------------------------
      *    REACTIVACION INTERACTIVA de una baja logica.
      *----------------------------------------------------------------
       REACTIVAR-INTERACTIVO.
           PERFORM PEDIR-CLAVE
           PERFORM TOMAR-CERROJO-REINGRESO
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               IF MAE-ABIERTO AND JRN-ABIERTO
                   PERFORM CONFIRMAR-REACTIVACION
               END-IF
               PERFORM CERRAR-FICHEROS
               PERFORM LIBERAR-CERROJO
           END-IF.

       CONFIRMAR-REACTIVACION.
           MOVE WS-REI-NOMBRE    TO MAE-NOMBRE
           MOVE WS-REI-APELLIDO1 TO MAE-APELLIDO1
           MOVE WS-REI-APELLIDO2 TO MAE-APELLIDO2
           READ FICHERO-MAESTRO
               INVALID KEY
                   DISPLAY "NO EXISTE EN EL MAESTRO ESA CLAVE. SI FUE "
                       "PURGADA, USE LA OPCION 2."
               NOT INVALID KEY
                   IF MAE-ACTIVO
                       DISPLAY "EL REGISTRO YA ESTA ACTIVO."
                   ELSE
                       DISPLAY "FECHA ALTA:  " MAE-FECHA-ALTA
                       DISPLAY "FECHA MODIF: " MAE-FECHA-MODIF
                       DISPLAY "FECHA BAJA:  " MAE-FECHA-BAJA
                       DISPLAY "SE REACTIVARA ESTE REGISTRO. "
                           "CONFIRMA (S/N): "
                       ACCEPT WS-CONFIRMACION
                       IF CONFIRMADO
                           PERFORM REACTIVAR-BAJA
                           PERFORM INFORMAR-REINGRESO
                       ELSE
                           DISPLAY "REACTIVACION CANCELADA."
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    RECUPERACION INTERACTIVA de un registro purgado.
      *----------------------------------------------------------------
       RECUPERAR-INTERACTIVO.
           PERFORM PEDIR-CLAVE
           PERFORM TOMAR-CERROJO-REINGRESO
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               IF MAE-ABIERTO AND JRN-ABIERTO
                   IF HIS-ABIERTO
                       PERFORM CONFIRMAR-RECUPERACION
                   ELSE
                       DISPLAY "NO HAY ARCHIVO HISTORICO: NO SE HA "
                           "PURGADO NADA TODAVIA."
                   END-IF
               END-IF
               PERFORM CERRAR-FICHEROS
               PERFORM LIBERAR-CERROJO
           END-IF.

       CONFIRMAR-RECUPERACION.
           MOVE WS-REI-NOMBRE    TO HIS-NOMBRE
           MOVE WS-REI-APELLIDO1 TO HIS-APELLIDO1
           MOVE WS-REI-APELLIDO2 TO HIS-APELLIDO2
           READ FICHERO-HISTORICO
               INVALID KEY
                   DISPLAY "NO EXISTE EN EL HISTORICO ESA CLAVE."
               NOT INVALID KEY
                   DISPLAY "FECHA ALTA:  " HIS-FECHA-ALTA
                   DISPLAY "FECHA MODIF: " HIS-FECHA-MODIF
                   DISPLAY "FECHA BAJA:  " HIS-FECHA-BAJA
                   DISPLAY "PURGADO EL:  " HIS-FECHA-PURGA
                   DISPLAY "SE DEVOLVERA AL MAESTRO COMO ACTIVO. "
                       "CONFIRMA (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF CONFIRMADO
                       PERFORM RECUPERAR-PURGADO
                       PERFORM INFORMAR-REINGRESO
                   ELSE
                       DISPLAY "RECUPERACION CANCELADA."
                   END-IF
           END-READ.

       INFORMAR-REINGRESO.
           IF WS-MOTIVO-RECHAZO = SPACES
               DISPLAY "REGISTRO REINGRESADO ("
                   FUNCTION TRIM(WS-REI-ACCION) ")."
           ELSE
               DISPLAY "NO SE REINGRESA: "
                   FUNCTION TRIM(WS-MOTIVO-RECHAZO)
           END-IF.

      *----------------------------------------------------------------
      *    LOTE. Cada linea de reingresos.csv se resuelve sola: una
      *    baja logica del maestro se reactiva y una clave que no esta
      *    en el maestro se busca en el historico. El veredicto de
      *    cada linea va a resulrei.csv, como resulmov.csv en APLIMOV.
      *----------------------------------------------------------------
       PROCESAR-LOTE.
           MOVE 'N' TO WS-EOF-REI
           MOVE ZERO TO WS-CONTADOR-REACTIVADOS
           MOVE ZERO TO WS-CONTADOR-RECUPERADOS
           MOVE ZERO TO WS-CONTADOR-RECHAZADOS

           PERFORM TOMAR-CERROJO-REINGRESO
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
               IF MAE-ABIERTO AND JRN-ABIERTO
                   PERFORM ABRIR-FICHEROS-LOTE
               END-IF
               IF REI-ABIERTO AND RES-ABIERTO
                   PERFORM PROCESAR-LINEA-LOTE UNTIL FIN-FICHERO-REI
                   PERFORM ESCRIBIR-TOTALES-LOTE
               END-IF
               PERFORM CERRAR-FICHEROS-LOTE
               PERFORM CERRAR-FICHEROS
               PERFORM LIBERAR-CERROJO
           END-IF.

       ABRIR-FICHEROS-LOTE.
           OPEN INPUT FICHERO-REINGRESOS.
           IF FS-OK-REI
               SET REI-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-REI TO WS-FS-CODIGO
               MOVE "FICHERO DE REINGRESOS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF REI-ABIERTO
               OPEN OUTPUT FICHERO-RESULTADO
               IF FS-OK-RES
                   SET RES-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-RES TO WS-FS-CODIGO
                   MOVE "FICHERO DE RESULTADOS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       CERRAR-FICHEROS-LOTE.
           IF REI-ABIERTO
               CLOSE FICHERO-REINGRESOS
               MOVE 'N' TO WS-REI-ABIERTO
           END-IF.
           IF RES-ABIERTO
               CLOSE FICHERO-RESULTADO
               IF NOT FS-OK-RES
                   MOVE FS-STATUS-RES TO WS-FS-CODIGO
                   MOVE "FICHERO DE RESULTADOS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
               MOVE 'N' TO WS-RES-ABIERTO
           END-IF.

       PROCESAR-LINEA-LOTE.
           READ FICHERO-REINGRESOS
               AT END
                   SET FIN-FICHERO-REI TO TRUE
               NOT AT END
                   IF REGISTRO-REINGRESO NOT = SPACES
                       PERFORM SEPARAR-CAMPOS-CSV
                       PERFORM REINGRESAR-CLAVE
                       IF WS-MOTIVO-RECHAZO = SPACES
                           PERFORM ESCRIBIR-RESULTADO-APLICADO
                       ELSE
                           ADD 1 TO WS-CONTADOR-RECHAZADOS
                           PERFORM ESCRIBIR-RESULTADO-RECHAZADO
                       END-IF
                   END-IF
           END-READ.

      *    Mismo analisis de la linea que APLIMOV hace con
      *    movimientos.csv, reducido a los tres campos de la clave.
       SEPARAR-CAMPOS-CSV.
           MOVE SPACES TO WS-REI-NOMBRE
           MOVE SPACES TO WS-REI-APELLIDO1
           MOVE SPACES TO WS-REI-APELLIDO2
           MOVE SPACES TO WS-CSV-BUFFER
           MOVE 1 TO WS-CSV-CAMPO
           MOVE 1 TO WS-CSV-PUNTERO
           MOVE 'N' TO WS-CSV-EN-COMILLAS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REGISTRO-REINGRESO
               TRAILING)) TO WS-CSV-LONGITUD
           PERFORM FIJAR-LIMITE-CAMPO

           PERFORM CSV-LEER-CARACTER
               VARYING WS-CSV-INDICE FROM 1 BY 1
               UNTIL WS-CSV-INDICE > WS-CSV-LONGITUD

           PERFORM CSV-GUARDAR-CAMPO.

       CSV-LEER-CARACTER.
           MOVE REGISTRO-REINGRESO(WS-CSV-INDICE:1) TO WS-CSV-CARACTER

           EVALUATE TRUE
               WHEN WS-CSV-CARACTER = '"'
                   IF CSV-EN-COMILLAS
                       MOVE 'N' TO WS-CSV-EN-COMILLAS
                   ELSE
                       MOVE 'S' TO WS-CSV-EN-COMILLAS
                   END-IF
               WHEN WS-CSV-CARACTER = ',' AND NOT CSV-EN-COMILLAS
                   PERFORM CSV-GUARDAR-CAMPO
                   ADD 1 TO WS-CSV-CAMPO
                   MOVE SPACES TO WS-CSV-BUFFER
                   MOVE 1 TO WS-CSV-PUNTERO
                   PERFORM FIJAR-LIMITE-CAMPO
               WHEN OTHER
                   IF WS-CSV-PUNTERO > WS-CSV-LIMITE
                       DISPLAY "CAMPO DEMASIADO LARGO, SE TRUNCA: "
                           REGISTRO-REINGRESO
                   ELSE
                       MOVE WS-CSV-CARACTER
                           TO WS-CSV-BUFFER(WS-CSV-PUNTERO:1)
                       ADD 1 TO WS-CSV-PUNTERO
                   END-IF
           END-EVALUATE.

       FIJAR-LIMITE-CAMPO.
           EVALUATE WS-CSV-CAMPO
               WHEN 1
                   MOVE 20 TO WS-CSV-LIMITE
               WHEN OTHER
                   MOVE 30 TO WS-CSV-LIMITE
           END-EVALUATE.

       CSV-GUARDAR-CAMPO.
           EVALUATE WS-CSV-CAMPO
               WHEN 1
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER) TO WS-REI-NOMBRE
               WHEN 2
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-REI-APELLIDO1
               WHEN 3
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-REI-APELLIDO2
           END-EVALUATE.

      *    Decide que hacer con una clave del lote segun donde este.
       REINGRESAR-CLAVE.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SPACES TO WS-REI-ACCION

           IF WS-REI-NOMBRE = SPACES OR WS-REI-APELLIDO1 = SPACES
               MOVE "CLAVE INCOMPLETA" TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-REI-NOMBRE    TO MAE-NOMBRE
               MOVE WS-REI-APELLIDO1 TO MAE-APELLIDO1
               MOVE WS-REI-APELLIDO2 TO MAE-APELLIDO2
               READ FICHERO-MAESTRO
                   INVALID KEY
                       PERFORM REINGRESAR-DESDE-HISTORICO
                   NOT INVALID KEY
                       PERFORM REACTIVAR-BAJA
               END-READ
           END-IF.

       REINGRESAR-DESDE-HISTORICO.
           EVALUATE TRUE
               WHEN NOT HIS-ABIERTO
                   MOVE "CLAVE NO EXISTE" TO WS-MOTIVO-RECHAZO
               WHEN NOT ROL-ADMINISTRADOR
                   MOVE "RECUPERAR DEL HISTORICO EXIGE ADMINISTRADOR"
                       TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE WS-REI-NOMBRE    TO HIS-NOMBRE
                   MOVE WS-REI-APELLIDO1 TO HIS-APELLIDO1
                   MOVE WS-REI-APELLIDO2 TO HIS-APELLIDO2
                   READ FICHERO-HISTORICO
                       INVALID KEY
                           MOVE "CLAVE NO EXISTE" TO WS-MOTIVO-RECHAZO
                       NOT INVALID KEY
                           PERFORM RECUPERAR-PURGADO
                   END-READ
           END-EVALUATE.

      *----------------------------------------------------------------
      *    REACTIVACION. Se vuelve a poner el registro activo en el
      *    sitio, con su fecha de alta original; la fecha de baja se
      *    vacia, porque un activo con fecha de baja es incoherente, y
      *    la de modificacion deja constancia del dia del reingreso.
      *    Se hace con la clave del registro ya leida.
      *----------------------------------------------------------------
       REACTIVAR-BAJA.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           SET REI-REACTIVACION TO TRUE
           MOVE WS-REI-NOMBRE    TO MAE-NOMBRE
           MOVE WS-REI-APELLIDO1 TO MAE-APELLIDO1
           MOVE WS-REI-APELLIDO2 TO MAE-APELLIDO2
           READ FICHERO-MAESTRO
               INVALID KEY
                   MOVE "CLAVE NO EXISTE" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF MAE-ACTIVO
                       MOVE "YA ESTA ACTIVO" TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE REGISTRO-MAESTRO TO WS-JRN-ANTES
                       SET MAE-ACTIVO TO TRUE
                       MOVE SPACES TO MAE-FECHA-BAJA
                       MOVE WS-FECHA-ACTUAL TO MAE-FECHA-MODIF
                       REWRITE REGISTRO-MAESTRO
                           INVALID KEY
                               MOVE "CLAVE NO EXISTE"
                                   TO WS-MOTIVO-RECHAZO
                           NOT INVALID KEY
                               IF FS-OK-MAE
                                   MOVE "R" TO WS-JRN-OPERACION
                                   MOVE REGISTRO-MAESTRO
                                       TO WS-JRN-DESPUES
                                   PERFORM GRABAR-DIARIO
                                   ADD 1 TO WS-CONTADOR-REACTIVADOS
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ.

           IF WS-MOTIVO-RECHAZO = SPACES AND NOT FS-OK-MAE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               MOVE "ERROR DE E/S EN MAESTRO" TO WS-MOTIVO-RECHAZO
           END-IF.

      *----------------------------------------------------------------
      *    RECUPERACION. El registro del historico (ya leido) vuelve
      *    al maestro como activo, con sus fechas de alta y la del dia
      *    como modificacion, solo si ningun otro registro tiene hoy
      *    esa clave: un activo no se pisa, y una baja posterior con
      *    la misma clave se reactiva por la opcion 1, no se
      *    sustituye. El alta se anota en el diario y, una vez
      *    escrita, el registro sale del historico, que solo guarda
      *    lo que esta fuera del maestro; si falla el borrado del
      *    historico el registro queda en los dos sitios, nunca en
      *    ninguno.
      *----------------------------------------------------------------
       RECUPERAR-PURGADO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           SET REI-RECUPERACION TO TRUE
           MOVE HIS-CLAVE TO MAE-CLAVE
           READ FICHERO-MAESTRO
               INVALID KEY
                   PERFORM DEVOLVER-AL-MAESTRO
               NOT INVALID KEY
                   IF MAE-ACTIVO
                       MOVE "CLAVE OCUPADA POR UN REGISTRO ACTIVO"
                           TO WS-MOTIVO-RECHAZO
                   ELSE
                       MOVE "CLAVE OCUPADA POR UNA BAJA POSTERIOR"
                           TO WS-MOTIVO-RECHAZO
                   END-IF
           END-READ.

       DEVOLVER-AL-MAESTRO.
           MOVE HIS-CLAVE TO MAE-CLAVE
           MOVE HIS-DATOS TO MAE-DATOS
           SET MAE-ACTIVO TO TRUE
           MOVE SPACES TO MAE-FECHA-BAJA
           MOVE WS-FECHA-ACTUAL TO MAE-FECHA-MODIF

           WRITE REGISTRO-MAESTRO
               INVALID KEY
                   MOVE "CLAVE OCUPADA POR UN REGISTRO ACTIVO"
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF FS-OK-MAE
                       MOVE "A" TO WS-JRN-OPERACION
                       MOVE SPACES TO WS-JRN-ANTES
                       MOVE REGISTRO-MAESTRO TO WS-JRN-DESPUES
                       PERFORM GRABAR-DIARIO
                       ADD 1 TO WS-CONTADOR-RECUPERADOS
                   END-IF
           END-WRITE.

           IF WS-MOTIVO-RECHAZO = SPACES AND NOT FS-OK-MAE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               MOVE "ERROR DE E/S EN MAESTRO" TO WS-MOTIVO-RECHAZO
           END-IF.

           IF WS-MOTIVO-RECHAZO = SPACES
               DELETE FICHERO-HISTORICO RECORD
                   INVALID KEY
                       DISPLAY "AVISO: YA ESTA EN EL MAESTRO PERO "
                           "NO SE PUDO BORRAR DEL HISTORICO."
               END-DELETE
           END-IF.

      *    Anota en diario.dat la operacion pendiente con su imagen
      *    anterior y posterior, fechada y firmada por este programa.
       GRABAR-DIARIO.
           IF JRN-ABIERTO
               MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA
               MOVE "REINOM" TO JRN-PROGRAMA
               MOVE WS-JRN-OPERACION TO JRN-OPERACION
               MOVE WS-JRN-ANTES TO JRN-ANTES
               MOVE WS-JRN-DESPUES TO JRN-DESPUES
               MOVE WS-OPE-ID TO JRN-OPERADOR
               MOVE SPACES TO JRN-LOTE
               WRITE REGISTRO-DIARIO
               IF NOT FS-OK-JRN
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO
                   MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
                   SET FIN-FICHERO-REI TO TRUE
               END-IF
           END-IF.

       ESCRIBIR-RESULTADO-APLICADO.
           MOVE SPACES TO WS-LINEA-RESULTADO
           STRING "APLICADO;"                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-ACCION)     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-NOMBRE)     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-APELLIDO1)  DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-APELLIDO2)  DELIMITED BY SIZE
               INTO WS-LINEA-RESULTADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       ESCRIBIR-RESULTADO-RECHAZADO.
           MOVE SPACES TO WS-LINEA-RESULTADO
           STRING "RECHAZADO;"                     DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-ACCION)     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-NOMBRE)     DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-APELLIDO1)  DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REI-APELLIDO2)  DELIMITED BY SIZE
                  ";"                              DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-RECHAZO) DELIMITED BY SIZE
               INTO WS-LINEA-RESULTADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       ESCRIBIR-LINEA-RESULTADO.
           IF RES-ABIERTO
               MOVE WS-LINEA-RESULTADO TO REGISTRO-RESULTADO
               WRITE REGISTRO-RESULTADO
               IF NOT FS-OK-RES
                   MOVE FS-STATUS-RES TO WS-FS-CODIGO
                   MOVE "FICHERO DE RESULTADOS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       ESCRIBIR-TOTALES-LOTE.
           DISPLAY "REGISTROS REACTIVADOS: " WS-CONTADOR-REACTIVADOS.
           DISPLAY "REGISTROS RECUPERADOS: " WS-CONTADOR-RECUPERADOS.
           DISPLAY "LINEAS RECHAZADAS:     " WS-CONTADOR-RECHAZADOS.
           DISPLAY "EL DETALLE ESTA EN resulrei.csv".

           MOVE WS-CONTADOR-REACTIVADOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-RESULTADO
           STRING "TOTAL REACTIVADOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-RESULTADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO
           MOVE WS-CONTADOR-RECUPERADOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-RESULTADO
           STRING "TOTAL RECUPERADOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-RESULTADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-RESULTADO
           STRING "TOTAL RECHAZADOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-RESULTADO
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM REINOM.

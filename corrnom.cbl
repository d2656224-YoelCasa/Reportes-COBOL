
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRNOM.
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

      *    Reglas de correccion, una por linea:
      *    CAMPO;MODO;ANTERIOR;NUEVO;ESTADO;ALTA-DESDE;ALTA-HASTA
      *    CAMPO es NOMBRE, APELLIDO1 o APELLIDO2. MODO "E" cambia el
      *    valor exacto ANTERIOR por NUEVO; MODO "P" cambia el prefijo
      *    ANTERIOR por NUEVO y conserva el resto del valor. ESTADO
      *    (A o B) y el intervalo de fechas de alta (AAAAMMDD) son
      *    filtros opcionales; en blanco no filtran.
           SELECT FICHERO-REGLAS
           ASSIGN TO "correcciones.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-REG.

      *    Prevision de la primera pasada, que la segunda vuelve a
      *    leer para comprobar que lo que se aplica es lo previsto.
           SELECT FICHERO-PREVISION
           ASSIGN TO "prevcorr.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-PRV.

           SELECT FICHERO-RESULTADO
           ASSIGN TO "resulcor.csv"
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

       FD  FICHERO-REGLAS.
       01  REGISTRO-REGLA PIC X(200).

       FD  FICHERO-PREVISION.
       01  REGISTRO-PREVISION PIC X(250).

       FD  FICHERO-RESULTADO.
       01  REGISTRO-RESULTADO PIC X(250).

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
       01  FS-STATUS-REG PIC XX.
           88 FS-OK-REG VALUE "00".
           88 FS-ERROR-REG VALUE "35".
       01  FS-STATUS-PRV PIC XX.
           88 FS-OK-PRV VALUE "00".
           88 FS-ERROR-PRV VALUE "35".
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
           88 OPCION-PREVISION     VALUE 1.
           88 OPCION-APLICAR       VALUE 2.
           88 OPCION-DESHACER      VALUE 3.
           88 OPCION-SALIR         VALUE 9.

       01  WS-CONFIRMACION    PIC X VALUE 'N'.
           88 CONFIRMADO      VALUE 'S' 's'.

       01  WS-EOF-REG         PIC X VALUE 'N'.
           88 FIN-FICHERO-REG VALUE 'S'.
       01  WS-EOF-PRV         PIC X VALUE 'N'.
           88 FIN-FICHERO-PRV VALUE 'S'.
       01  WS-EOF-JRN         PIC X VALUE 'N'.
           88 FIN-FICHERO-JRN VALUE 'S'.
       01  WS-FIN-RECORRIDO   PIC X VALUE 'N'.
           88 FIN-RECORRIDO   VALUE 'S'.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.
       01  WS-PRV-ABIERTO     PIC X VALUE 'N'.
           88 PRV-ABIERTO     VALUE 'S'.
       01  WS-RES-ABIERTO     PIC X VALUE 'N'.
           88 RES-ABIERTO     VALUE 'S'.
       01  WS-JRN-ABIERTO     PIC X VALUE 'N'.
           88 JRN-ABIERTO     VALUE 'S'.

       01  WS-SELECCION-VALIDA PIC X VALUE 'N'.
           88 SELECCION-VALIDA VALUE 'S'.
       01  WS-COINCIDE         PIC X VALUE 'N'.
           88 COINCIDE         VALUE 'S'.

       01  WS-CAMPO-1         PIC X(30).
       01  WS-CAMPO-2         PIC X(30).
       01  WS-CAMPO-3         PIC X(30).
       01  WS-CAMPO-4         PIC X(30).
       01  WS-CAMPO-5         PIC X(30).
       01  WS-CAMPO-6         PIC X(30).
       01  WS-CAMPO-7         PIC X(30).

      *    Reglas leidas de correcciones.csv, con la longitud util de
      *    los valores anterior y nuevo ya medida.
       01  WS-TOTAL-REGLAS    PIC 9(03) COMP VALUE ZERO.
       01  WS-REGLA-INDICE    PIC 9(03) COMP.
       01  WS-REGLA-TXT       PIC ZZ9.
       01  WS-TABLA-REGLAS.
           05 WS-REG OCCURS 50 TIMES.
               10 WS-REG-CAMPO       PIC X(10).
                   88 REG-CAMPO-NOMBRE     VALUE "NOMBRE".
                   88 REG-CAMPO-APELLIDO1  VALUE "APELLIDO1".
                   88 REG-CAMPO-APELLIDO2  VALUE "APELLIDO2".
               10 WS-REG-MODO        PIC X(01).
                   88 REG-MODO-EXACTO      VALUE "E".
                   88 REG-MODO-PREFIJO     VALUE "P".
               10 WS-REG-ANTERIOR    PIC X(30).
               10 WS-REG-LONG-ANT    PIC 9(02) COMP.
               10 WS-REG-NUEVO       PIC X(30).
               10 WS-REG-LONG-NUE    PIC 9(02) COMP.
               10 WS-REG-ESTADO      PIC X(01).
               10 WS-REG-ALTA-DESDE  PIC X(08).
               10 WS-REG-ALTA-HASTA  PIC X(08).
       01  WS-MOTIVO-REGLA    PIC X(40) VALUE SPACES.

      *    Cambios que producen las reglas: clave actual y clave que
      *    resultaria. Los que no se pueden hacer quedan marcados como
      *    colision con su motivo y se listan, pero no se aplican.
       01  WS-TOTAL-CAMBIOS   PIC 9(05) COMP VALUE ZERO.
       01  WS-CAM-INDICE      PIC 9(05) COMP.
       01  WS-CAM-OTRO        PIC 9(05) COMP.
       01  WS-TABLA-CAMBIOS.
           05 WS-CAM OCCURS 5000 TIMES.
               10 WS-CAM-REGLA        PIC 9(03).
               10 WS-CAM-CLAVE-ANTES  PIC X(80).
               10 WS-CAM-CLAVE-NUEVA  PIC X(80).
               10 WS-CAM-COLISION     PIC X(01).
                   88 CAM-COLISIONA      VALUE 'S'.
               10 WS-CAM-MOTIVO       PIC X(40).

       01  WS-CLAVE-TRABAJO.
           05 WS-CLA-NOMBRE       PIC X(20).
           05 WS-CLA-APELLIDO1    PIC X(30).
           05 WS-CLA-APELLIDO2    PIC X(30).
       01  WS-CLAVE-IMPRESA.
           05 WS-IMP-NOMBRE       PIC X(20).
           05 WS-IMP-APELLIDO1    PIC X(30).
           05 WS-IMP-APELLIDO2    PIC X(30).

       01  WS-CAMPO-ACTUAL    PIC X(30).
       01  WS-CAMPO-NUEVO     PIC X(30).
       01  WS-LONG-ACTUAL     PIC 9(02) COMP.
       01  WS-LONG-CAMPO      PIC 9(02) COMP.
       01  WS-LONG-RESTO      PIC 9(02) COMP.
       01  WS-LONG-RESULTADO  PIC 9(02) COMP.
       01  WS-MOTIVO-CAMBIO   PIC X(40).

       01  WS-MEDIDA-ENTRADA  PIC X(30).
       01  WS-MEDIDA-INVERSA  PIC X(30).
       01  WS-MEDIDA-BLANCOS  PIC 9(02) COMP.
       01  WS-MEDIDA-LONGITUD PIC 9(02) COMP.

      *    Totales y huella de la seleccion. La huella suma los octetos
      *    de las claves de todos los cambios, como el total de control
      *    de EXTNOM, y ata la prevision a la seleccion exacta.
       01  WS-CONTADOR-CAMBIOS     PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-COLISIONES  PIC 9(06) VALUE ZERO.
       01  WS-HUELLA               PIC 9(13) VALUE ZERO.
       01  WS-HASH-INDICE          PIC 9(03) COMP.
       01  WS-HASH-OCTETO          PIC 9(03) COMP.

       01  WS-PRV-CAMBIOS          PIC 9(06) VALUE ZERO.
       01  WS-PRV-COLISIONES       PIC 9(06) VALUE ZERO.
       01  WS-PRV-HUELLA           PIC 9(13) VALUE ZERO.
       01  WS-PRV-COMPLETA         PIC X VALUE 'N'.
           88 PRV-COMPLETA         VALUE 'S'.

       01  WS-CONTADOR-APLICADOS   PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADOS  PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-TXT         PIC Z(5)9.
       01  WS-HUELLA-TXT           PIC Z(12)9.
       01  WS-MOTIVO-RECHAZO       PIC X(40) VALUE SPACES.

      *    Identificador de la pasada que escribe en el maestro, y del
      *    lote que se pide deshacer.
       01  WS-LOTE-ACTUAL          PIC X(14) VALUE SPACES.
       01  WS-LOTE-PEDIDO          PIC X(14) VALUE SPACES.

      *    Pares borrado/alta de un lote, tomados del diario para
      *    deshacerlo en orden inverso.
       01  WS-TOTAL-REVERSION  PIC 9(05) COMP VALUE ZERO.
       01  WS-REV-INDICE       PIC 9(05) COMP.
       01  WS-TABLA-REVERSION.
           05 WS-REV OCCURS 5000 TIMES.
               10 WS-REV-ANTES        PIC X(105).
               10 WS-REV-DESPUES      PIC X(105).
       01  WS-REVERSION-LLENA  PIC X VALUE 'N'.
           88 REVERSION-LLENA  VALUE 'S'.

       01  WS-FECHA-ACTUAL         PIC X(08).
       01  WS-DATOS-GUARDADOS      PIC X(25).

       01  WS-LINEA-SALIDA         PIC X(250) VALUE SPACES.

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

      *    La prevision no escribe en el maestro y basta con poder
      *    mantenerlo; aplicar o deshacer una correccion masiva cambia
      *    claves en bloque, como la fusion de FUSNOM, y queda para
      *    calidad de datos o el administrador.
       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           PERFORM LEER-OPCION

           EVALUATE TRUE
               WHEN OPCION-PREVISION
                   IF ROL-PERMITE-MANTENER
                       PERFORM PREVER-CORRECCIONES
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-APLICAR
                   IF ROL-PERMITE-CALIDAD
                       PERFORM APLICAR-CORRECCIONES
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-DESHACER
                   IF ROL-PERMITE-CALIDAD
                       PERFORM DESHACER-LOTE
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
           DISPLAY "CORRECCION MASIVA (correcciones.csv)".
           DISPLAY "  1. PREVER CORRECCIONES (prevcorr.csv)".
           DISPLAY "  2. APLICAR LA CORRECCION PREVISTA".
           DISPLAY "  3. DESHACER UN LOTE APLICADO".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

       LEER-OPCION.
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION.

      *----------------------------------------------------------------
      *    PRIMERA PASADA: PREVISION. Selecciona con las reglas y deja
      *    en prevcorr.csv cada cambio y cada colision, con los totales
      *    y la huella que la segunda pasada exige que se repitan.
      *----------------------------------------------------------------
       PREVER-CORRECCIONES.
           MOVE "CORRNOM" TO WS-CER-PROGRAMA
           MOVE "L" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO
               OPEN INPUT FICHERO-MAESTRO
               IF FS-OK-MAE
                   SET MAE-ABIERTO TO TRUE
                   PERFORM SELECCIONAR-CAMBIOS
                   IF SELECCION-VALIDA
                       PERFORM ESCRIBIR-PREVISION
                   END-IF
               ELSE
                   MOVE FS-STATUS-MAE TO WS-FS-CODIGO
                   MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
               IF MAE-ABIERTO
                   CLOSE FICHERO-MAESTRO
                   MOVE 'N' TO WS-MAE-ABIERTO
               END-IF
               PERFORM LIBERAR-CERROJO
           END-IF.

       ESCRIBIR-PREVISION.
           OPEN OUTPUT FICHERO-PREVISION
           IF FS-OK-PRV
               SET PRV-ABIERTO TO TRUE
               PERFORM ESCRIBIR-REGLA-PREVISION
                   VARYING WS-REGLA-INDICE FROM 1 BY 1
                   UNTIL WS-REGLA-INDICE > WS-TOTAL-REGLAS
               PERFORM ESCRIBIR-CAMBIO-PREVISION
                   VARYING WS-CAM-INDICE FROM 1 BY 1
                   UNTIL WS-CAM-INDICE > WS-TOTAL-CAMBIOS
               PERFORM ESCRIBIR-TOTALES-PREVISION
               CLOSE FICHERO-PREVISION
               MOVE 'N' TO WS-PRV-ABIERTO
               DISPLAY "CAMBIOS PREVISTOS:   " WS-CONTADOR-CAMBIOS
               DISPLAY "COLISIONES:          " WS-CONTADOR-COLISIONES
               DISPLAY "EL DETALLE ESTA EN prevcorr.csv. REVISELO Y "
                   "USE LA OPCION 2 PARA APLICARLO."
           ELSE
               MOVE FS-STATUS-PRV TO WS-FS-CODIGO
               MOVE "FICHERO DE PREVISION" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       ESCRIBIR-REGLA-PREVISION.
           MOVE WS-REGLA-INDICE TO WS-REGLA-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "REGLA;"                           DELIMITED BY SIZE
               FUNCTION TRIM(WS-REGLA-TXT)           DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-CAMPO(WS-REGLA-INDICE))
                                                     DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               WS-REG-MODO(WS-REGLA-INDICE)          DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-ANTERIOR(WS-REGLA-INDICE))
                                                     DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               FUNCTION TRIM(WS-REG-NUEVO(WS-REGLA-INDICE))
                                                     DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               WS-REG-ESTADO(WS-REGLA-INDICE)        DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               WS-REG-ALTA-DESDE(WS-REGLA-INDICE)    DELIMITED BY SIZE
               ";"                                   DELIMITED BY SIZE
               WS-REG-ALTA-HASTA(WS-REGLA-INDICE)    DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-PREVISION.

       ESCRIBIR-CAMBIO-PREVISION.
           MOVE WS-CAM-REGLA(WS-CAM-INDICE) TO WS-REGLA-TXT
           MOVE WS-CAM-CLAVE-ANTES(WS-CAM-INDICE) TO WS-CLAVE-TRABAJO
           MOVE WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE) TO WS-CLAVE-IMPRESA
           MOVE SPACES TO WS-LINEA-SALIDA
           IF CAM-COLISIONA(WS-CAM-INDICE)
               STRING "COLISION;"                    DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REGLA-TXT)       DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-NOMBRE)      DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-APELLIDO1)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-APELLIDO2)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-NOMBRE)      DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-APELLIDO1)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-APELLIDO2)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CAM-MOTIVO(WS-CAM-INDICE))
                                                     DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               END-STRING
           ELSE
               STRING "CAMBIO;"                      DELIMITED BY SIZE
                   FUNCTION TRIM(WS-REGLA-TXT)       DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-NOMBRE)      DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-APELLIDO1)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CLA-APELLIDO2)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-NOMBRE)      DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-APELLIDO1)   DELIMITED BY SIZE
                   ";"                               DELIMITED BY SIZE
                   FUNCTION TRIM(WS-IMP-APELLIDO2)   DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               END-STRING
           END-IF
           PERFORM ESCRIBIR-LINEA-PREVISION.

       ESCRIBIR-TOTALES-PREVISION.
           MOVE WS-CONTADOR-CAMBIOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "TOTAL CAMBIOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-PREVISION
           MOVE WS-CONTADOR-COLISIONES TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "TOTAL COLISIONES;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-PREVISION
           MOVE WS-HUELLA TO WS-HUELLA-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "HUELLA;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HUELLA-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-PREVISION.

       ESCRIBIR-LINEA-PREVISION.
           MOVE WS-LINEA-SALIDA TO REGISTRO-PREVISION
           WRITE REGISTRO-PREVISION
           IF NOT FS-OK-PRV
               MOVE FS-STATUS-PRV TO WS-FS-CODIGO
               MOVE "FICHERO DE PREVISION" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *----------------------------------------------------------------
      *    SELECCION comun a las dos pasadas: carga y valida las
      *    reglas, recorre el maestro con cada una y comprueba las
      *    colisiones de todos los cambios juntos. Si una regla no es
      *    valida no se selecciona nada: una correccion en bloque con
      *    una regla mal escrita es peor que no corregir.
      *----------------------------------------------------------------
       SELECCIONAR-CAMBIOS.
           MOVE 'N' TO WS-SELECCION-VALIDA
           MOVE ZERO TO WS-TOTAL-CAMBIOS
           MOVE ZERO TO WS-CONTADOR-CAMBIOS
           MOVE ZERO TO WS-CONTADOR-COLISIONES
           MOVE ZERO TO WS-HUELLA

           PERFORM CARGAR-REGLAS

           IF SELECCION-VALIDA
               PERFORM RECORRER-REGLA
                   VARYING WS-REGLA-INDICE FROM 1 BY 1
                   UNTIL WS-REGLA-INDICE > WS-TOTAL-REGLAS
                       OR NOT SELECCION-VALIDA
           END-IF.

           IF SELECCION-VALIDA
               PERFORM COMPROBAR-COLISIONES
                   VARYING WS-CAM-INDICE FROM 1 BY 1
                   UNTIL WS-CAM-INDICE > WS-TOTAL-CAMBIOS
               PERFORM ACUMULAR-HUELLA
                   VARYING WS-CAM-INDICE FROM 1 BY 1
                   UNTIL WS-CAM-INDICE > WS-TOTAL-CAMBIOS
           END-IF.

       CARGAR-REGLAS.
           MOVE ZERO TO WS-TOTAL-REGLAS
           MOVE 'N' TO WS-EOF-REG
           OPEN INPUT FICHERO-REGLAS
           IF FS-OK-REG
               SET SELECCION-VALIDA TO TRUE
               PERFORM LEER-REGLA UNTIL FIN-FICHERO-REG
               CLOSE FICHERO-REGLAS
               IF WS-TOTAL-REGLAS = ZERO
                   DISPLAY "correcciones.csv NO TIENE NINGUNA REGLA."
                   MOVE 'N' TO WS-SELECCION-VALIDA
               END-IF
               IF NOT SELECCION-VALIDA
                   DISPLAY "NO SE SELECCIONA NADA. CORRIJA LAS REGLAS "
                       "Y REPITA LA PREVISION."
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE FS-STATUS-REG TO WS-FS-CODIGO
               MOVE "FICHERO DE REGLAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       LEER-REGLA.
           READ FICHERO-REGLAS
               AT END
                   SET FIN-FICHERO-REG TO TRUE
               NOT AT END
                   IF REGISTRO-REGLA NOT = SPACES
                       PERFORM VALIDAR-REGLA
                   END-IF
           END-READ.

       VALIDAR-REGLA.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                          WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7
           UNSTRING REGISTRO-REGLA
               DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7
           END-UNSTRING

           IF WS-TOTAL-REGLAS >= 50
               DISPLAY "MAS DE 50 REGLAS EN correcciones.csv."
               MOVE 'N' TO WS-SELECCION-VALIDA
               SET FIN-FICHERO-REG TO TRUE
           ELSE
               ADD 1 TO WS-TOTAL-REGLAS
               MOVE WS-TOTAL-REGLAS TO WS-REGLA-INDICE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPO-1))
                   TO WS-REG-CAMPO(WS-REGLA-INDICE)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-CAMPO-2))
                   TO WS-REG-MODO(WS-REGLA-INDICE)
               IF WS-REG-MODO(WS-REGLA-INDICE) = SPACE
                   SET REG-MODO-EXACTO(WS-REGLA-INDICE) TO TRUE
               END-IF
               MOVE FUNCTION TRIM(WS-CAMPO-3 LEADING)
                   TO WS-REG-ANTERIOR(WS-REGLA-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-4 LEADING)
                   TO WS-REG-NUEVO(WS-REGLA-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-5)
                   TO WS-REG-ESTADO(WS-REGLA-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-6)
                   TO WS-REG-ALTA-DESDE(WS-REGLA-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-7)
                   TO WS-REG-ALTA-HASTA(WS-REGLA-INDICE)

               MOVE WS-REG-ANTERIOR(WS-REGLA-INDICE)
                   TO WS-MEDIDA-ENTRADA
               PERFORM MEDIR-VALOR
               MOVE WS-MEDIDA-LONGITUD
                   TO WS-REG-LONG-ANT(WS-REGLA-INDICE)
               MOVE WS-REG-NUEVO(WS-REGLA-INDICE) TO WS-MEDIDA-ENTRADA
               PERFORM MEDIR-VALOR
               MOVE WS-MEDIDA-LONGITUD
                   TO WS-REG-LONG-NUE(WS-REGLA-INDICE)

               PERFORM COMPROBAR-REGLA
               IF WS-MOTIVO-REGLA NOT = SPACES
                   MOVE WS-REGLA-INDICE TO WS-REGLA-TXT
                   DISPLAY "REGLA " WS-REGLA-TXT " NO VALIDA: "
                       FUNCTION TRIM(WS-MOTIVO-REGLA)
                   MOVE 'N' TO WS-SELECCION-VALIDA
               END-IF
           END-IF.

       COMPROBAR-REGLA.
           MOVE SPACES TO WS-MOTIVO-REGLA
           EVALUATE TRUE
               WHEN NOT REG-CAMPO-NOMBRE(WS-REGLA-INDICE)
                   AND NOT REG-CAMPO-APELLIDO1(WS-REGLA-INDICE)
                   AND NOT REG-CAMPO-APELLIDO2(WS-REGLA-INDICE)
                   MOVE "CAMPO NO VALIDO" TO WS-MOTIVO-REGLA
               WHEN NOT REG-MODO-EXACTO(WS-REGLA-INDICE)
                   AND NOT REG-MODO-PREFIJO(WS-REGLA-INDICE)
                   MOVE "MODO NO VALIDO (E O P)" TO WS-MOTIVO-REGLA
               WHEN WS-REG-ANTERIOR(WS-REGLA-INDICE) = SPACES
                   MOVE "VALOR ANTERIOR VACIO" TO WS-MOTIVO-REGLA
               WHEN REG-CAMPO-NOMBRE(WS-REGLA-INDICE)
                   AND (WS-REG-LONG-ANT(WS-REGLA-INDICE) > 20
                     OR WS-REG-LONG-NUE(WS-REGLA-INDICE) > 20)
                   MOVE "VALOR DEMASIADO LARGO PARA NOMBRE"
                       TO WS-MOTIVO-REGLA
               WHEN REG-MODO-EXACTO(WS-REGLA-INDICE)
                   AND WS-REG-NUEVO(WS-REGLA-INDICE) = SPACES
                   AND NOT REG-CAMPO-APELLIDO2(WS-REGLA-INDICE)
                   MOVE "VALOR NUEVO VACIO" TO WS-MOTIVO-REGLA
               WHEN WS-REG-ANTERIOR(WS-REGLA-INDICE)
                   = WS-REG-NUEVO(WS-REGLA-INDICE)
                   MOVE "VALOR NUEVO IGUAL AL ANTERIOR"
                       TO WS-MOTIVO-REGLA
               WHEN WS-REG-ESTADO(WS-REGLA-INDICE) NOT = SPACE
                   AND WS-REG-ESTADO(WS-REGLA-INDICE) NOT = "A"
                   AND WS-REG-ESTADO(WS-REGLA-INDICE) NOT = "B"
                   MOVE "ESTADO NO VALIDO (A O B)" TO WS-MOTIVO-REGLA
               WHEN WS-REG-ALTA-DESDE(WS-REGLA-INDICE) NOT = SPACES
                   AND WS-REG-ALTA-DESDE(WS-REGLA-INDICE) NOT NUMERIC
                   MOVE "FECHA DE ALTA DESDE NO VALIDA"
                       TO WS-MOTIVO-REGLA
               WHEN WS-REG-ALTA-HASTA(WS-REGLA-INDICE) NOT = SPACES
                   AND WS-REG-ALTA-HASTA(WS-REGLA-INDICE) NOT NUMERIC
                   MOVE "FECHA DE ALTA HASTA NO VALIDA"
                       TO WS-MOTIVO-REGLA
           END-EVALUATE.

      *    Longitud util de un valor, sin los blancos del final.
       MEDIR-VALOR.
           MOVE ZERO TO WS-MEDIDA-BLANCOS
           MOVE FUNCTION REVERSE(WS-MEDIDA-ENTRADA) TO WS-MEDIDA-INVERSA
           INSPECT WS-MEDIDA-INVERSA
               TALLYING WS-MEDIDA-BLANCOS FOR LEADING SPACES
           COMPUTE WS-MEDIDA-LONGITUD = 30 - WS-MEDIDA-BLANCOS.

      *    Las reglas de NOMBRE y de APELLIDO1 se situan directamente
      *    en el primer registro posible, por la clave principal (que
      *    empieza por el nombre) o por la clave alternativa de primer
      *    apellido, y recorren solo mientras el valor empiece por el
      *    anterior de la regla. APELLIDO2 no tiene clave de acceso y
      *    obliga a leer el maestro entero.
       RECORRER-REGLA.
           MOVE 'N' TO WS-FIN-RECORRIDO
           MOVE WS-REG-LONG-ANT(WS-REGLA-INDICE) TO WS-LONG-ACTUAL

           EVALUATE TRUE
               WHEN REG-CAMPO-APELLIDO1(WS-REGLA-INDICE)
                   MOVE LOW-VALUES TO MAE-APELLIDO1
                   MOVE WS-REG-ANTERIOR(WS-REGLA-INDICE)
                       (1:WS-LONG-ACTUAL)
                       TO MAE-APELLIDO1(1:WS-LONG-ACTUAL)
                   START FICHERO-MAESTRO
                       KEY IS NOT LESS THAN MAE-APELLIDO1
                       INVALID KEY
                           SET FIN-RECORRIDO TO TRUE
                   END-START
               WHEN REG-CAMPO-NOMBRE(WS-REGLA-INDICE)
                   MOVE LOW-VALUES TO MAE-CLAVE
                   MOVE WS-REG-ANTERIOR(WS-REGLA-INDICE)
                       (1:WS-LONG-ACTUAL)
                       TO MAE-NOMBRE(1:WS-LONG-ACTUAL)
                   START FICHERO-MAESTRO
                       KEY IS NOT LESS THAN MAE-CLAVE
                       INVALID KEY
                           SET FIN-RECORRIDO TO TRUE
                   END-START
               WHEN OTHER
                   MOVE LOW-VALUES TO MAE-CLAVE
                   START FICHERO-MAESTRO
                       KEY IS NOT LESS THAN MAE-CLAVE
                       INVALID KEY
                           SET FIN-RECORRIDO TO TRUE
                   END-START
           END-EVALUATE

           PERFORM LEER-CANDIDATO UNTIL FIN-RECORRIDO.

       LEER-CANDIDATO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-RECORRIDO TO TRUE
               NOT AT END
                   PERFORM TOMAR-CAMPO-ACTUAL
                   IF NOT REG-CAMPO-APELLIDO2(WS-REGLA-INDICE)
                       AND WS-CAMPO-ACTUAL(1:WS-LONG-ACTUAL)
                       NOT = WS-REG-ANTERIOR(WS-REGLA-INDICE)
                           (1:WS-LONG-ACTUAL)
                       SET FIN-RECORRIDO TO TRUE
                   ELSE
                       PERFORM COMPROBAR-CANDIDATO
                       IF COINCIDE
                           PERFORM ANOTAR-CAMBIO
                       END-IF
                   END-IF
           END-READ.

           IF NOT FIN-RECORRIDO AND NOT FS-OK-MAE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               MOVE 'N' TO WS-SELECCION-VALIDA
               SET FIN-RECORRIDO TO TRUE
           END-IF.

       TOMAR-CAMPO-ACTUAL.
           EVALUATE TRUE
               WHEN REG-CAMPO-NOMBRE(WS-REGLA-INDICE)
                   MOVE MAE-NOMBRE TO WS-CAMPO-ACTUAL
                   MOVE 20 TO WS-LONG-CAMPO
               WHEN REG-CAMPO-APELLIDO1(WS-REGLA-INDICE)
                   MOVE MAE-APELLIDO1 TO WS-CAMPO-ACTUAL
                   MOVE 30 TO WS-LONG-CAMPO
               WHEN OTHER
                   MOVE MAE-APELLIDO2 TO WS-CAMPO-ACTUAL
                   MOVE 30 TO WS-LONG-CAMPO
           END-EVALUATE.

       COMPROBAR-CANDIDATO.
           MOVE 'N' TO WS-COINCIDE
           IF REG-MODO-EXACTO(WS-REGLA-INDICE)
               IF WS-CAMPO-ACTUAL = WS-REG-ANTERIOR(WS-REGLA-INDICE)
                   SET COINCIDE TO TRUE
               END-IF
           ELSE
               IF WS-CAMPO-ACTUAL(1:WS-LONG-ACTUAL)
                   = WS-REG-ANTERIOR(WS-REGLA-INDICE)(1:WS-LONG-ACTUAL)
                   SET COINCIDE TO TRUE
               END-IF
           END-IF.

           IF WS-REG-ESTADO(WS-REGLA-INDICE) NOT = SPACE
               AND MAE-ESTADO NOT = WS-REG-ESTADO(WS-REGLA-INDICE)
               MOVE 'N' TO WS-COINCIDE
           END-IF.
           IF WS-REG-ALTA-DESDE(WS-REGLA-INDICE) NOT = SPACES
               AND MAE-FECHA-ALTA < WS-REG-ALTA-DESDE(WS-REGLA-INDICE)
               MOVE 'N' TO WS-COINCIDE
           END-IF.
           IF WS-REG-ALTA-HASTA(WS-REGLA-INDICE) NOT = SPACES
               AND MAE-FECHA-ALTA > WS-REG-ALTA-HASTA(WS-REGLA-INDICE)
               MOVE 'N' TO WS-COINCIDE
           END-IF.

      *    Calcula el valor nuevo del campo y anota el cambio. En
      *    modo prefijo el resto del valor se conserva detras del
      *    prefijo nuevo, si cabe en el campo.
       ANOTAR-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-CAMBIO
           MOVE SPACES TO WS-CAMPO-NUEVO
           IF REG-MODO-EXACTO(WS-REGLA-INDICE)
               MOVE WS-REG-NUEVO(WS-REGLA-INDICE) TO WS-CAMPO-NUEVO
           ELSE
               MOVE WS-CAMPO-ACTUAL TO WS-MEDIDA-ENTRADA
               PERFORM MEDIR-VALOR
               COMPUTE WS-LONG-RESTO =
                   WS-MEDIDA-LONGITUD - WS-LONG-ACTUAL
               COMPUTE WS-LONG-RESULTADO =
                   WS-REG-LONG-NUE(WS-REGLA-INDICE) + WS-LONG-RESTO
               IF WS-LONG-RESULTADO > WS-LONG-CAMPO
                   MOVE "EL VALOR NUEVO NO CABE EN EL CAMPO"
                       TO WS-MOTIVO-CAMBIO
               ELSE
                   IF WS-REG-LONG-NUE(WS-REGLA-INDICE) > ZERO
                       MOVE WS-REG-NUEVO(WS-REGLA-INDICE)
                           (1:WS-REG-LONG-NUE(WS-REGLA-INDICE))
                           TO WS-CAMPO-NUEVO
                   END-IF
                   IF WS-LONG-RESTO > ZERO
                       MOVE WS-CAMPO-ACTUAL
                           (WS-LONG-ACTUAL + 1:WS-LONG-RESTO)
                           TO WS-CAMPO-NUEVO
                           (WS-REG-LONG-NUE(WS-REGLA-INDICE) + 1:
                            WS-LONG-RESTO)
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIVO-CAMBIO = SPACES
               AND WS-CAMPO-NUEVO = SPACES
               AND NOT REG-CAMPO-APELLIDO2(WS-REGLA-INDICE)
               MOVE "EL CAMPO QUEDARIA EN BLANCO" TO WS-MOTIVO-CAMBIO
           END-IF.

           MOVE MAE-CLAVE TO WS-CLAVE-TRABAJO
           IF WS-MOTIVO-CAMBIO = SPACES
               EVALUATE TRUE
                   WHEN REG-CAMPO-NOMBRE(WS-REGLA-INDICE)
                       MOVE WS-CAMPO-NUEVO TO WS-CLA-NOMBRE
                   WHEN REG-CAMPO-APELLIDO1(WS-REGLA-INDICE)
                       MOVE WS-CAMPO-NUEVO TO WS-CLA-APELLIDO1
                   WHEN OTHER
                       MOVE WS-CAMPO-NUEVO TO WS-CLA-APELLIDO2
               END-EVALUATE
           END-IF.

           IF WS-MOTIVO-CAMBIO NOT = SPACES
               OR WS-CLAVE-TRABAJO NOT = MAE-CLAVE
               IF WS-TOTAL-CAMBIOS >= 5000
                   DISPLAY "LAS REGLAS AFECTAN A MAS DE 5000 "
                       "REGISTROS. DIVIDA LA CORRECCION."
                   MOVE 'N' TO WS-SELECCION-VALIDA
                   MOVE 8 TO RETURN-CODE
                   SET FIN-RECORRIDO TO TRUE
               ELSE
                   ADD 1 TO WS-TOTAL-CAMBIOS
                   MOVE WS-TOTAL-CAMBIOS TO WS-CAM-INDICE
                   MOVE WS-REGLA-INDICE TO WS-CAM-REGLA(WS-CAM-INDICE)
                   MOVE MAE-CLAVE TO WS-CAM-CLAVE-ANTES(WS-CAM-INDICE)
                   MOVE WS-CLAVE-TRABAJO
                       TO WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE)
                   MOVE WS-MOTIVO-CAMBIO
                       TO WS-CAM-MOTIVO(WS-CAM-INDICE)
                   IF WS-MOTIVO-CAMBIO = SPACES
                       MOVE 'N' TO WS-CAM-COLISION(WS-CAM-INDICE)
                   ELSE
                       SET CAM-COLISIONA(WS-CAM-INDICE) TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Un cambio colisiona si su clave nueva ya existe en el
      *    maestro, si otro cambio del lote va a la misma clave nueva,
      *    o si el mismo registro ya lo cambia una regla anterior.
      *    Se comprueba despues de recorrer todas las reglas, con
      *    lecturas directas que no pueden alterar ningun recorrido.
       COMPROBAR-COLISIONES.
           IF NOT CAM-COLISIONA(WS-CAM-INDICE)
               PERFORM BUSCAR-CAMBIO-ANTERIOR
                   VARYING WS-CAM-OTRO FROM 1 BY 1
                   UNTIL WS-CAM-OTRO >= WS-CAM-INDICE
                       OR CAM-COLISIONA(WS-CAM-INDICE)
           END-IF.

           IF NOT CAM-COLISIONA(WS-CAM-INDICE)
               MOVE WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE) TO MAE-CLAVE
               READ FICHERO-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CAM-COLISIONA(WS-CAM-INDICE) TO TRUE
                       MOVE "LA CLAVE NUEVA YA EXISTE"
                           TO WS-CAM-MOTIVO(WS-CAM-INDICE)
               END-READ
           END-IF.

           IF CAM-COLISIONA(WS-CAM-INDICE)
               ADD 1 TO WS-CONTADOR-COLISIONES
           ELSE
               ADD 1 TO WS-CONTADOR-CAMBIOS
           END-IF.

       BUSCAR-CAMBIO-ANTERIOR.
           EVALUATE TRUE
               WHEN WS-CAM-CLAVE-ANTES(WS-CAM-OTRO)
                   = WS-CAM-CLAVE-ANTES(WS-CAM-INDICE)
                   SET CAM-COLISIONA(WS-CAM-INDICE) TO TRUE
                   MOVE "YA LO CAMBIA UNA REGLA ANTERIOR"
                       TO WS-CAM-MOTIVO(WS-CAM-INDICE)
               WHEN NOT CAM-COLISIONA(WS-CAM-OTRO)
                   AND WS-CAM-CLAVE-NUEVA(WS-CAM-OTRO)
                   = WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE)
                   SET CAM-COLISIONA(WS-CAM-INDICE) TO TRUE
                   MOVE "OTRO CAMBIO VA A LA MISMA CLAVE"
                       TO WS-CAM-MOTIVO(WS-CAM-INDICE)
           END-EVALUATE.

       ACUMULAR-HUELLA.
           PERFORM ACUMULAR-HUELLA-OCTETO
               VARYING WS-HASH-INDICE FROM 1 BY 1
               UNTIL WS-HASH-INDICE > 80.
           IF CAM-COLISIONA(WS-CAM-INDICE)
               ADD 1 TO WS-HUELLA
           END-IF.

       ACUMULAR-HUELLA-OCTETO.
           COMPUTE WS-HASH-OCTETO = FUNCTION ORD(
               WS-CAM-CLAVE-ANTES(WS-CAM-INDICE)(WS-HASH-INDICE:1)) - 1
           ADD WS-HASH-OCTETO TO WS-HUELLA
           COMPUTE WS-HASH-OCTETO = FUNCTION ORD(
               WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE)(WS-HASH-INDICE:1)) - 1
           ADD WS-HASH-OCTETO TO WS-HUELLA.

      *----------------------------------------------------------------
      *    SEGUNDA PASADA: APLICACION. Repite la seleccion sobre el
      *    maestro de ahora y solo sigue si da exactamente lo que dejo
      *    la prevision (mismos totales y huella): si entre tanto han
      *    cambiado las reglas o el maestro, hay que volver a prever.
      *    Cada cambio de clave se hace como en APLIMOV, borrando y
      *    escribiendo con los datos de gestion originales, y las dos
      *    anotaciones del diario llevan el identificador del lote.
      *----------------------------------------------------------------
       APLICAR-CORRECCIONES.
           MOVE "CORRNOM" TO WS-CER-PROGRAMA
           MOVE "E" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-MAESTRO-Y-DIARIO
               IF MAE-ABIERTO AND JRN-ABIERTO
                   PERFORM SELECCIONAR-CAMBIOS
                   IF SELECCION-VALIDA
                       PERFORM LEER-PREVISION
                       PERFORM CONFIRMAR-APLICACION
                   END-IF
               END-IF
               PERFORM CERRAR-MAESTRO-Y-DIARIO
               PERFORM LIBERAR-CERROJO
           END-IF.

       LEER-PREVISION.
           MOVE 'N' TO WS-PRV-COMPLETA
           MOVE 'N' TO WS-EOF-PRV
           MOVE ZERO TO WS-PRV-CAMBIOS
           MOVE ZERO TO WS-PRV-COLISIONES
           MOVE ZERO TO WS-PRV-HUELLA
           OPEN INPUT FICHERO-PREVISION
           IF FS-OK-PRV
               PERFORM LEER-LINEA-PREVISION UNTIL FIN-FICHERO-PRV
               CLOSE FICHERO-PREVISION
           ELSE
               IF NOT FS-ERROR-PRV
                   MOVE FS-STATUS-PRV TO WS-FS-CODIGO
                   MOVE "FICHERO DE PREVISION" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       LEER-LINEA-PREVISION.
           READ FICHERO-PREVISION
               AT END
                   SET FIN-FICHERO-PRV TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2
                   UNSTRING REGISTRO-PREVISION
                       DELIMITED BY ";"
                       INTO WS-CAMPO-1 WS-CAMPO-2
                   END-UNSTRING
                   EVALUATE WS-CAMPO-1
                       WHEN "TOTAL CAMBIOS"
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                               TO WS-PRV-CAMBIOS
                       WHEN "TOTAL COLISIONES"
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                               TO WS-PRV-COLISIONES
                       WHEN "HUELLA"
                           MOVE FUNCTION NUMVAL(WS-CAMPO-2)
                               TO WS-PRV-HUELLA
                           SET PRV-COMPLETA TO TRUE
                   END-EVALUATE
           END-READ.

       CONFIRMAR-APLICACION.
           EVALUATE TRUE
               WHEN NOT PRV-COMPLETA
                   DISPLAY "NO HAY PREVISION COMPLETA EN prevcorr.csv. "
                       "USE ANTES LA OPCION 1."
               WHEN WS-PRV-CAMBIOS NOT = WS-CONTADOR-CAMBIOS
                 OR WS-PRV-COLISIONES NOT = WS-CONTADOR-COLISIONES
                 OR WS-PRV-HUELLA NOT = WS-HUELLA
                   DISPLAY "LAS REGLAS O EL MAESTRO HAN CAMBIADO DESDE "
                       "LA PREVISION. REPITA LA OPCION 1."
                   MOVE 4 TO RETURN-CODE
               WHEN WS-CONTADOR-CAMBIOS = ZERO
                   DISPLAY "LA PREVISION NO TIENE NINGUN CAMBIO "
                       "APLICABLE."
               WHEN OTHER
                   DISPLAY "CAMBIOS A APLICAR:   " WS-CONTADOR-CAMBIOS
                   DISPLAY "COLISIONES (NO SE TOCAN): "
                       WS-CONTADOR-COLISIONES
                   DISPLAY "CONFIRMA LA APLICACION (S/N): "
                   ACCEPT WS-CONFIRMACION
                   IF CONFIRMADO
                       PERFORM APLICAR-LOTE
                   ELSE
                       DISPLAY "APLICACION CANCELADA."
                   END-IF
           END-EVALUATE.

       APLICAR-LOTE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOTE-ACTUAL
           MOVE ZERO TO WS-CONTADOR-APLICADOS
           MOVE ZERO TO WS-CONTADOR-RECHAZADOS
           PERFORM ABRIR-RESULTADO

           PERFORM APLICAR-CAMBIO
               VARYING WS-CAM-INDICE FROM 1 BY 1
               UNTIL WS-CAM-INDICE > WS-TOTAL-CAMBIOS
                   OR NOT JRN-ABIERTO

           PERFORM ESCRIBIR-TOTALES-RESULTADO
           PERFORM CERRAR-RESULTADO.

       APLICAR-CAMBIO.
           IF NOT CAM-COLISIONA(WS-CAM-INDICE)
               MOVE SPACES TO WS-MOTIVO-RECHAZO
               MOVE WS-CAM-CLAVE-ANTES(WS-CAM-INDICE) TO MAE-CLAVE
               READ FICHERO-MAESTRO
                   INVALID KEY
                       MOVE "CLAVE NO EXISTE" TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE MAE-DATOS TO WS-DATOS-GUARDADOS
                       MOVE REGISTRO-MAESTRO TO WS-JRN-ANTES
                       MOVE WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE)
                           TO MAE-CLAVE
                       READ FICHERO-MAESTRO
                           INVALID KEY
                               PERFORM BORRAR-Y-ESCRIBIR-NUEVA-CLAVE
                           NOT INVALID KEY
                               MOVE "LA CLAVE NUEVA YA EXISTE"
                                   TO WS-MOTIVO-RECHAZO
                       END-READ
               END-READ
               MOVE WS-CAM-CLAVE-ANTES(WS-CAM-INDICE)
                   TO WS-CLAVE-TRABAJO
               MOVE WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE)
                   TO WS-CLAVE-IMPRESA
               IF WS-MOTIVO-RECHAZO = SPACES
                   ADD 1 TO WS-CONTADOR-APLICADOS
                   PERFORM ESCRIBIR-RESULTADO-APLICADO
               ELSE
                   ADD 1 TO WS-CONTADOR-RECHAZADOS
                   PERFORM ESCRIBIR-RESULTADO-RECHAZADO
               END-IF
           END-IF.

       BORRAR-Y-ESCRIBIR-NUEVA-CLAVE.
           MOVE WS-CAM-CLAVE-ANTES(WS-CAM-INDICE) TO MAE-CLAVE

           DELETE FICHERO-MAESTRO RECORD
               INVALID KEY
                   MOVE "CLAVE NO EXISTE" TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF FS-OK-MAE
                       MOVE "D" TO WS-JRN-OPERACION
                       MOVE SPACES TO WS-JRN-DESPUES
                       PERFORM GRABAR-DIARIO
                   END-IF
           END-DELETE.

           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE WS-CAM-CLAVE-NUEVA(WS-CAM-INDICE) TO MAE-CLAVE
               MOVE WS-DATOS-GUARDADOS TO MAE-DATOS
               MOVE WS-FECHA-ACTUAL    TO MAE-FECHA-MODIF

               WRITE REGISTRO-MAESTRO
                   INVALID KEY
                       MOVE "LA CLAVE NUEVA YA EXISTE"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF FS-OK-MAE
                           MOVE "A" TO WS-JRN-OPERACION
                           MOVE SPACES TO WS-JRN-ANTES
                           MOVE REGISTRO-MAESTRO TO WS-JRN-DESPUES
                           PERFORM GRABAR-DIARIO
                       END-IF
               END-WRITE
           END-IF.

           IF WS-MOTIVO-RECHAZO = SPACES AND NOT FS-OK-MAE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               MOVE "ERROR DE E/S EN MAESTRO" TO WS-MOTIVO-RECHAZO
           END-IF.

      *----------------------------------------------------------------
      *    DESHACER UN LOTE. Reune del diario los pares borrado/alta
      *    que CORRNOM anoto con ese identificador y los deshace del
      *    ultimo al primero, devolviendo cada registro a su imagen
      *    anterior. Un registro que se ha tocado despues del lote
      *    (ya no es igual a la imagen que dejo la correccion) o cuya
      *    clave original ocupa ahora otro registro no se toca y queda
      *    en resulcor.csv para revisarlo a mano. Lo deshecho es a su
      *    vez un lote nuevo, con su propio identificador.
      *----------------------------------------------------------------
       DESHACER-LOTE.
           DISPLAY "Lote a deshacer (AAAAMMDDHHMMSS): "
           ACCEPT WS-LOTE-PEDIDO

           MOVE "CORRNOM" TO WS-CER-PROGRAMA
           MOVE "E" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO
               PERFORM REUNIR-LOTE
               IF WS-TOTAL-REVERSION = ZERO
                   DISPLAY "NO HAY EN EL DIARIO NINGUN CAMBIO DEL LOTE "
                       WS-LOTE-PEDIDO
               ELSE
                   PERFORM CONFIRMAR-DESHACER
               END-IF
               PERFORM LIBERAR-CERROJO
           END-IF.

       REUNIR-LOTE.
           MOVE ZERO TO WS-TOTAL-REVERSION
           MOVE 'N' TO WS-REVERSION-LLENA
           MOVE 'N' TO WS-EOF-JRN
           OPEN INPUT FICHERO-DIARIO
           IF FS-OK-JRN
               PERFORM LEER-DIARIO-LOTE UNTIL FIN-FICHERO-JRN
               CLOSE FICHERO-DIARIO
           ELSE
               MOVE FS-STATUS-JRN TO WS-FS-CODIGO
               MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF REVERSION-LLENA
               DISPLAY "EL LOTE TIENE MAS DE 5000 CAMBIOS; NO SE "
                   "DESHACE."
               MOVE ZERO TO WS-TOTAL-REVERSION
               MOVE 8 TO RETURN-CODE
           END-IF.

       LEER-DIARIO-LOTE.
           READ FICHERO-DIARIO
               AT END
                   SET FIN-FICHERO-JRN TO TRUE
               NOT AT END
                   IF JRN-PROGRAMA = "CORRNOM"
                       AND JRN-LOTE = WS-LOTE-PEDIDO
                       PERFORM ANOTAR-PAR-LOTE
                   END-IF
           END-READ.

       ANOTAR-PAR-LOTE.
           EVALUATE TRUE
               WHEN JRN-OP-BORRADO
                   IF WS-TOTAL-REVERSION >= 5000
                       SET REVERSION-LLENA TO TRUE
                       SET FIN-FICHERO-JRN TO TRUE
                   ELSE
                       ADD 1 TO WS-TOTAL-REVERSION
                       MOVE JRN-ANTES
                           TO WS-REV-ANTES(WS-TOTAL-REVERSION)
                       MOVE SPACES
                           TO WS-REV-DESPUES(WS-TOTAL-REVERSION)
                   END-IF
               WHEN JRN-OP-ALTA
                   IF WS-TOTAL-REVERSION > ZERO
                       MOVE JRN-DESPUES
                           TO WS-REV-DESPUES(WS-TOTAL-REVERSION)
                   END-IF
           END-EVALUATE.

       CONFIRMAR-DESHACER.
           MOVE WS-TOTAL-REVERSION TO WS-CONTADOR-TXT
           DISPLAY "EL LOTE " WS-LOTE-PEDIDO " CAMBIO "
               FUNCTION TRIM(WS-CONTADOR-TXT) " REGISTROS."
           DISPLAY "CONFIRMA DESHACERLO (S/N): "
           ACCEPT WS-CONFIRMACION
           IF CONFIRMADO
               PERFORM ABRIR-MAESTRO-Y-DIARIO
               IF MAE-ABIERTO AND JRN-ABIERTO
                   MOVE FUNCTION CURRENT-DATE(1:14) TO WS-LOTE-ACTUAL
                   MOVE ZERO TO WS-CONTADOR-APLICADOS
                   MOVE ZERO TO WS-CONTADOR-RECHAZADOS
                   PERFORM ABRIR-RESULTADO
                   PERFORM DESHACER-CAMBIO
                       VARYING WS-REV-INDICE FROM WS-TOTAL-REVERSION
                       BY -1
                       UNTIL WS-REV-INDICE < 1
                           OR NOT JRN-ABIERTO
                   PERFORM ESCRIBIR-TOTALES-RESULTADO
                   PERFORM CERRAR-RESULTADO
               END-IF
               PERFORM CERRAR-MAESTRO-Y-DIARIO
           ELSE
               DISPLAY "NO SE DESHACE NADA."
           END-IF.

       DESHACER-CAMBIO.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE WS-REV-ANTES(WS-REV-INDICE)(1:80) TO WS-CLAVE-IMPRESA
           MOVE WS-REV-DESPUES(WS-REV-INDICE)(1:80) TO WS-CLAVE-TRABAJO

           MOVE WS-CLAVE-IMPRESA TO MAE-CLAVE
           READ FICHERO-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "LA CLAVE ORIGINAL ESTA OCUPADA"
                       TO WS-MOTIVO-RECHAZO
           END-READ.

           IF WS-MOTIVO-RECHAZO = SPACES
               AND WS-REV-DESPUES(WS-REV-INDICE) NOT = SPACES
               MOVE WS-CLAVE-TRABAJO TO MAE-CLAVE
               READ FICHERO-MAESTRO
                   INVALID KEY
                       MOVE "EL REGISTRO CORREGIDO YA NO EXISTE"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF REGISTRO-MAESTRO
                           NOT = WS-REV-DESPUES(WS-REV-INDICE)
                           MOVE "MODIFICADO DESPUES DEL LOTE"
                               TO WS-MOTIVO-RECHAZO
                       ELSE
                           PERFORM BORRAR-REGISTRO-CORREGIDO
                       END-IF
               END-READ
           END-IF.

           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE WS-REV-ANTES(WS-REV-INDICE) TO REGISTRO-MAESTRO
               WRITE REGISTRO-MAESTRO
                   INVALID KEY
                       MOVE "LA CLAVE ORIGINAL ESTA OCUPADA"
                           TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       IF FS-OK-MAE
                           MOVE "A" TO WS-JRN-OPERACION
                           MOVE SPACES TO WS-JRN-ANTES
                           MOVE REGISTRO-MAESTRO TO WS-JRN-DESPUES
                           PERFORM GRABAR-DIARIO
                       END-IF
               END-WRITE
           END-IF.

           IF WS-MOTIVO-RECHAZO = SPACES AND NOT FS-OK-MAE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               MOVE "ERROR DE E/S EN MAESTRO" TO WS-MOTIVO-RECHAZO
           END-IF.

      *    En el resultado, como al aplicar, va primero la clave que
      *    tenia el registro y despues la que le deja esta pasada.
           IF WS-MOTIVO-RECHAZO = SPACES
               ADD 1 TO WS-CONTADOR-APLICADOS
               PERFORM ESCRIBIR-RESULTADO-APLICADO
           ELSE
               ADD 1 TO WS-CONTADOR-RECHAZADOS
               PERFORM ESCRIBIR-RESULTADO-RECHAZADO
           END-IF.

       BORRAR-REGISTRO-CORREGIDO.
           MOVE REGISTRO-MAESTRO TO WS-JRN-ANTES
           DELETE FICHERO-MAESTRO RECORD
               INVALID KEY
                   MOVE "EL REGISTRO CORREGIDO YA NO EXISTE"
                       TO WS-MOTIVO-RECHAZO
               NOT INVALID KEY
                   IF FS-OK-MAE
                       MOVE "D" TO WS-JRN-OPERACION
                       MOVE SPACES TO WS-JRN-DESPUES
                       PERFORM GRABAR-DIARIO
                   END-IF
           END-DELETE.

      *----------------------------------------------------------------
      *    Apertura y cierre del maestro y del diario para escribir.
      *    Sin diario no se toca el maestro, para que RECUNOM pueda
      *    reconstruirlo y para que el lote se pueda deshacer.
      *----------------------------------------------------------------
       ABRIR-MAESTRO-Y-DIARIO.
           OPEN I-O FICHERO-MAESTRO.
           IF FS-OK-MAE
               SET MAE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
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

       CERRAR-MAESTRO-Y-DIARIO.
           IF MAE-ABIERTO
               CLOSE FICHERO-MAESTRO
               MOVE 'N' TO WS-MAE-ABIERTO
           END-IF.
           IF JRN-ABIERTO
               CLOSE FICHERO-DIARIO
               MOVE 'N' TO WS-JRN-ABIERTO
           END-IF.

      *    Anota en diario.dat la operacion pendiente con su imagen
      *    anterior y posterior, el operador y el lote de la pasada.
      *    Si el diario falla se deja de escribir en el maestro.
       GRABAR-DIARIO.
           IF JRN-ABIERTO
               MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA
               MOVE "CORRNOM" TO JRN-PROGRAMA
               MOVE WS-JRN-OPERACION TO JRN-OPERACION
               MOVE WS-JRN-ANTES TO JRN-ANTES
               MOVE WS-JRN-DESPUES TO JRN-DESPUES
               MOVE WS-OPE-ID TO JRN-OPERADOR
               MOVE WS-LOTE-ACTUAL TO JRN-LOTE
               WRITE REGISTRO-DIARIO
               IF NOT FS-OK-JRN
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO
                   MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
                   CLOSE FICHERO-DIARIO
                   MOVE 'N' TO WS-JRN-ABIERTO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    resulcor.csv: una linea por cambio aplicado o deshecho, o
      *    rechazado con su motivo, y los totales con el lote.
      *----------------------------------------------------------------
       ABRIR-RESULTADO.
           OPEN OUTPUT FICHERO-RESULTADO
           IF FS-OK-RES
               SET RES-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-RES TO WS-FS-CODIGO
               MOVE "FICHERO DE RESULTADOS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       CERRAR-RESULTADO.
           IF RES-ABIERTO
               CLOSE FICHERO-RESULTADO
               MOVE 'N' TO WS-RES-ABIERTO
           END-IF.

       ESCRIBIR-RESULTADO-APLICADO.
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "APLICADO;"                       DELIMITED BY SIZE
                  WS-LOTE-ACTUAL                    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-NOMBRE)      DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-APELLIDO1)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-APELLIDO2)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-NOMBRE)      DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-APELLIDO1)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-APELLIDO2)   DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       ESCRIBIR-RESULTADO-RECHAZADO.
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "RECHAZADO;"                      DELIMITED BY SIZE
                  WS-LOTE-ACTUAL                    DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-NOMBRE)      DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-APELLIDO1)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLA-APELLIDO2)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-NOMBRE)      DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-APELLIDO1)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMP-APELLIDO2)   DELIMITED BY SIZE
                  ";"                               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-MOTIVO-RECHAZO)  DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       ESCRIBIR-TOTALES-RESULTADO.
           DISPLAY "LOTE:                " WS-LOTE-ACTUAL.
           DISPLAY "REGISTROS CAMBIADOS: " WS-CONTADOR-APLICADOS.
           DISPLAY "RECHAZADOS:          " WS-CONTADOR-RECHAZADOS.
           DISPLAY "EL DETALLE ESTA EN resulcor.csv".

           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "LOTE;" DELIMITED BY SIZE
                  WS-LOTE-ACTUAL DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO
           MOVE WS-CONTADOR-APLICADOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "TOTAL APLICADOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO
           MOVE WS-CONTADOR-RECHAZADOS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-SALIDA
           STRING "TOTAL RECHAZADOS;" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-SALIDA
           END-STRING
           PERFORM ESCRIBIR-LINEA-RESULTADO.

       ESCRIBIR-LINEA-RESULTADO.
           IF RES-ABIERTO
               MOVE WS-LINEA-SALIDA TO REGISTRO-RESULTADO
               WRITE REGISTRO-RESULTADO
               IF NOT FS-OK-RES
                   MOVE FS-STATUS-RES TO WS-FS-CODIGO
                   MOVE "FICHERO DE RESULTADOS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM CORRNOM.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSNOM.
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

           SELECT FICHERO-DIARIO
           ASSIGN TO "diario.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-JRN.

      *    Registro de las consultas hechas desde esta pantalla:
      *    FECHA HORA;CRITERIO;MODO;OPERADOR. Va aparte de
      *    auditoria.csv, que CUADRE cuadra linea a linea con las
      *    busquedas de REPORTE.
           SELECT FICHERO-CONSULTAS
           ASSIGN TO "consultas.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-CON.

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

       FD  FICHERO-DIARIO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

       FD  FICHERO-CONSULTAS.
       01  REGISTRO-CONSULTA PIC X(132).

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
      *    El estado "02" no es un error: avisa de que la lectura toco
      *    un duplicado de la clave alternativa de apellido, cosa
      *    normal en un fichero con WITH DUPLICATES.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00" "02".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-HIS PIC XX.
           88 FS-OK-HIS VALUE "00".
           88 FS-ERROR-HIS VALUE "35".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".
       01  FS-STATUS-CON PIC XX.
           88 FS-OK-CON VALUE "00".
           88 FS-ERROR-CON VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-FIN-MENU              PIC X VALUE 'N'.
           88 FIN-MENU              VALUE 'S'.

       01  WS-OPCION PIC 9(01) VALUE ZERO.
           88 OPCION-HOJEAR-CLAVE     VALUE 1.
           88 OPCION-HOJEAR-APELLIDO  VALUE 2.
           88 OPCION-HISTORIA         VALUE 3.
           88 OPCION-SALIR            VALUE 9.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.

       01  WS-CLAVE-LEIDA     PIC X VALUE 'N'.
           88 CLAVE-LEIDA     VALUE 'S'.

       01  WS-EOF-MAE         PIC X VALUE 'N'.
           88 FIN-FICHERO-MAE VALUE 'S'.
       01  WS-EOF-JRN         PIC X VALUE 'N'.
           88 FIN-FICHERO-JRN VALUE 'S'.

       01  WS-NOMBRE-CLAVE      PIC X(20).
       01  WS-APELLIDO1-CLAVE   PIC X(30).
       01  WS-APELLIDO2-CLAVE   PIC X(30).

      *    Consulta pedida por el operador y todavia sin anotar en
      *    consultas.csv. Se anota la primera vez que se concede el
      *    cerrojo para leerla, de modo que la linea no se cruza con
      *    una reescritura del registro hecha con el cerrojo de
      *    escritura.
       01  WS-CONSULTA-PENDIENTE PIC X VALUE 'N'.
           88 CONSULTA-PENDIENTE VALUE 'S'.
       01  WS-CON-MODO          PIC X(08).
       01  WS-CON-NOMBRE        PIC X(20).
       01  WS-CON-APELLIDO1     PIC X(30).
       01  WS-CON-APELLIDO2     PIC X(30).
       01  WS-CON-CRITERIO      PIC X(90).
       01  WS-FECHAHORA-CON        PIC X(21).
       01  WS-FECHAHORA-CON-TEXTO  PIC X(19).

      *    Hojeo. Cada pagina se recuerda por el punto desde el que
      *    empieza: la clave completa en el hojeo por clave, y en el
      *    hojeo por apellido el apellido mas cuantos registros con
      *    ese mismo apellido hay que saltar, porque la clave
      *    alternativa admite duplicados y un START solo sabe situarse
      *    en el primero. Volver atras es volver a situarse en el
      *    punto de la pagina anterior.
       01  WS-MODO-HOJEO      PIC X VALUE SPACE.
           88 HOJEO-POR-CLAVE     VALUE 'C'.
           88 HOJEO-POR-APELLIDO  VALUE 'A'.
       01  WS-FIN-HOJEO       PIC X VALUE 'N'.
           88 FIN-HOJEO       VALUE 'S'.
       01  WS-HAY-SIGUIENTE   PIC X VALUE 'N'.
           88 HAY-SIGUIENTE   VALUE 'S'.

       01  WS-LINEAS-PAGINA   PIC 9(03) COMP VALUE 15.
       01  WS-MAXIMO-PAGINAS  PIC 9(05) COMP VALUE 2000.
       01  WS-TOTAL-PAGINAS   PIC 9(05) COMP VALUE ZERO.
       01  WS-PAGINA-ACTUAL   PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-PAGINAS.
           05 WS-PAG OCCURS 2000 TIMES.
               10 WS-PAG-CLAVE        PIC X(80).
               10 WS-PAG-SALTO        PIC 9(05) COMP.
       01  WS-SALTO-INDICE    PIC 9(05) COMP.
       01  WS-ORDEN-DUPLICADO PIC 9(05) COMP VALUE ZERO.
       01  WS-APELLIDO-ANTERIOR PIC X(30) VALUE SPACES.
       01  WS-PAGINA-TXT      PIC Z(4)9.

       01  WS-TOTAL-HOJA      PIC 9(03) COMP VALUE ZERO.
       01  WS-HOJA-INDICE     PIC 9(03) COMP.
       01  WS-TABLA-HOJA.
           05 WS-HOJA-REGISTRO OCCURS 15 TIMES PIC X(105).

       01  WS-ORDEN           PIC X(02) VALUE SPACES.
       01  WS-ORDEN-NUM       PIC 9(02) VALUE ZERO.

       01  WS-LINEA-HOJA.
           05 WS-LH-NUMERO       PIC Z9.
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LH-NOMBRE       PIC X(44).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LH-ESTADO       PIC X(01).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LH-ALTA         PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LH-MODIF        PIC X(08).
           05 FILLER             PIC X(01) VALUE SPACE.
           05 WS-LH-BAJA         PIC X(08).

      *    Vista de una imagen del maestro (registro de la hoja o
      *    imagen del diario) para mostrarla.
       01  WS-IMAGEN.
           05 WS-IMG-CLAVE.
               10 WS-IMG-NOMBRE       PIC X(20).
               10 WS-IMG-APELLIDO1    PIC X(30).
               10 WS-IMG-APELLIDO2    PIC X(30).
           05 WS-IMG-FECHA-ALTA   PIC X(08).
           05 WS-IMG-FECHA-MODIF  PIC X(08).
           05 WS-IMG-ESTADO       PIC X(01).
           05 WS-IMG-FECHA-BAJA   PIC X(08).
       01  WS-IMG-ETIQUETA    PIC X(09).
       01  WS-NOMBRE-COMPLETO PIC X(82).

      *    Historia de un registro. Se reune primero el conjunto de
      *    claves por las que ha pasado, siguiendo en el diario los
      *    cambios de clave (un borrado seguido de un alta del mismo
      *    programa y dia que conserva la fecha de alta, que es como
      *    cambian la clave APLIMOV, FUSNOM, APRUNOM y CORRNOM), y
      *    despues se listan todas las anotaciones de esas claves.
       01  WS-MAXIMO-CLAVES   PIC 9(03) COMP VALUE 20.
       01  WS-TOTAL-CLAVES    PIC 9(03) COMP VALUE ZERO.
       01  WS-CLAVE-INDICE    PIC 9(03) COMP.
       01  WS-TABLA-CLAVES.
           05 WS-CLAVE-RELACIONADA OCCURS 20 TIMES PIC X(80).
       01  WS-CLAVE-BUSCADA   PIC X(80).
       01  WS-CLAVE-ENCONTRADA PIC X VALUE 'N'.
           88 CLAVE-ENCONTRADA VALUE 'S'.
       01  WS-CLAVE-ANTES-EN  PIC X VALUE 'N'.
           88 CLAVE-ANTES-EN  VALUE 'S'.
       01  WS-CLAVE-DESPUES-EN PIC X VALUE 'N'.
           88 CLAVE-DESPUES-EN VALUE 'S'.
       01  WS-HAY-CLAVES-NUEVAS PIC X VALUE 'N'.
           88 HAY-CLAVES-NUEVAS VALUE 'S'.
       01  WS-PASADAS         PIC 9(03) COMP VALUE ZERO.
       01  WS-HAY-DIARIO      PIC X VALUE 'N'.
           88 HAY-DIARIO      VALUE 'S'.

       01  WS-CAMBIO-CLAVE    PIC X VALUE 'N'.
           88 ES-CAMBIO-CLAVE VALUE 'S'.
       01  WS-HAY-RETENIDO    PIC X VALUE 'N'.
           88 HAY-RETENIDO    VALUE 'S'.

      *    Anotacion anterior del diario, para reconocer el par
      *    borrado-alta de un cambio de clave, y anotacion que se esta
      *    mostrando.
       01  WS-JRN-PREVIO.
           05 WS-PRE-FECHA        PIC X(08).
           05 WS-PRE-HORA         PIC X(06).
           05 WS-PRE-PROGRAMA     PIC X(08).
           05 WS-PRE-OPERACION    PIC X(01).
           05 WS-PRE-ANTES        PIC X(105).
           05 WS-PRE-DESPUES      PIC X(105).
           05 WS-PRE-OPERADOR     PIC X(08).
       01  WS-ENTRADA.
           05 WS-ENT-FECHA        PIC X(08).
           05 WS-ENT-HORA         PIC X(06).
           05 WS-ENT-PROGRAMA     PIC X(08).
           05 WS-ENT-OPERACION    PIC X(01).
           05 WS-ENT-ANTES        PIC X(105).
           05 WS-ENT-DESPUES      PIC X(105).
           05 WS-ENT-OPERADOR     PIC X(08).
       01  WS-OPERACION-TXT   PIC X(24).

       01  WS-CONTADOR-ENTRADAS    PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-PURGADOS    PIC 9(06) VALUE ZERO.

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

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

       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           PERFORM LEER-OPCION

           EVALUATE TRUE
               WHEN OPCION-HOJEAR-CLAVE
                   SET HOJEO-POR-CLAVE TO TRUE
                   PERFORM HOJEAR-MAESTRO
               WHEN OPCION-HOJEAR-APELLIDO
                   SET HOJEO-POR-APELLIDO TO TRUE
                   PERFORM HOJEAR-MAESTRO
               WHEN OPCION-HISTORIA
                   PERFORM HISTORIA-DE-CLAVE
               WHEN OPCION-SALIR
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

       MOSTRAR-MENU.
           DISPLAY "----------------------------------------".
           DISPLAY "CONSULTA DEL MAESTRO DE NOMBRES".
           DISPLAY "  1. HOJEAR POR CLAVE (NOMBRE Y APELLIDOS)".
           DISPLAY "  2. HOJEAR POR PRIMER APELLIDO".
           DISPLAY "  3. HISTORIA DE UNA CLAVE COMPLETA".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

       LEER-OPCION.
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION.

      *    Todas las opciones son de solo consulta: toman el cerrojo
      *    de ejecucion del maestro en modo lectura, que convive con
      *    la cadena de lotes, y lo sueltan en cuanto terminan de
      *    leer, antes de esperar cualquier orden del operador.
      *    Con el cerrojo concedido se anota la consulta pendiente;
      *    si se deniega, la consulta no llega a hacerse y no se
      *    anota.
       TOMAR-CERROJO-CONSULTA.
           MOVE "CONSNOM" TO WS-CER-PROGRAMA
           MOVE "L" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO AND CONSULTA-PENDIENTE
               PERFORM ANOTAR-CONSULTA
           END-IF
           MOVE 'N' TO WS-CONSULTA-PENDIENTE.

      *    Se guarda lo que tecleo el operador tal cual, para que
      *    quede constancia de quien consulto que.
       ANOTAR-CONSULTA.
           MOVE SPACES TO WS-CON-CRITERIO
           IF WS-CON-MODO = "APELLIDO"
               STRING "APELLIDO=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CON-APELLIDO1)
                          DELIMITED BY SIZE
                   INTO WS-CON-CRITERIO
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-CON-NOMBRE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CON-APELLIDO1)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CON-APELLIDO2)
                          DELIMITED BY SIZE
                   INTO WS-CON-CRITERIO
               END-STRING
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-FECHAHORA-CON
           STRING WS-FECHAHORA-CON(1:4)  DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-FECHAHORA-CON(5:2)  DELIMITED BY SIZE
                  "-"                    DELIMITED BY SIZE
                  WS-FECHAHORA-CON(7:2)  DELIMITED BY SIZE
                  " "                    DELIMITED BY SIZE
                  WS-FECHAHORA-CON(9:2)  DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-FECHAHORA-CON(11:2) DELIMITED BY SIZE
                  ":"                    DELIMITED BY SIZE
                  WS-FECHAHORA-CON(13:2) DELIMITED BY SIZE
               INTO WS-FECHAHORA-CON-TEXTO
           END-STRING

           OPEN EXTEND FICHERO-CONSULTAS
           IF FS-ERROR-CON
               OPEN OUTPUT FICHERO-CONSULTAS
           END-IF
           IF FS-OK-CON
               MOVE SPACES TO REGISTRO-CONSULTA
               STRING WS-FECHAHORA-CON-TEXTO DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CON-CRITERIO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CON-MODO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPE-ID) DELIMITED BY SIZE
                   INTO REGISTRO-CONSULTA
               END-STRING
               WRITE REGISTRO-CONSULTA
               IF NOT FS-OK-CON
                   MOVE FS-STATUS-CON TO WS-FS-CODIGO
                   MOVE "REGISTRO DE CONSULTAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
               CLOSE FICHERO-CONSULTAS
           ELSE
               MOVE FS-STATUS-CON TO WS-FS-CODIGO
               MOVE "REGISTRO DE CONSULTAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO SE PUDO ANOTAR LA CONSULTA EN "
                   "consultas.csv."
           END-IF.

       ABRIR-MAESTRO.
           OPEN INPUT FICHERO-MAESTRO.
           IF FS-OK-MAE
               SET MAE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO SE PUDO ABRIR nombres.dat."
           END-IF.

       CERRAR-MAESTRO.
           IF MAE-ABIERTO
               CLOSE FICHERO-MAESTRO
               MOVE 'N' TO WS-MAE-ABIERTO
           END-IF.

      *----------------------------------------------------------------
      *    HOJEO. Se situa en la clave parcial que teclea el operador
      *    (en el hojeo por apellido, sobre la clave alternativa
      *    MAE-APELLIDO1) y presenta el maestro de pagina en pagina,
      *    hacia delante o hacia atras. Desde la pagina se elige un
      *    registro por su numero para ver su historia.
      *    El cerrojo y el maestro se toman solo mientras se lee cada
      *    pagina: mientras la pagina espera la orden del operador no
      *    se retiene nada, y el hojeo no frena la cadena de lotes.
      *    Cada pagina vuelve a situarse desde su punto de arranque
      *    anotado (clave y salto de duplicados).
      *----------------------------------------------------------------
       HOJEAR-MAESTRO.
           MOVE SPACES TO WS-NOMBRE-CLAVE
           MOVE SPACES TO WS-APELLIDO1-CLAVE
           MOVE SPACES TO WS-APELLIDO2-CLAVE
           IF HOJEO-POR-CLAVE
               DISPLAY "Nombre (o su principio): "
               ACCEPT WS-NOMBRE-CLAVE
               DISPLAY "Apellido 1 (o su principio, opcional): "
               ACCEPT WS-APELLIDO1-CLAVE
               DISPLAY "Apellido 2 (o su principio, opcional): "
               ACCEPT WS-APELLIDO2-CLAVE
           ELSE
               DISPLAY "Apellido 1 (o su principio): "
               ACCEPT WS-APELLIDO1-CLAVE
           END-IF

           IF HOJEO-POR-CLAVE
               MOVE "CLAVE" TO WS-CON-MODO
           ELSE
               MOVE "APELLIDO" TO WS-CON-MODO
           END-IF
           MOVE WS-NOMBRE-CLAVE    TO WS-CON-NOMBRE
           MOVE WS-APELLIDO1-CLAVE TO WS-CON-APELLIDO1
           MOVE WS-APELLIDO2-CLAVE TO WS-CON-APELLIDO2
           SET CONSULTA-PENDIENTE TO TRUE

           PERFORM INICIAR-HOJEO
           PERFORM ATENDER-PAGINA UNTIL FIN-HOJEO.

       INICIAR-HOJEO.
           MOVE 'N' TO WS-FIN-HOJEO
           MOVE 1 TO WS-TOTAL-PAGINAS
           MOVE 1 TO WS-PAGINA-ACTUAL
           MOVE ZERO TO WS-PAG-SALTO(1)
           IF HOJEO-POR-CLAVE
               MOVE WS-NOMBRE-CLAVE    TO MAE-NOMBRE
               MOVE WS-APELLIDO1-CLAVE TO MAE-APELLIDO1
               MOVE WS-APELLIDO2-CLAVE TO MAE-APELLIDO2
               MOVE MAE-CLAVE TO WS-PAG-CLAVE(1)
           ELSE
               MOVE WS-APELLIDO1-CLAVE TO WS-PAG-CLAVE(1)
           END-IF
           PERFORM MOSTRAR-PAGINA
           IF WS-TOTAL-HOJA = ZERO AND NOT FIN-HOJEO
               DISPLAY "NO HAY REGISTROS A PARTIR DE ESA CLAVE."
               SET FIN-HOJEO TO TRUE
           END-IF.

       ATENDER-PAGINA.
           DISPLAY "S=SIGUIENTE A=ANTERIOR F=FIN "
               "O NUMERO DE LINEA PARA VER SU HISTORIA: "
           MOVE SPACES TO WS-ORDEN
           ACCEPT WS-ORDEN

           EVALUATE TRUE
               WHEN WS-ORDEN = "S" OR WS-ORDEN = "s"
                   IF HAY-SIGUIENTE
                       ADD 1 TO WS-PAGINA-ACTUAL
                       PERFORM MOSTRAR-PAGINA
                   ELSE
                       DISPLAY "NO HAY MAS REGISTROS."
                   END-IF
               WHEN WS-ORDEN = "A" OR WS-ORDEN = "a"
                   IF WS-PAGINA-ACTUAL > 1
                       SUBTRACT 1 FROM WS-PAGINA-ACTUAL
                       PERFORM MOSTRAR-PAGINA
                   ELSE
                       DISPLAY "YA ESTA EN LA PRIMERA PAGINA."
                   END-IF
               WHEN WS-ORDEN = "F" OR WS-ORDEN = "f"
                   SET FIN-HOJEO TO TRUE
               WHEN OTHER
                   PERFORM ELEGIR-LINEA
           END-EVALUATE.

       ELEGIR-LINEA.
           MOVE ZERO TO WS-ORDEN-NUM
           IF WS-ORDEN NUMERIC
               MOVE WS-ORDEN TO WS-ORDEN-NUM
           ELSE
               IF WS-ORDEN(1:1) NUMERIC AND WS-ORDEN(2:1) = SPACE
                   MOVE WS-ORDEN(1:1) TO WS-ORDEN-NUM
               END-IF
           END-IF

           IF WS-ORDEN-NUM >= 1 AND WS-ORDEN-NUM <= WS-TOTAL-HOJA
               MOVE WS-HOJA-REGISTRO(WS-ORDEN-NUM) TO WS-IMAGEN
               MOVE WS-IMG-CLAVE TO WS-CLAVE-BUSCADA
               MOVE "HISTORIA" TO WS-CON-MODO
               MOVE WS-IMG-NOMBRE    TO WS-CON-NOMBRE
               MOVE WS-IMG-APELLIDO1 TO WS-CON-APELLIDO1
               MOVE WS-IMG-APELLIDO2 TO WS-CON-APELLIDO2
               SET CONSULTA-PENDIENTE TO TRUE
               PERFORM MOSTRAR-HISTORIA
               PERFORM MOSTRAR-PAGINA
           ELSE
               DISPLAY "ORDEN NO VALIDA."
           END-IF.

      *    Se situa en el punto de la pagina actual, llena la hoja y
      *    lee un registro mas: si existe, hay pagina siguiente y su
      *    punto de arranque queda anotado. La hoja se pinta ya con
      *    el maestro cerrado y el cerrojo suelto; si no se puede
      *    leer, el hojeo termina.
       MOSTRAR-PAGINA.
           MOVE ZERO TO WS-TOTAL-HOJA
           MOVE 'N' TO WS-HAY-SIGUIENTE
           PERFORM TOMAR-CERROJO-CONSULTA
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-MAESTRO
               IF MAE-ABIERTO
                   PERFORM LEER-PAGINA
               ELSE
                   SET FIN-HOJEO TO TRUE
               END-IF
               PERFORM CERRAR-MAESTRO
               PERFORM LIBERAR-CERROJO
           ELSE
               SET FIN-HOJEO TO TRUE
           END-IF

           IF WS-TOTAL-HOJA > ZERO
               PERFORM PINTAR-PAGINA
           END-IF.

       LEER-PAGINA.
           PERFORM SITUAR-PAGINA

           PERFORM LLENAR-HOJA
               UNTIL FIN-FICHERO-MAE
                   OR WS-TOTAL-HOJA >= WS-LINEAS-PAGINA

           IF NOT FIN-FICHERO-MAE
               PERFORM LEER-SIGUIENTE-MAESTRO
               IF NOT FIN-FICHERO-MAE
                   SET HAY-SIGUIENTE TO TRUE
                   PERFORM ANOTAR-PAGINA-SIGUIENTE
               END-IF
           END-IF.

       SITUAR-PAGINA.
           MOVE 'N' TO WS-EOF-MAE
           MOVE LOW-VALUES TO WS-APELLIDO-ANTERIOR
           MOVE ZERO TO WS-ORDEN-DUPLICADO

           IF HOJEO-POR-APELLIDO
               MOVE WS-PAG-CLAVE(WS-PAGINA-ACTUAL)(1:30)
                   TO MAE-APELLIDO1
               START FICHERO-MAESTRO
                   KEY IS NOT LESS THAN MAE-APELLIDO1
                   INVALID KEY
                       SET FIN-FICHERO-MAE TO TRUE
               END-START
           ELSE
               MOVE WS-PAG-CLAVE(WS-PAGINA-ACTUAL) TO MAE-CLAVE
               START FICHERO-MAESTRO
                   KEY IS NOT LESS THAN MAE-CLAVE
                   INVALID KEY
                       SET FIN-FICHERO-MAE TO TRUE
               END-START
           END-IF

           PERFORM LEER-SIGUIENTE-MAESTRO
               VARYING WS-SALTO-INDICE FROM 1 BY 1
               UNTIL WS-SALTO-INDICE > WS-PAG-SALTO(WS-PAGINA-ACTUAL)
                   OR FIN-FICHERO-MAE.

      *    Lleva la cuenta de la posicion del registro dentro de su
      *    grupo de apellido repetido, que es el salto que necesita
      *    el hojeo por apellido para volver a situarse en el.
       LEER-SIGUIENTE-MAESTRO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   IF MAE-APELLIDO1 = WS-APELLIDO-ANTERIOR
                       ADD 1 TO WS-ORDEN-DUPLICADO
                   ELSE
                       MOVE ZERO TO WS-ORDEN-DUPLICADO
                       MOVE MAE-APELLIDO1 TO WS-APELLIDO-ANTERIOR
                   END-IF
           END-READ.

       LLENAR-HOJA.
           PERFORM LEER-SIGUIENTE-MAESTRO
           IF NOT FIN-FICHERO-MAE
               ADD 1 TO WS-TOTAL-HOJA
               MOVE REGISTRO-MAESTRO TO WS-HOJA-REGISTRO(WS-TOTAL-HOJA)
           END-IF.

       ANOTAR-PAGINA-SIGUIENTE.
           IF WS-PAGINA-ACTUAL = WS-TOTAL-PAGINAS
               IF WS-TOTAL-PAGINAS < WS-MAXIMO-PAGINAS
                   ADD 1 TO WS-TOTAL-PAGINAS
                   IF HOJEO-POR-APELLIDO
                       MOVE MAE-APELLIDO1
                           TO WS-PAG-CLAVE(WS-TOTAL-PAGINAS)
                       MOVE WS-ORDEN-DUPLICADO
                           TO WS-PAG-SALTO(WS-TOTAL-PAGINAS)
                   ELSE
                       MOVE MAE-CLAVE TO WS-PAG-CLAVE(WS-TOTAL-PAGINAS)
                       MOVE ZERO TO WS-PAG-SALTO(WS-TOTAL-PAGINAS)
                   END-IF
               ELSE
                   MOVE 'N' TO WS-HAY-SIGUIENTE
                   DISPLAY "SE ALCANZO EL LIMITE DE "
                       WS-MAXIMO-PAGINAS " PAGINAS DE ESTE HOJEO. "
                       "AFINE LA CLAVE DE ARRANQUE."
               END-IF
           END-IF.

       PINTAR-PAGINA.
           MOVE WS-PAGINA-ACTUAL TO WS-PAGINA-TXT
           DISPLAY "----------------------------------------"
           DISPLAY "PAGINA " FUNCTION TRIM(WS-PAGINA-TXT)
           DISPLAY "NN NOMBRE Y APELLIDOS                        "
               "  E ALTA     MODIF    BAJA"
           PERFORM PINTAR-LINEA-HOJA
               VARYING WS-HOJA-INDICE FROM 1 BY 1
               UNTIL WS-HOJA-INDICE > WS-TOTAL-HOJA
           IF NOT HAY-SIGUIENTE
               DISPLAY "(FIN DEL MAESTRO)"
           END-IF.

       PINTAR-LINEA-HOJA.
           MOVE WS-HOJA-REGISTRO(WS-HOJA-INDICE) TO WS-IMAGEN
           PERFORM FORMAR-NOMBRE-COMPLETO
           MOVE WS-HOJA-INDICE     TO WS-LH-NUMERO
           MOVE WS-NOMBRE-COMPLETO TO WS-LH-NOMBRE
           MOVE WS-IMG-ESTADO      TO WS-LH-ESTADO
           MOVE WS-IMG-FECHA-ALTA  TO WS-LH-ALTA
           MOVE WS-IMG-FECHA-MODIF TO WS-LH-MODIF
           MOVE WS-IMG-FECHA-BAJA  TO WS-LH-BAJA
           DISPLAY WS-LINEA-HOJA.

       FORMAR-NOMBRE-COMPLETO.
           MOVE SPACES TO WS-NOMBRE-COMPLETO
           STRING FUNCTION TRIM(WS-IMG-NOMBRE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO1) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO2) DELIMITED BY SIZE
               INTO WS-NOMBRE-COMPLETO
           END-STRING.

      *----------------------------------------------------------------
      *    HISTORIA DE UNA CLAVE COMPLETA. Para las personas que ya no
      *    estan en el maestro (purgadas o borradas) y no salen en el
      *    hojeo: se teclea la clave exacta y se muestra lo que haya
      *    en el maestro, el diario y el historico.
      *----------------------------------------------------------------
       HISTORIA-DE-CLAVE.
           DISPLAY "Nombre: "
           ACCEPT WS-NOMBRE-CLAVE
           DISPLAY "Apellido 1: "
           ACCEPT WS-APELLIDO1-CLAVE
           DISPLAY "Apellido 2: "
           ACCEPT WS-APELLIDO2-CLAVE

           MOVE "HISTORIA" TO WS-CON-MODO
           MOVE WS-NOMBRE-CLAVE    TO WS-CON-NOMBRE
           MOVE WS-APELLIDO1-CLAVE TO WS-CON-APELLIDO1
           MOVE WS-APELLIDO2-CLAVE TO WS-CON-APELLIDO2
           SET CONSULTA-PENDIENTE TO TRUE

           MOVE 'N' TO WS-CLAVE-LEIDA
           PERFORM TOMAR-CERROJO-CONSULTA
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-MAESTRO
               IF MAE-ABIERTO
                   SET CLAVE-LEIDA TO TRUE
                   MOVE WS-NOMBRE-CLAVE    TO MAE-NOMBRE
                   MOVE WS-APELLIDO1-CLAVE TO MAE-APELLIDO1
                   MOVE WS-APELLIDO2-CLAVE TO MAE-APELLIDO2
                   MOVE MAE-CLAVE TO WS-CLAVE-BUSCADA
                   READ FICHERO-MAESTRO
                       INVALID KEY
                           DISPLAY "ESA CLAVE NO ESTA EN EL MAESTRO."
                           MOVE SPACES TO WS-IMAGEN
                           MOVE WS-CLAVE-BUSCADA TO WS-IMG-CLAVE
                       NOT INVALID KEY
                           MOVE REGISTRO-MAESTRO TO WS-IMAGEN
                   END-READ
               END-IF
               PERFORM CERRAR-MAESTRO
               PERFORM LIBERAR-CERROJO
               IF CLAVE-LEIDA
                   PERFORM MOSTRAR-HISTORIA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    HISTORIA. Ficha del registro, anotaciones del diario de sus
      *    claves y, si alguna paso por la purga, su rastro en el
      *    historico. Se llama con la clave en WS-CLAVE-BUSCADA y el
      *    registro (o solo la clave) en WS-IMAGEN. Toma su propio
      *    cerrojo de consulta para leer el diario y el historico y
      *    lo suelta antes de volver, sin esperar al operador.
      *----------------------------------------------------------------
       MOSTRAR-HISTORIA.
           DISPLAY "========================================"
           IF WS-IMG-ESTADO NOT = SPACE
               MOVE "REGISTRO:" TO WS-IMG-ETIQUETA
               PERFORM MOSTRAR-IMAGEN
           END-IF

           PERFORM TOMAR-CERROJO-CONSULTA
           IF CERROJO-CONCEDIDO
               MOVE 1 TO WS-TOTAL-CLAVES
               MOVE WS-CLAVE-BUSCADA TO WS-CLAVE-RELACIONADA(1)
               PERFORM REUNIR-CLAVES

               IF WS-TOTAL-CLAVES > 1
                   DISPLAY "CLAVES POR LAS QUE HA PASADO EL REGISTRO:"
                   PERFORM MOSTRAR-CLAVE-RELACIONADA
                       VARYING WS-CLAVE-INDICE FROM 1 BY 1
                       UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               END-IF

               PERFORM LISTAR-DIARIO
               PERFORM CONSULTAR-HISTORICO
               PERFORM LIBERAR-CERROJO
           END-IF
           DISPLAY "========================================".

       MOSTRAR-CLAVE-RELACIONADA.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-IMG-CLAVE
           PERFORM FORMAR-NOMBRE-COMPLETO
           DISPLAY "  " FUNCTION TRIM(WS-NOMBRE-COMPLETO).

       MOSTRAR-IMAGEN.
           DISPLAY WS-IMG-ETIQUETA " "
               FUNCTION TRIM(WS-IMG-NOMBRE) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO1) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO2)
               "  ESTADO " WS-IMG-ESTADO
               " ALTA " WS-IMG-FECHA-ALTA
               " MODIF " WS-IMG-FECHA-MODIF
               " BAJA " WS-IMG-FECHA-BAJA.

      *    Pasadas sobre el diario hasta que no aparezcan claves
      *    nuevas: cada cambio de clave que entra o sale de una clave
      *    ya reunida aporta la otra.
       REUNIR-CLAVES.
           MOVE ZERO TO WS-PASADAS
           SET HAY-CLAVES-NUEVAS TO TRUE
           SET HAY-DIARIO TO TRUE
           PERFORM RECORRER-DIARIO-CLAVES
               UNTIL NOT HAY-CLAVES-NUEVAS
                   OR NOT HAY-DIARIO
                   OR WS-PASADAS >= WS-MAXIMO-CLAVES.

       RECORRER-DIARIO-CLAVES.
           ADD 1 TO WS-PASADAS
           MOVE 'N' TO WS-HAY-CLAVES-NUEVAS
           OPEN INPUT FICHERO-DIARIO
           IF FS-OK-JRN
               MOVE 'N' TO WS-EOF-JRN
               MOVE SPACES TO WS-JRN-PREVIO
               PERFORM EXAMINAR-CAMBIO-CLAVE UNTIL FIN-FICHERO-JRN
               CLOSE FICHERO-DIARIO
           ELSE
               MOVE 'N' TO WS-HAY-DIARIO
           END-IF.

       EXAMINAR-CAMBIO-CLAVE.
           READ FICHERO-DIARIO
               AT END
                   SET FIN-FICHERO-JRN TO TRUE
               NOT AT END
                   PERFORM DETECTAR-CAMBIO-CLAVE
                   IF ES-CAMBIO-CLAVE
                       PERFORM ANADIR-CLAVE-DEL-CAMBIO
                   END-IF
                   MOVE REGISTRO-DIARIO TO WS-JRN-PREVIO
           END-READ.

      *    Un cambio de clave es un borrado seguido inmediatamente de
      *    un alta del mismo programa y el mismo dia, con otra clave
      *    y la misma fecha de alta, que los programas conservan al
      *    reescribir el registro con la clave nueva.
       DETECTAR-CAMBIO-CLAVE.
           MOVE 'N' TO WS-CAMBIO-CLAVE
           IF JRN-OP-ALTA
               AND WS-PRE-OPERACION = "D"
               AND WS-PRE-PROGRAMA = JRN-PROGRAMA
               AND WS-PRE-FECHA = JRN-FECHA
               AND WS-PRE-ANTES(81:8) = JRN-DESPUES(81:8)
               AND WS-PRE-ANTES(1:80) NOT = JRN-DESPUES(1:80)
               SET ES-CAMBIO-CLAVE TO TRUE
           END-IF.

       ANADIR-CLAVE-DEL-CAMBIO.
           MOVE WS-PRE-ANTES(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-ANTES-EN

           MOVE JRN-DESPUES(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-DESPUES-EN

           IF CLAVE-ANTES-EN AND NOT CLAVE-DESPUES-EN
               MOVE JRN-DESPUES(1:80) TO WS-CLAVE-BUSCADA
               PERFORM ANADIR-CLAVE-RELACIONADA
           END-IF
           IF CLAVE-DESPUES-EN AND NOT CLAVE-ANTES-EN
               MOVE WS-PRE-ANTES(1:80) TO WS-CLAVE-BUSCADA
               PERFORM ANADIR-CLAVE-RELACIONADA
           END-IF.

       ANADIR-CLAVE-RELACIONADA.
           IF WS-TOTAL-CLAVES < WS-MAXIMO-CLAVES
               ADD 1 TO WS-TOTAL-CLAVES
               MOVE WS-CLAVE-BUSCADA
                   TO WS-CLAVE-RELACIONADA(WS-TOTAL-CLAVES)
               SET HAY-CLAVES-NUEVAS TO TRUE
           END-IF.

       BUSCAR-CLAVE-RELACIONADA.
           MOVE 'N' TO WS-CLAVE-ENCONTRADA
           IF WS-CLAVE-BUSCADA NOT = SPACES
               PERFORM COMPARAR-CLAVE-RELACIONADA
                   VARYING WS-CLAVE-INDICE FROM 1 BY 1
                   UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
                       OR CLAVE-ENCONTRADA
           END-IF.

       COMPARAR-CLAVE-RELACIONADA.
           IF WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) = WS-CLAVE-BUSCADA
               SET CLAVE-ENCONTRADA TO TRUE
           END-IF.

      *    Lista las anotaciones de cualquiera de las claves reunidas.
      *    Un borrado se retiene una anotacion por si es la primera
      *    mitad de un cambio de clave, que se muestra como una sola
      *    linea con la imagen anterior y la posterior.
       LISTAR-DIARIO.
           MOVE ZERO TO WS-CONTADOR-ENTRADAS
           OPEN INPUT FICHERO-DIARIO
           IF FS-OK-JRN
               DISPLAY "ANOTACIONES DEL DIARIO:"
               MOVE 'N' TO WS-EOF-JRN
               MOVE 'N' TO WS-HAY-RETENIDO
               MOVE SPACES TO WS-JRN-PREVIO
               PERFORM LISTAR-UNA-ANOTACION UNTIL FIN-FICHERO-JRN
               IF HAY-RETENIDO
                   MOVE WS-JRN-PREVIO TO WS-ENTRADA
                   MOVE SPACES TO WS-OPERACION-TXT
                   PERFORM MOSTRAR-ANOTACION
               END-IF
               CLOSE FICHERO-DIARIO
               IF WS-CONTADOR-ENTRADAS = ZERO
                   DISPLAY "  NINGUNA ANOTACION PARA ESTA CLAVE."
               END-IF
           ELSE
               DISPLAY "NO HAY DIARIO DE ACTUALIZACIONES (diario.dat)."
           END-IF.

       LISTAR-UNA-ANOTACION.
           READ FICHERO-DIARIO
               AT END
                   SET FIN-FICHERO-JRN TO TRUE
               NOT AT END
                   PERFORM CLASIFICAR-ANOTACION
                   MOVE REGISTRO-DIARIO TO WS-JRN-PREVIO
           END-READ.

       CLASIFICAR-ANOTACION.
           PERFORM DETECTAR-CAMBIO-CLAVE
           IF ES-CAMBIO-CLAVE AND HAY-RETENIDO
               MOVE WS-JRN-PREVIO TO WS-ENTRADA
               MOVE JRN-DESPUES TO WS-ENT-DESPUES
               MOVE "CAMBIO DE CLAVE" TO WS-OPERACION-TXT
               PERFORM MOSTRAR-ANOTACION
               MOVE 'N' TO WS-HAY-RETENIDO
           ELSE
               IF HAY-RETENIDO
                   MOVE WS-JRN-PREVIO TO WS-ENTRADA
                   MOVE SPACES TO WS-OPERACION-TXT
                   PERFORM MOSTRAR-ANOTACION
                   MOVE 'N' TO WS-HAY-RETENIDO
               END-IF
               PERFORM ANOTACION-DE-LAS-CLAVES
           END-IF.

      *    Las recreaciones completas del maestro (CARGAENT) se
      *    muestran siempre porque afectan a todos los registros; las
      *    marcas de respaldo de RESPNOM no se muestran.
       ANOTACION-DE-LAS-CLAVES.
           MOVE JRN-ANTES(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-ANTES-EN
           MOVE JRN-DESPUES(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-DESPUES-EN

           EVALUATE TRUE
               WHEN JRN-OP-RECREACION
                   MOVE REGISTRO-DIARIO TO WS-ENTRADA
                   MOVE SPACES TO WS-OPERACION-TXT
                   PERFORM MOSTRAR-ANOTACION
               WHEN NOT CLAVE-ANTES-EN AND NOT CLAVE-DESPUES-EN
                   CONTINUE
               WHEN JRN-OP-BORRADO
                   SET HAY-RETENIDO TO TRUE
               WHEN OTHER
                   MOVE REGISTRO-DIARIO TO WS-ENTRADA
                   MOVE SPACES TO WS-OPERACION-TXT
                   PERFORM MOSTRAR-ANOTACION
           END-EVALUATE.

       MOSTRAR-ANOTACION.
           IF WS-OPERACION-TXT = SPACES
               EVALUATE WS-ENT-OPERACION
                   WHEN "A"
                       MOVE "ALTA" TO WS-OPERACION-TXT
                   WHEN "R"
                       MOVE "MODIFICACION" TO WS-OPERACION-TXT
                   WHEN "D"
                       MOVE "BORRADO" TO WS-OPERACION-TXT
                   WHEN "C"
                       MOVE "RECREACION DEL MAESTRO" TO WS-OPERACION-TXT
                   WHEN OTHER
                       MOVE WS-ENT-OPERACION TO WS-OPERACION-TXT
               END-EVALUATE
           END-IF

           ADD 1 TO WS-CONTADOR-ENTRADAS
           DISPLAY "  " WS-ENT-FECHA " " WS-ENT-HORA " "
               WS-ENT-PROGRAMA " " WS-ENT-OPERADOR " "
               FUNCTION TRIM(WS-OPERACION-TXT)
           IF WS-ENT-ANTES NOT = SPACES
               MOVE WS-ENT-ANTES TO WS-IMAGEN
               MOVE "  ANTES: " TO WS-IMG-ETIQUETA
               PERFORM MOSTRAR-IMAGEN
           END-IF
           IF WS-ENT-DESPUES NOT = SPACES
               MOVE WS-ENT-DESPUES TO WS-IMAGEN
               MOVE "  DESPUES:" TO WS-IMG-ETIQUETA
               PERFORM MOSTRAR-IMAGEN
           END-IF.

       CONSULTAR-HISTORICO.
           MOVE ZERO TO WS-CONTADOR-PURGADOS
           OPEN INPUT FICHERO-HISTORICO
           IF FS-OK-HIS
               PERFORM BUSCAR-EN-HISTORICO
                   VARYING WS-CLAVE-INDICE FROM 1 BY 1
                   UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               CLOSE FICHERO-HISTORICO
               IF WS-CONTADOR-PURGADOS = ZERO
                   DISPLAY "NO CONSTA EN EL ARCHIVO HISTORICO."
               END-IF
           ELSE
               DISPLAY "NO HAY ARCHIVO HISTORICO: NO SE HA PURGADO "
                   "NADA TODAVIA."
           END-IF.

       BUSCAR-EN-HISTORICO.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO HIS-CLAVE
           READ FICHERO-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-PURGADOS
                   MOVE HIS-CLAVE TO WS-IMG-CLAVE
                   PERFORM FORMAR-NOMBRE-COMPLETO
                   DISPLAY "PURGADO AL HISTORICO EL " HIS-FECHA-PURGA
                       " (BAJA DEL " HIS-FECHA-BAJA "): "
                       FUNCTION TRIM(WS-NOMBRE-COMPLETO)
           END-READ.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM CONSNOM.

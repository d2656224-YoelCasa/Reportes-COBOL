
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGNOM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-MAESTRO
           ASSIGN TO "nombres.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MAE-CLAVE
           ALTERNATE RECORD KEY IS MAE-APELLIDO1 WITH DUPLICATES
           FILE STATUS IS FS-STATUS-MAE.

      *    Lista de vigilancia que envia cumplimiento: una linea por
      *    persona, NOMBRE;APELLIDO1;APELLIDO2;LISTA, donde LISTA dice
      *    de que relacion procede (PROHIBIDOS, FALLECIDOS...). Un
      *    APELLIDO2 en blanco casa con cualquier segundo apellido.
      *    Las lineas que empiezan por "*" son comentarios.
           SELECT FICHERO-VIGILANCIA
           ASSIGN TO "vigilancia.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-VIG.

      *    Disposiciones de cumplimiento sobre alertas anteriores:
      *    los seis campos de nombre de la linea de alertas.csv
      *    (NOMBRE;APELLIDO1;APELLIDO2 del registro cribado y
      *    NOMBRE;APELLIDO1;APELLIDO2 de la lista) seguidos de "V"
      *    (acierto verdadero) o "F" (falso positivo). Los campos que
      *    sigan (fecha, quien lo decidio) no se leen. Si no existe
      *    todas las alertas salen como nuevas.
           SELECT FICHERO-DISPOSICIONES
           ASSIGN TO "disposiciones.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-DIS.

      *    Entradas opcionales: si estan presentes cuando se lanza el
      *    programa se criban tambien, antes de que APLIMOV y CARGAINT
      *    las apliquen al maestro.
           SELECT FICHERO-MOVIMIENTOS
           ASSIGN TO "movimientos.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-MOV.

           SELECT FICHERO-INTERFAZ
           ASSIGN TO "interfaz.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-INT.

           SELECT FICHERO-ALERTAS
           ASSIGN TO "alertas.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-ALE.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPGENSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-MAESTRO.
           COPY CPNOMREG.

       FD  FICHERO-VIGILANCIA.
       01  REGISTRO-VIGILANCIA PIC X(200).

       FD  FICHERO-DISPOSICIONES.
       01  REGISTRO-DISPOSICION PIC X(250).

       FD  FICHERO-MOVIMIENTOS.
       01  REGISTRO-MOVIMIENTO PIC X(200).

      *    Mismo layout de ancho fijo que EXTNOM produce y CARGAINT
      *    recibe; aqui solo interesan los detalles de tipo "2".
       FD  FICHERO-INTERFAZ.
       01  REGISTRO-INTERFAZ        PIC X(106).
       01  REGISTRO-INT-DETALLE.
           05 INT-DET-TIPO          PIC X(01).
           05 INT-DET-NOMBRE        PIC X(20).
           05 INT-DET-APELLIDO1     PIC X(30).
           05 INT-DET-APELLIDO2     PIC X(30).
           05 FILLER                PIC X(25).

       FD  FICHERO-ALERTAS.
       01  REGISTRO-ALERTA PIC X(300).

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPGENFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-VIG PIC XX.
           88 FS-OK-VIG VALUE "00".
           88 FS-ERROR-VIG VALUE "35".
       01  FS-STATUS-DIS PIC XX.
           88 FS-OK-DIS VALUE "00".
           88 FS-ERROR-DIS VALUE "35".
       01  FS-STATUS-MOV PIC XX.
           88 FS-OK-MOV VALUE "00".
           88 FS-ERROR-MOV VALUE "35".
       01  FS-STATUS-INT PIC XX.
           88 FS-OK-INT VALUE "00".
           88 FS-ERROR-INT VALUE "35".
       01  FS-STATUS-ALE PIC XX.
           88 FS-OK-ALE VALUE "00".
           88 FS-ERROR-ALE VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-EOF-MAE         PIC X VALUE 'N'.
           88 FIN-FICHERO-MAE VALUE 'S'.
       01  WS-EOF-VIG         PIC X VALUE 'N'.
           88 FIN-FICHERO-VIG VALUE 'S'.
       01  WS-EOF-DIS         PIC X VALUE 'N'.
           88 FIN-FICHERO-DIS VALUE 'S'.
       01  WS-EOF-MOV         PIC X VALUE 'N'.
           88 FIN-FICHERO-MOV VALUE 'S'.
       01  WS-EOF-INT         PIC X VALUE 'N'.
           88 FIN-FICHERO-INT VALUE 'S'.

       01  WS-ALE-ABIERTO     PIC X VALUE 'N'.
           88 ALE-ABIERTO     VALUE 'S'.

      *    Lista de vigilancia en memoria, con cada nombre en su forma
      *    original (para informarlo) y plegada (para compararlo).
       01  WS-MAXIMO-VIGILANCIA  PIC 9(05) COMP VALUE 2000.
       01  WS-TOTAL-VIGILANCIA   PIC 9(05) COMP VALUE ZERO.
       01  WS-VIG-INDICE         PIC 9(05) COMP.
       01  WS-TABLA-VIGILANCIA.
           05 WS-VIG OCCURS 2000 TIMES.
               10 WS-VIG-NOMBRE           PIC X(20).
               10 WS-VIG-APELLIDO1        PIC X(30).
               10 WS-VIG-APELLIDO2        PIC X(30).
               10 WS-VIG-NOMBRE-NORM      PIC X(20).
               10 WS-VIG-APELLIDO1-NORM   PIC X(30).
               10 WS-VIG-APELLIDO2-NORM   PIC X(30).
               10 WS-VIG-LISTA            PIC X(20).

      *    Disposiciones en memoria. La clave son los seis campos de
      *    nombre ya plegados, de modo que una disposicion sigue
      *    valiendo aunque el registro cambie de mayusculas o acentos.
       01  WS-MAXIMO-DISPOSICIONES  PIC 9(05) COMP VALUE 5000.
       01  WS-TOTAL-DISPOSICIONES   PIC 9(05) COMP VALUE ZERO.
       01  WS-DIS-INDICE            PIC 9(05) COMP.
       01  WS-TABLA-DISPOSICIONES.
           05 WS-DIS OCCURS 5000 TIMES.
               10 WS-DIS-CLAVE            PIC X(160).
               10 WS-DIS-VALOR            PIC X(01).

       01  WS-DISPOSICION     PIC X(01) VALUE SPACE.
           88 DISPOSICION-VERDADERO VALUE 'V' 'v'.
           88 DISPOSICION-FALSO     VALUE 'F' 'f'.
       01  WS-CLAVE-ALERTA    PIC X(160).
       01  WS-CLAVE-ALERTA-R REDEFINES WS-CLAVE-ALERTA.
           05 WS-CLA-NOMBRE           PIC X(20).
           05 WS-CLA-APELLIDO1        PIC X(30).
           05 WS-CLA-APELLIDO2        PIC X(30).
           05 WS-CLA-VIG-NOMBRE       PIC X(20).
           05 WS-CLA-VIG-APELLIDO1    PIC X(30).
           05 WS-CLA-VIG-APELLIDO2    PIC X(30).

       01  WS-CAMPO-1         PIC X(30).
       01  WS-CAMPO-2         PIC X(30).
       01  WS-CAMPO-3         PIC X(30).
       01  WS-CAMPO-4         PIC X(30).
       01  WS-CAMPO-5         PIC X(30).
       01  WS-CAMPO-6         PIC X(30).
       01  WS-CAMPO-7         PIC X(30).

      *    Nombre que se esta cribando, de cualquiera de las fuentes,
      *    con su procedencia y una referencia para localizarlo (el
      *    estado en el maestro, la linea en los ficheros de entrada).
       01  WS-CAN-FUENTE           PIC X(12).
       01  WS-CAN-REFERENCIA       PIC X(20).
       01  WS-CAN-NOMBRE           PIC X(20).
       01  WS-CAN-APELLIDO1        PIC X(30).
       01  WS-CAN-APELLIDO2        PIC X(30).
       01  WS-CAN-NOMBRE-NORM      PIC X(20).
       01  WS-CAN-APELLIDO1-NORM   PIC X(30).
       01  WS-CAN-APELLIDO2-NORM   PIC X(30).
       01  WS-NUMERO-LINEA         PIC 9(06) VALUE ZERO.
       01  WS-NUMERO-LINEA-TXT     PIC Z(5)9.

      *    Entrada y salida del plegado de un campo: mayusculas y
      *    acentos ISO-8859-1 convertidos a la letra base, igual que
      *    NORMALIZAR-CAMPO en REPORTE y RECONOM.
       01  WS-NOR-ENTRADA     PIC X(30).
       01  WS-NOR-SALIDA      PIC X(30).

       01  WS-TIPO-ALERTA     PIC X(20).
       01  WS-ESTADO-ALERTA   PIC X(10).

      *    Analisis de movimientos.csv con el mismo criterio de
      *    comillas que APLIMOV: campo 1 la accion, 2 a 4 la clave y
      *    5 a 7 la clave nueva de una modificacion.
       01  WS-CSV-LONGITUD      PIC 9(03) COMP.
       01  WS-CSV-INDICE        PIC 9(03) COMP.
       01  WS-CSV-CAMPO         PIC 9(03) COMP.
       01  WS-CSV-PUNTERO       PIC 9(03) COMP.
       01  WS-CSV-LIMITE        PIC 9(03) COMP.
       01  WS-CSV-CARACTER      PIC X.
       01  WS-CSV-BUFFER        PIC X(30) VALUE SPACES.
       01  WS-CSV-EN-COMILLAS   PIC X VALUE 'N'.
           88 CSV-EN-COMILLAS   VALUE 'S'.

       01  WS-MOV-NOMBRE           PIC X(20) VALUE SPACES.
       01  WS-MOV-APELLIDO1        PIC X(30) VALUE SPACES.
       01  WS-MOV-APELLIDO2        PIC X(30) VALUE SPACES.
       01  WS-MOV-NOMBRE-NUEVO     PIC X(20) VALUE SPACES.
       01  WS-MOV-APELLIDO1-NUEVO  PIC X(30) VALUE SPACES.
       01  WS-MOV-APELLIDO2-NUEVO  PIC X(30) VALUE SPACES.

       01  WS-CONTADOR-CRIBADOS     PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-NUEVAS       PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-CONFIRMADAS  PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-SUPRIMIDAS   PIC 9(06) VALUE ZERO.

       01  WS-LINEA-ALERTA    PIC X(300) VALUE SPACES.

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPGENWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
               PERFORM CARGAR-VIGILANCIA
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM CARGAR-DISPOSICIONES
           END-IF.

           IF RETURN-CODE = ZERO AND WS-TOTAL-VIGILANCIA = ZERO
               DISPLAY "LA LISTA vigilancia.csv NO TIENE NOMBRES. "
                   "NADA QUE CRIBAR."
           END-IF.

           IF RETURN-CODE = ZERO AND WS-TOTAL-VIGILANCIA > ZERO
               PERFORM CRIBAR-MAESTRO
               PERFORM CRIBAR-MOVIMIENTOS
               PERFORM CRIBAR-INTERFAZ
           END-IF.

           PERFORM CIERRE.
           PERFORM FIN-PROGRAMA.

      *    Se toma el cerrojo de ejecucion del maestro en modo
      *    lectura, como RECONOM: la criba recorre nombres.dat entero
      *    y no cambia nada. Sin cerrojo no se abre alertas.csv, para
      *    no pisar el de la ejecucion anterior.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "VIGNOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-ALERTAS
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

       ABRIR-ALERTAS.
           OPEN OUTPUT FICHERO-ALERTAS.

           IF FS-OK-ALE
               SET ALE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-ALE TO WS-FS-CODIGO
               MOVE "FICHERO DE ALERTAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

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

      *----------------------------------------------------------------
      *    Carga de la lista de vigilancia y de las disposiciones.
      *----------------------------------------------------------------
       CARGAR-VIGILANCIA.
           OPEN INPUT FICHERO-VIGILANCIA.
           IF FS-OK-VIG
               PERFORM CARGAR-UNA-VIGILANCIA UNTIL FIN-FICHERO-VIG
               CLOSE FICHERO-VIGILANCIA
           ELSE
               MOVE FS-STATUS-VIG TO WS-FS-CODIGO
               MOVE "LISTA DE VIGILANCIA" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       CARGAR-UNA-VIGILANCIA.
           READ FICHERO-VIGILANCIA
               AT END
                   SET FIN-FICHERO-VIG TO TRUE
               NOT AT END
                   IF REGISTRO-VIGILANCIA = SPACES
                       OR REGISTRO-VIGILANCIA(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF WS-TOTAL-VIGILANCIA >= WS-MAXIMO-VIGILANCIA
                           DISPLAY "LA LISTA DE VIGILANCIA SUPERA LOS "
                               WS-MAXIMO-VIGILANCIA
                               " NOMBRES ADMITIDOS."
                           MOVE 12 TO RETURN-CODE
                           SET FIN-FICHERO-VIG TO TRUE
                       ELSE
                           PERFORM GUARDAR-VIGILANCIA
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-VIGILANCIA.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           UNSTRING REGISTRO-VIGILANCIA
               DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           END-UNSTRING

           IF WS-CAMPO-1 = SPACES OR WS-CAMPO-2 = SPACES
               DISPLAY "LINEA DE VIGILANCIA SIN NOMBRE O APELLIDO1, "
                   "SE IGNORA: " FUNCTION TRIM(REGISTRO-VIGILANCIA)
           ELSE
               ADD 1 TO WS-TOTAL-VIGILANCIA
               MOVE WS-TOTAL-VIGILANCIA TO WS-VIG-INDICE
               MOVE FUNCTION TRIM(WS-CAMPO-1)
                   TO WS-VIG-NOMBRE(WS-VIG-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-2)
                   TO WS-VIG-APELLIDO1(WS-VIG-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-3)
                   TO WS-VIG-APELLIDO2(WS-VIG-INDICE)
               MOVE FUNCTION TRIM(WS-CAMPO-4)
                   TO WS-VIG-LISTA(WS-VIG-INDICE)

               MOVE WS-VIG-NOMBRE(WS-VIG-INDICE) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-VIG-NOMBRE-NORM(WS-VIG-INDICE)

               MOVE WS-VIG-APELLIDO1(WS-VIG-INDICE) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA
                   TO WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE)

               MOVE WS-VIG-APELLIDO2(WS-VIG-INDICE) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA
                   TO WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE)
           END-IF.

       CARGAR-DISPOSICIONES.
           OPEN INPUT FICHERO-DISPOSICIONES.
           IF FS-OK-DIS
               PERFORM CARGAR-UNA-DISPOSICION UNTIL FIN-FICHERO-DIS
               CLOSE FICHERO-DISPOSICIONES
           END-IF.

       CARGAR-UNA-DISPOSICION.
           READ FICHERO-DISPOSICIONES
               AT END
                   SET FIN-FICHERO-DIS TO TRUE
               NOT AT END
                   IF REGISTRO-DISPOSICION = SPACES
                       OR REGISTRO-DISPOSICION(1:1) = "*"
                       CONTINUE
                   ELSE
                       IF WS-TOTAL-DISPOSICIONES >=
                               WS-MAXIMO-DISPOSICIONES
                           DISPLAY "EL FICHERO DE DISPOSICIONES SUPERA "
                               "LAS " WS-MAXIMO-DISPOSICIONES
                               " LINEAS ADMITIDAS."
                           MOVE 12 TO RETURN-CODE
                           SET FIN-FICHERO-DIS TO TRUE
                       ELSE
                           PERFORM GUARDAR-DISPOSICION
                       END-IF
                   END-IF
           END-READ.

       GUARDAR-DISPOSICION.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                          WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7
           UNSTRING REGISTRO-DISPOSICION
               DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
                    WS-CAMPO-5 WS-CAMPO-6 WS-CAMPO-7
           END-UNSTRING

           MOVE FUNCTION TRIM(WS-CAMPO-7) TO WS-DISPOSICION
           IF DISPOSICION-VERDADERO OR DISPOSICION-FALSO
               MOVE SPACES TO WS-CLAVE-ALERTA
               MOVE FUNCTION TRIM(WS-CAMPO-1) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-NOMBRE
               MOVE FUNCTION TRIM(WS-CAMPO-2) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-APELLIDO1
               MOVE FUNCTION TRIM(WS-CAMPO-3) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-APELLIDO2
               MOVE FUNCTION TRIM(WS-CAMPO-4) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-VIG-NOMBRE
               MOVE FUNCTION TRIM(WS-CAMPO-5) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-VIG-APELLIDO1
               MOVE FUNCTION TRIM(WS-CAMPO-6) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-CLA-VIG-APELLIDO2

               ADD 1 TO WS-TOTAL-DISPOSICIONES
               MOVE WS-CLAVE-ALERTA
                   TO WS-DIS-CLAVE(WS-TOTAL-DISPOSICIONES)
               MOVE FUNCTION UPPER-CASE(WS-DISPOSICION)
                   TO WS-DIS-VALOR(WS-TOTAL-DISPOSICIONES)
           ELSE
               DISPLAY "DISPOSICION DISTINTA DE V O F, SE IGNORA: "
                   FUNCTION TRIM(REGISTRO-DISPOSICION)
           END-IF.

      *----------------------------------------------------------------
      *    Fuentes a cribar.
      *----------------------------------------------------------------
       CRIBAR-MAESTRO.
           OPEN INPUT FICHERO-MAESTRO.

           IF FS-OK-MAE
               PERFORM CRIBAR-UN-MAESTRO UNTIL FIN-FICHERO-MAE
               CLOSE FICHERO-MAESTRO
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       CRIBAR-UN-MAESTRO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   MOVE "MAESTRO" TO WS-CAN-FUENTE
                   MOVE SPACES TO WS-CAN-REFERENCIA
                   STRING "ESTADO=" DELIMITED BY SIZE
                          MAE-ESTADO DELIMITED BY SIZE
                       INTO WS-CAN-REFERENCIA
                   END-STRING
                   MOVE MAE-NOMBRE    TO WS-CAN-NOMBRE
                   MOVE MAE-APELLIDO1 TO WS-CAN-APELLIDO1
                   MOVE MAE-APELLIDO2 TO WS-CAN-APELLIDO2
                   PERFORM CRIBAR-CANDIDATO
           END-READ.

      *    De cada movimiento se criba la clave y, si la linea trae
      *    una clave nueva distinta, tambien la clave nueva: es la
      *    que quedara en el maestro al aplicarse.
       CRIBAR-MOVIMIENTOS.
           MOVE ZERO TO WS-NUMERO-LINEA
           OPEN INPUT FICHERO-MOVIMIENTOS.

           IF FS-OK-MOV
               DISPLAY "SE CRIBA TAMBIEN movimientos.csv"
               PERFORM CRIBAR-UN-MOVIMIENTO UNTIL FIN-FICHERO-MOV
               CLOSE FICHERO-MOVIMIENTOS
           END-IF.

       CRIBAR-UN-MOVIMIENTO.
           READ FICHERO-MOVIMIENTOS
               AT END
                   SET FIN-FICHERO-MOV TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUMERO-LINEA
                   PERFORM SEPARAR-CAMPOS-CSV
                   PERFORM CRIBAR-CLAVES-MOVIMIENTO
           END-READ.

       CRIBAR-CLAVES-MOVIMIENTO.
           MOVE "MOVIMIENTOS" TO WS-CAN-FUENTE
           MOVE WS-NUMERO-LINEA TO WS-NUMERO-LINEA-TXT
           MOVE SPACES TO WS-CAN-REFERENCIA
           STRING "LINEA=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NUMERO-LINEA-TXT) DELIMITED BY SIZE
               INTO WS-CAN-REFERENCIA
           END-STRING

           MOVE WS-MOV-NOMBRE    TO WS-CAN-NOMBRE
           MOVE WS-MOV-APELLIDO1 TO WS-CAN-APELLIDO1
           MOVE WS-MOV-APELLIDO2 TO WS-CAN-APELLIDO2
           PERFORM CRIBAR-CANDIDATO

           IF WS-MOV-NOMBRE-NUEVO = SPACES
               MOVE WS-MOV-NOMBRE TO WS-MOV-NOMBRE-NUEVO
           END-IF.
           IF WS-MOV-APELLIDO1-NUEVO = SPACES
               MOVE WS-MOV-APELLIDO1 TO WS-MOV-APELLIDO1-NUEVO
           END-IF.
           IF WS-MOV-APELLIDO2-NUEVO = SPACES
               MOVE WS-MOV-APELLIDO2 TO WS-MOV-APELLIDO2-NUEVO
           END-IF.

           IF WS-MOV-NOMBRE-NUEVO NOT = WS-MOV-NOMBRE
               OR WS-MOV-APELLIDO1-NUEVO NOT = WS-MOV-APELLIDO1
               OR WS-MOV-APELLIDO2-NUEVO NOT = WS-MOV-APELLIDO2
               MOVE WS-MOV-NOMBRE-NUEVO    TO WS-CAN-NOMBRE
               MOVE WS-MOV-APELLIDO1-NUEVO TO WS-CAN-APELLIDO1
               MOVE WS-MOV-APELLIDO2-NUEVO TO WS-CAN-APELLIDO2
               PERFORM CRIBAR-CANDIDATO
           END-IF.

       SEPARAR-CAMPOS-CSV.
           MOVE SPACES TO WS-MOV-NOMBRE
           MOVE SPACES TO WS-MOV-APELLIDO1
           MOVE SPACES TO WS-MOV-APELLIDO2
           MOVE SPACES TO WS-MOV-NOMBRE-NUEVO
           MOVE SPACES TO WS-MOV-APELLIDO1-NUEVO
           MOVE SPACES TO WS-MOV-APELLIDO2-NUEVO
           MOVE SPACES TO WS-CSV-BUFFER
           MOVE 1 TO WS-CSV-CAMPO
           MOVE 1 TO WS-CSV-PUNTERO
           MOVE 'N' TO WS-CSV-EN-COMILLAS
           MOVE FUNCTION LENGTH(FUNCTION TRIM(REGISTRO-MOVIMIENTO
               TRAILING)) TO WS-CSV-LONGITUD
           PERFORM FIJAR-LIMITE-CAMPO

           PERFORM CSV-LEER-CARACTER
               VARYING WS-CSV-INDICE FROM 1 BY 1
               UNTIL WS-CSV-INDICE > WS-CSV-LONGITUD

           PERFORM CSV-GUARDAR-CAMPO.

       CSV-LEER-CARACTER.
           MOVE REGISTRO-MOVIMIENTO(WS-CSV-INDICE:1) TO WS-CSV-CARACTER

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
                   IF WS-CSV-PUNTERO <= WS-CSV-LIMITE
                       MOVE WS-CSV-CARACTER
                           TO WS-CSV-BUFFER(WS-CSV-PUNTERO:1)
                       ADD 1 TO WS-CSV-PUNTERO
                   END-IF
           END-EVALUATE.

       FIJAR-LIMITE-CAMPO.
           EVALUATE WS-CSV-CAMPO
               WHEN 1
                   MOVE 12 TO WS-CSV-LIMITE
               WHEN 2
                   MOVE 20 TO WS-CSV-LIMITE
               WHEN 5
                   MOVE 20 TO WS-CSV-LIMITE
               WHEN OTHER
                   MOVE 30 TO WS-CSV-LIMITE
           END-EVALUATE.

       CSV-GUARDAR-CAMPO.
           EVALUATE WS-CSV-CAMPO
               WHEN 2
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER) TO WS-MOV-NOMBRE
               WHEN 3
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-MOV-APELLIDO1
               WHEN 4
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-MOV-APELLIDO2
               WHEN 5
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-MOV-NOMBRE-NUEVO
               WHEN 6
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-MOV-APELLIDO1-NUEVO
               WHEN 7
                   MOVE FUNCTION TRIM(WS-CSV-BUFFER)
                       TO WS-MOV-APELLIDO2-NUEVO
           END-EVALUATE.

       CRIBAR-INTERFAZ.
           MOVE ZERO TO WS-NUMERO-LINEA
           OPEN INPUT FICHERO-INTERFAZ.

           IF FS-OK-INT
               DISPLAY "SE CRIBA TAMBIEN interfaz.dat"
               PERFORM CRIBAR-UN-DETALLE UNTIL FIN-FICHERO-INT
               CLOSE FICHERO-INTERFAZ
           END-IF.

       CRIBAR-UN-DETALLE.
           READ FICHERO-INTERFAZ
               AT END
                   SET FIN-FICHERO-INT TO TRUE
               NOT AT END
                   ADD 1 TO WS-NUMERO-LINEA
                   IF INT-DET-TIPO = "2"
                       MOVE "INTERFAZ" TO WS-CAN-FUENTE
                       MOVE WS-NUMERO-LINEA TO WS-NUMERO-LINEA-TXT
                       MOVE SPACES TO WS-CAN-REFERENCIA
                       STRING "REGISTRO=" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-NUMERO-LINEA-TXT)
                                  DELIMITED BY SIZE
                           INTO WS-CAN-REFERENCIA
                       END-STRING
                       MOVE INT-DET-NOMBRE    TO WS-CAN-NOMBRE
                       MOVE INT-DET-APELLIDO1 TO WS-CAN-APELLIDO1
                       MOVE INT-DET-APELLIDO2 TO WS-CAN-APELLIDO2
                       PERFORM CRIBAR-CANDIDATO
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      *    Comparacion de un nombre con toda la lista.
      *----------------------------------------------------------------
       CRIBAR-CANDIDATO.
           ADD 1 TO WS-CONTADOR-CRIBADOS

           MOVE FUNCTION TRIM(WS-CAN-NOMBRE) TO WS-CAN-NOMBRE
           MOVE FUNCTION TRIM(WS-CAN-APELLIDO1) TO WS-CAN-APELLIDO1
           MOVE FUNCTION TRIM(WS-CAN-APELLIDO2) TO WS-CAN-APELLIDO2

           MOVE WS-CAN-NOMBRE TO WS-NOR-ENTRADA
           PERFORM NORMALIZAR-CAMPO
           MOVE WS-NOR-SALIDA TO WS-CAN-NOMBRE-NORM

           MOVE WS-CAN-APELLIDO1 TO WS-NOR-ENTRADA
           PERFORM NORMALIZAR-CAMPO
           MOVE WS-NOR-SALIDA TO WS-CAN-APELLIDO1-NORM

           MOVE WS-CAN-APELLIDO2 TO WS-NOR-ENTRADA
           PERFORM NORMALIZAR-CAMPO
           MOVE WS-NOR-SALIDA TO WS-CAN-APELLIDO2-NORM

           PERFORM COTEJAR-VIGILANCIA
               VARYING WS-VIG-INDICE FROM 1 BY 1
               UNTIL WS-VIG-INDICE > WS-TOTAL-VIGILANCIA.

      *    Tipo de coincidencia, de mas a menos estricta: EXACTO si
      *    los tres campos coinciden tal cual; NORMALIZADO si solo
      *    coinciden plegados; APELLIDOS-INVERTIDOS si el nombre
      *    coincide y los apellidos casan cruzados, el mismo caso que
      *    RECONOM agrupa; PARCIAL si la lista no trae APELLIDO2 y el
      *    nombre y su apellido coinciden con uno de los del registro.
       COTEJAR-VIGILANCIA.
           MOVE SPACES TO WS-TIPO-ALERTA

           EVALUATE TRUE
               WHEN WS-CAN-NOMBRE = WS-VIG-NOMBRE(WS-VIG-INDICE)
                   AND WS-CAN-APELLIDO1 =
                       WS-VIG-APELLIDO1(WS-VIG-INDICE)
                   AND WS-CAN-APELLIDO2 =
                       WS-VIG-APELLIDO2(WS-VIG-INDICE)
                   MOVE "EXACTO" TO WS-TIPO-ALERTA
               WHEN WS-CAN-NOMBRE-NORM NOT =
                       WS-VIG-NOMBRE-NORM(WS-VIG-INDICE)
                   CONTINUE
               WHEN WS-CAN-APELLIDO1-NORM =
                       WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE)
                   AND WS-CAN-APELLIDO2-NORM =
                       WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE)
                   MOVE "NORMALIZADO" TO WS-TIPO-ALERTA
               WHEN WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE) NOT = SPACES
                   AND WS-CAN-APELLIDO1-NORM =
                       WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE)
                   AND WS-CAN-APELLIDO2-NORM =
                       WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE)
                   MOVE "APELLIDOS-INVERTIDOS" TO WS-TIPO-ALERTA
               WHEN WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE) = SPACES
                   AND (WS-CAN-APELLIDO1-NORM =
                           WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE)
                     OR WS-CAN-APELLIDO2-NORM =
                           WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE))
                   MOVE "PARCIAL" TO WS-TIPO-ALERTA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-TIPO-ALERTA NOT = SPACES
               PERFORM DISPONER-ALERTA
           END-IF.

      *    Una coincidencia marcada como falso positivo no se vuelve
      *    a informar; una marcada como verdadera se informa como
      *    CONFIRMADA y el resto como NUEVA, pendiente de revision.
       DISPONER-ALERTA.
           MOVE WS-CAN-NOMBRE-NORM    TO WS-CLA-NOMBRE
           MOVE WS-CAN-APELLIDO1-NORM TO WS-CLA-APELLIDO1
           MOVE WS-CAN-APELLIDO2-NORM TO WS-CLA-APELLIDO2
           MOVE WS-VIG-NOMBRE-NORM(WS-VIG-INDICE) TO WS-CLA-VIG-NOMBRE
           MOVE WS-VIG-APELLIDO1-NORM(WS-VIG-INDICE)
               TO WS-CLA-VIG-APELLIDO1
           MOVE WS-VIG-APELLIDO2-NORM(WS-VIG-INDICE)
               TO WS-CLA-VIG-APELLIDO2

           MOVE SPACE TO WS-DISPOSICION
           PERFORM BUSCAR-DISPOSICION
               VARYING WS-DIS-INDICE FROM 1 BY 1
               UNTIL WS-DIS-INDICE > WS-TOTAL-DISPOSICIONES
                   OR WS-DISPOSICION NOT = SPACE

           EVALUATE TRUE
               WHEN DISPOSICION-FALSO
                   ADD 1 TO WS-CONTADOR-SUPRIMIDAS
               WHEN DISPOSICION-VERDADERO
                   ADD 1 TO WS-CONTADOR-CONFIRMADAS
                   MOVE "CONFIRMADA" TO WS-ESTADO-ALERTA
                   PERFORM ESCRIBIR-ALERTA
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-NUEVAS
                   MOVE "NUEVA" TO WS-ESTADO-ALERTA
                   PERFORM ESCRIBIR-ALERTA
           END-EVALUATE.

       BUSCAR-DISPOSICION.
           IF WS-DIS-CLAVE(WS-DIS-INDICE) = WS-CLAVE-ALERTA
               MOVE WS-DIS-VALOR(WS-DIS-INDICE) TO WS-DISPOSICION
           END-IF.

      *    Linea de alerta: FUENTE;REFERENCIA;NOMBRE;APELLIDO1;
      *    APELLIDO2;NOMBRE;APELLIDO1;APELLIDO2 de la lista;LISTA;
      *    TIPO=...;DISPOSICION=.... Los campos 3 a 8 son los que
      *    cumplimiento copia a disposiciones.csv con su "V" o "F".
       ESCRIBIR-ALERTA.
           MOVE SPACES TO WS-LINEA-ALERTA
           STRING FUNCTION TRIM(WS-CAN-FUENTE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAN-REFERENCIA) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAN-NOMBRE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAN-APELLIDO1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAN-APELLIDO2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIG-NOMBRE(WS-VIG-INDICE))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIG-APELLIDO1(WS-VIG-INDICE))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIG-APELLIDO2(WS-VIG-INDICE))
                      DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VIG-LISTA(WS-VIG-INDICE))
                      DELIMITED BY SIZE
                  ";TIPO=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TIPO-ALERTA) DELIMITED BY SIZE
                  ";DISPOSICION=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESTADO-ALERTA) DELIMITED BY SIZE
               INTO WS-LINEA-ALERTA
           END-STRING

           IF ALE-ABIERTO
               MOVE WS-LINEA-ALERTA TO REGISTRO-ALERTA
               WRITE REGISTRO-ALERTA
               IF NOT FS-OK-ALE
                   MOVE FS-STATUS-ALE TO WS-FS-CODIGO
                   MOVE "FICHERO DE ALERTAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

      *    Plegado de un campo: mayusculas ASCII y acentos ISO-8859-1
      *    convertidos a la letra base, en sus variantes mayuscula y
      *    minuscula. Es el mismo plegado que REPORTE y RECONOM.
       NORMALIZAR-CAMPO.
           MOVE FUNCTION UPPER-CASE(WS-NOR-ENTRADA) TO WS-NOR-SALIDA
           INSPECT WS-NOR-SALIDA CONVERTING
               X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY"
           INSPECT WS-NOR-SALIDA CONVERTING
               X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY".

      *    Las alertas nuevas dejan RETURN-CODE 4: la cadena se
      *    detiene antes de APLIMOV o CARGAINT hasta que cumplimiento
      *    las revise y las anote en disposiciones.csv.
       CIERRE.
           DISPLAY "NOMBRES CRIBADOS: " WS-CONTADOR-CRIBADOS.
           DISPLAY "ALERTAS NUEVAS: " WS-CONTADOR-NUEVAS.
           DISPLAY "ALERTAS CONFIRMADAS: " WS-CONTADOR-CONFIRMADAS.
           DISPLAY "FALSOS POSITIVOS OMITIDOS: " WS-CONTADOR-SUPRIMIDAS.

           IF ALE-ABIERTO
               CLOSE FICHERO-ALERTAS
               IF NOT FS-OK-ALE
                   MOVE FS-STATUS-ALE TO WS-FS-CODIGO
                   MOVE "FICHERO DE ALERTAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

           IF ALE-ABIERTO AND RETURN-CODE = ZERO
               MOVE "alertas.csv" TO WS-GEN-BASE
               MOVE "ALERTAS DE VIGILANCIA" TO WS-GEN-DESC
               PERFORM ARCHIVAR-GENERACION
           END-IF.

           IF WS-CONTADOR-NUEVAS > ZERO AND RETURN-CODE < 4
               DISPLAY "ATENCION: HAY ALERTAS NUEVAS EN alertas.csv "
                   "PENDIENTES DE REVISION POR CUMPLIMIENTO."
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM LIBERAR-CERROJO.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPGENPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM VIGNOM.

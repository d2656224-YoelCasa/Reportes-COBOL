
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPEJEC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Informe de la ultima ejecucion de cada programa frente a la
      *    media de sus ejecuciones anteriores: una linea por programa
      *    con sus cifras y sus medias, y debajo los avisos.
           SELECT FICHERO-INFORME
           ASSIGN TO "ejecuciones.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INF.

           COPY CPOPESEL.

           COPY CPEJESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-INFORME.
       01  REGISTRO-INFORME PIC X(132).

       COPY CPOPEFD.

       COPY CPEJEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-INF PIC XX.
           88 FS-OK-INF VALUE "00".
           88 FS-ERROR-INF VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-EOF-EJE         PIC X VALUE 'N'.
           88 FIN-FICHERO-EJE VALUE 'S'.
       01  WS-INF-ABIERTO     PIC X VALUE 'N'.
           88 INF-ABIERTO     VALUE 'S'.

       01  WS-FECHA-ACTUAL    PIC X(08).
       01  WS-FECHA-TEXTO     PIC X(10) VALUE SPACES.

      *    Criterios de desviacion, los mismos que usa ESTMENS para el
      *    cierre: una cifra que triplica la media de las ejecuciones
      *    anteriores, o que no llega a un tercio de ella, se avisa.
      *    Hacen falta al menos tres ejecuciones anteriores para que la
      *    media signifique algo, y se toman como mucho las diez
      *    ultimas, para que la media siga los cambios de volumen
      *    normales del negocio. El tiempo solo se avisa por encima de
      *    un minuto y los rechazos a partir de cinco, porque en
      *    trabajos cortos o limpios cualquier ruido triplica la media.
       01  WS-FACTOR-DESVIACION  PIC 9(03) VALUE 3.
       01  WS-MINIMO-ANTERIORES  PIC 9(03) COMP VALUE 3.
       01  WS-MAXIMO-ANTERIORES  PIC 9(03) COMP VALUE 10.
       01  WS-MINIMO-SEGUNDOS    PIC 9(09) VALUE 60.
       01  WS-MINIMO-RECHAZADOS  PIC 9(09) VALUE 5.

      *    Una fila por programa que aparece en el historial. La
      *    ultima ejecucion se guarda entera, con sus medias y sus
      *    avisos; las anteriores solo en el anillo de las diez
      *    ultimas que entran en la media. Las ejecuciones que
      *    acabaron con RETURN-CODE 8 o mas no entran en el anillo:
      *    un trabajo caido no lee ni escribe nada y hundiria la media.
      *    WS-PRG-PENDIENTE queda a 'S' mientras la ultima ejecucion no
      *    haya pasado por un REPEJEC anterior.
       01  WS-MAXIMO-PROGRAMAS PIC 9(03) COMP VALUE 30.
       01  WS-TOTAL-PROGRAMAS  PIC 9(03) COMP VALUE ZERO.
       01  WS-INDICE           PIC 9(03) COMP.
       01  WS-INDICE-ANT       PIC 9(03) COMP.
       01  WS-PRG-ACTUAL       PIC 9(03) COMP VALUE ZERO.

       01  WS-TABLA-PROGRAMAS.
           05 WS-PRG OCCURS 30 TIMES.
               10 WS-PRG-NOMBRE         PIC X(08).
               10 WS-PRG-EJECUCIONES    PIC 9(07).
               10 WS-PRG-DESVIADAS      PIC 9(07).
               10 WS-PRG-ULT-INICIO     PIC X(14).
               10 WS-PRG-ULT-SEGUNDOS   PIC 9(09).
               10 WS-PRG-ULT-RC         PIC 9(04).
               10 WS-PRG-ULT-LEIDOS     PIC 9(09).
               10 WS-PRG-ULT-ESCRITOS   PIC 9(09).
               10 WS-PRG-ULT-RECHAZADOS PIC 9(09).
               10 WS-PRG-ULT-ANTERIORES PIC 9(03).
               10 WS-PRG-MED-SEGUNDOS   PIC 9(09).
               10 WS-PRG-MED-LEIDOS     PIC 9(09).
               10 WS-PRG-MED-ESCRITOS   PIC 9(09).
               10 WS-PRG-MED-RECHAZADOS PIC 9(09).
               10 WS-PRG-ULT-AVISOS     PIC X(80).
               10 WS-PRG-PENDIENTE      PIC X(01).
               10 WS-PRG-NUM-ANT        PIC 9(03) COMP.
               10 WS-PRG-POS-ANT        PIC 9(03) COMP.
               10 WS-PRG-ANT OCCURS 10 TIMES.
                   15 WS-ANT-SEGUNDOS   PIC 9(09).
                   15 WS-ANT-LEIDOS     PIC 9(09).
                   15 WS-ANT-ESCRITOS   PIC 9(09).
                   15 WS-ANT-RECHAZADOS PIC 9(09).

      *    Campos de la linea de ejecuciones.csv en curso.
       01  WS-CAMPO-1         PIC X(20).
       01  WS-CAMPO-2         PIC X(20).
       01  WS-CAMPO-3         PIC X(20).
       01  WS-CAMPO-4         PIC X(20).
       01  WS-CAMPO-5         PIC X(20).
       01  WS-CAMPO-6         PIC X(20).
       01  WS-CAMPO-7         PIC X(20).
       01  WS-CAMPO-8         PIC X(20).
       01  WS-CAMPO-9         PIC X(20).

       01  WS-LIN-PROGRAMA    PIC X(08).
       01  WS-LIN-INICIO      PIC X(14).
       01  WS-LIN-SEGUNDOS    PIC 9(09).
       01  WS-LIN-RC          PIC 9(04).
       01  WS-LIN-LEIDOS      PIC 9(09).
       01  WS-LIN-ESCRITOS    PIC 9(09).
       01  WS-LIN-RECHAZADOS  PIC 9(09).

      *    Sumas y medias de las ejecuciones anteriores de un programa.
       01  WS-SUMA-SEGUNDOS   PIC 9(11) VALUE ZERO.
       01  WS-SUMA-LEIDOS     PIC 9(11) VALUE ZERO.
       01  WS-SUMA-ESCRITOS   PIC 9(11) VALUE ZERO.
       01  WS-SUMA-RECHAZADOS PIC 9(11) VALUE ZERO.
       01  WS-MED-SEGUNDOS    PIC 9(09) VALUE ZERO.
       01  WS-MED-LEIDOS      PIC 9(09) VALUE ZERO.
       01  WS-MED-ESCRITOS    PIC 9(09) VALUE ZERO.
       01  WS-MED-RECHAZADOS  PIC 9(09) VALUE ZERO.

       01  WS-AVISOS          PIC X(80) VALUE SPACES.
       01  WS-AVISOS-PUNTERO  PIC 9(03) COMP VALUE 1.
       01  WS-AVISO-TEXTO     PIC X(20) VALUE SPACES.
       01  WS-RC-TXT          PIC Z(3)9.

       01  WS-LINEAS-LEIDAS    PIC 9(09) VALUE ZERO.
       01  WS-LINEAS-IGNORADAS PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-AVISOS  PIC 9(03) VALUE ZERO.
       01  WS-TABLA-LLENA      PIC X VALUE 'N'.
           88 TABLA-LLENA      VALUE 'S'.

       01  WS-LINEA-SALIDA    PIC X(132) VALUE SPACES.
       01  WS-NUMERO-TXT      PIC Z(8)9.

       01  WS-LINEA-TITULOS.
           05 FILLER PIC X(08) VALUE "PROGRAMA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(19) VALUE "ULTIMA EJECUCION".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(04) VALUE "  RC".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "   LEIDOS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "    MEDIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE " ESCRITOS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "    MEDIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "RECHAZADO".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "    MEDIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(09) VALUE " SEGUNDOS".
           05 FILLER PIC X(01) VALUE SPACES.
           05 FILLER PIC X(09) VALUE "    MEDIA".
           05 FILLER PIC X(02) VALUE SPACES.
           05 FILLER PIC X(05) VALUE "ANTER".
           05 FILLER PIC X(06) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 DET-PROGRAMA       PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-FECHA          PIC X(10).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DET-HORA           PIC X(08).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-RC             PIC Z(3)9.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-LEIDOS         PIC Z(8)9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DET-MED-LEIDOS     PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-ESCRITOS       PIC Z(8)9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DET-MED-ESCRITOS   PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-RECHAZADOS     PIC Z(8)9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DET-MED-RECHAZADOS PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-SEGUNDOS       PIC Z(8)9.
           05 FILLER             PIC X(01) VALUE SPACES.
           05 DET-MED-SEGUNDOS   PIC X(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 DET-ANTERIORES     PIC Z(4)9.
           05 FILLER             PIC X(06) VALUE SPACES.

       COPY CPOPEWS.

       COPY CPEJEWS.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE "REPEJEC" TO WS-EJE-PROGRAMA.
           PERFORM INICIAR-EJECUCION.

           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               PERFORM CARGAR-HISTORIAL
               IF RETURN-CODE = ZERO
                   PERFORM ESCRIBIR-INFORME
               END-IF
               IF RETURN-CODE = ZERO
                   PERFORM AVISAR-DESVIACIONES
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

           MOVE WS-LINEAS-LEIDAS TO WS-EJE-LEIDOS
           MOVE WS-TOTAL-PROGRAMAS TO WS-EJE-ESCRITOS
           MOVE WS-LINEAS-IGNORADAS TO WS-EJE-RECHAZADOS.
           PERFORM REGISTRAR-EJECUCION.

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

      *----------------------------------------------------------------
      *    Una sola pasada por ejecuciones.csv, que esta en orden de
      *    llegada: cada ejecucion se compara con la media de las
      *    anteriores del mismo programa en el momento de leerla y
      *    pasa a ser su ultima ejecucion. Las lineas de un REPEJEC
      *    anterior no se comparan: marcan que todo lo anterior ya se
      *    aviso, para que un aviso revisado no vuelva a parar la
      *    cadena cada dia mientras el programa no vuelva a ejecutarse.
      *----------------------------------------------------------------
       CARGAR-HISTORIAL.
           OPEN INPUT FICHERO-EJECUCIONES.
           IF FS-OK-EJE
               PERFORM CARGAR-UNA-EJECUCION UNTIL FIN-FICHERO-EJE
               CLOSE FICHERO-EJECUCIONES
           ELSE
               MOVE FS-STATUS-EJE TO WS-FS-CODIGO
               MOVE "HISTORIAL DE EJECUCIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       CARGAR-UNA-EJECUCION.
           READ FICHERO-EJECUCIONES
               AT END
                   SET FIN-FICHERO-EJE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINEAS-LEIDAS
                   PERFORM SEPARAR-LINEA-EJECUCION
                   IF WS-LIN-PROGRAMA = SPACES
                       OR WS-LIN-INICIO NOT NUMERIC
                       ADD 1 TO WS-LINEAS-IGNORADAS
                   ELSE
      *    Solo una ejecucion de REPEJEC que llego a sacar el informe
      *    (RC menor que 8) da por vistos los avisos anteriores; una
      *    que fallo en la identificacion o al leer el historial no
      *    mostro nada.
                       IF WS-LIN-PROGRAMA = "REPEJEC"
                           IF WS-LIN-RC < 8
                               PERFORM MARCAR-AVISADOS
                                   VARYING WS-INDICE FROM 1 BY 1
                                   UNTIL WS-INDICE > WS-TOTAL-PROGRAMAS
                           END-IF
                       ELSE
                           PERFORM ANOTAR-EJECUCION
                       END-IF
                   END-IF
           END-READ.

       SEPARAR-LINEA-EJECUCION.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                          WS-CAMPO-4 WS-CAMPO-5 WS-CAMPO-6
                          WS-CAMPO-7 WS-CAMPO-8 WS-CAMPO-9
           UNSTRING REGISTRO-EJECUCION
               DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3
                    WS-CAMPO-4 WS-CAMPO-5 WS-CAMPO-6
                    WS-CAMPO-7 WS-CAMPO-8 WS-CAMPO-9
           END-UNSTRING
           MOVE WS-CAMPO-1 TO WS-LIN-PROGRAMA
           MOVE WS-CAMPO-2 TO WS-LIN-INICIO
           MOVE FUNCTION NUMVAL(WS-CAMPO-4) TO WS-LIN-SEGUNDOS
           MOVE FUNCTION NUMVAL(WS-CAMPO-5) TO WS-LIN-RC
           MOVE FUNCTION NUMVAL(WS-CAMPO-6) TO WS-LIN-LEIDOS
           MOVE FUNCTION NUMVAL(WS-CAMPO-7) TO WS-LIN-ESCRITOS
           MOVE FUNCTION NUMVAL(WS-CAMPO-8) TO WS-LIN-RECHAZADOS.

       MARCAR-AVISADOS.
           MOVE 'N' TO WS-PRG-PENDIENTE(WS-INDICE).

       ANOTAR-EJECUCION.
           PERFORM BUSCAR-PROGRAMA
           IF WS-PRG-ACTUAL > ZERO
               PERFORM EVALUAR-EJECUCION
               PERFORM GUARDAR-ULTIMA
               IF WS-LIN-RC < 8
                   PERFORM GUARDAR-ANTERIOR
               END-IF
           END-IF.

      *    Localiza la fila del programa o le abre una nueva. Si la
      *    tabla se llena se avisa una vez y el programa sobrante no
      *    se informa.
       BUSCAR-PROGRAMA.
           MOVE ZERO TO WS-PRG-ACTUAL
           PERFORM COTEJAR-PROGRAMA
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-PROGRAMAS
                  OR WS-PRG-ACTUAL > ZERO

           IF WS-PRG-ACTUAL = ZERO
               IF WS-TOTAL-PROGRAMAS < WS-MAXIMO-PROGRAMAS
                   ADD 1 TO WS-TOTAL-PROGRAMAS
                   MOVE WS-TOTAL-PROGRAMAS TO WS-PRG-ACTUAL
                   MOVE WS-LIN-PROGRAMA TO WS-PRG-NOMBRE(WS-PRG-ACTUAL)
                   MOVE ZERO TO WS-PRG-EJECUCIONES(WS-PRG-ACTUAL)
                   MOVE ZERO TO WS-PRG-DESVIADAS(WS-PRG-ACTUAL)
                   MOVE ZERO TO WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
                   MOVE ZERO TO WS-PRG-POS-ANT(WS-PRG-ACTUAL)
               ELSE
                   ADD 1 TO WS-LINEAS-IGNORADAS
                   IF NOT TABLA-LLENA
                       SET TABLA-LLENA TO TRUE
                       DISPLAY "ejecuciones.csv TIENE MAS DE "
                           WS-MAXIMO-PROGRAMAS " PROGRAMAS: "
                           FUNCTION TRIM(WS-LIN-PROGRAMA)
                           " Y LOS SIGUIENTES NO SE INFORMAN."
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       COTEJAR-PROGRAMA.
           IF WS-PRG-NOMBRE(WS-INDICE) = WS-LIN-PROGRAMA
               MOVE WS-INDICE TO WS-PRG-ACTUAL
           END-IF.

      *    Compara la ejecucion leida con la media de las anteriores
      *    del programa y deja en WS-AVISOS la lista de desviaciones.
      *    Un RETURN-CODE distinto de cero se avisa siempre, haya
      *    historia o no.
       EVALUAR-EJECUCION.
           MOVE SPACES TO WS-AVISOS
           MOVE 1 TO WS-AVISOS-PUNTERO
           MOVE ZERO TO WS-MED-SEGUNDOS WS-MED-LEIDOS
                        WS-MED-ESCRITOS WS-MED-RECHAZADOS

           IF WS-PRG-NUM-ANT(WS-PRG-ACTUAL) >= WS-MINIMO-ANTERIORES
               PERFORM CALCULAR-MEDIAS
               PERFORM COMPARAR-CON-MEDIAS
           END-IF

           IF WS-LIN-RC NOT = ZERO
               MOVE WS-LIN-RC TO WS-RC-TXT
               MOVE SPACES TO WS-AVISO-TEXTO
               STRING "RC " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RC-TXT) DELIMITED BY SIZE
                   INTO WS-AVISO-TEXTO
               END-STRING
               PERFORM ANADIR-AVISO
           END-IF.

       CALCULAR-MEDIAS.
           MOVE ZERO TO WS-SUMA-SEGUNDOS WS-SUMA-LEIDOS
                        WS-SUMA-ESCRITOS WS-SUMA-RECHAZADOS
           PERFORM SUMAR-ANTERIOR
               VARYING WS-INDICE-ANT FROM 1 BY 1
               UNTIL WS-INDICE-ANT > WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
           COMPUTE WS-MED-SEGUNDOS ROUNDED =
               WS-SUMA-SEGUNDOS / WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
           COMPUTE WS-MED-LEIDOS ROUNDED =
               WS-SUMA-LEIDOS / WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
           COMPUTE WS-MED-ESCRITOS ROUNDED =
               WS-SUMA-ESCRITOS / WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
           COMPUTE WS-MED-RECHAZADOS ROUNDED =
               WS-SUMA-RECHAZADOS / WS-PRG-NUM-ANT(WS-PRG-ACTUAL).

       SUMAR-ANTERIOR.
           ADD WS-ANT-SEGUNDOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
               TO WS-SUMA-SEGUNDOS
           ADD WS-ANT-LEIDOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
               TO WS-SUMA-LEIDOS
           ADD WS-ANT-ESCRITOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
               TO WS-SUMA-ESCRITOS
           ADD WS-ANT-RECHAZADOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
               TO WS-SUMA-RECHAZADOS.

      *    Volumen (leidos y escritos) en las dos direcciones: tanto
      *    un fichero de entrada duplicado como uno vacio o cortado
      *    son motivo para no entregar las salidas. Rechazos y tiempo
      *    solo hacia arriba.
       COMPARAR-CON-MEDIAS.
           IF WS-MED-LEIDOS > ZERO
               AND WS-LIN-LEIDOS > WS-MED-LEIDOS * WS-FACTOR-DESVIACION
               MOVE "LEIDOS ALTO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF
           IF WS-LIN-LEIDOS * WS-FACTOR-DESVIACION < WS-MED-LEIDOS
               MOVE "LEIDOS BAJO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF

           IF WS-MED-ESCRITOS > ZERO
               AND WS-LIN-ESCRITOS >
                   WS-MED-ESCRITOS * WS-FACTOR-DESVIACION
               MOVE "ESCRITOS ALTO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF
           IF WS-LIN-ESCRITOS * WS-FACTOR-DESVIACION < WS-MED-ESCRITOS
               MOVE "ESCRITOS BAJO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF

           IF WS-LIN-RECHAZADOS >= WS-MINIMO-RECHAZADOS
               AND WS-LIN-RECHAZADOS >
                   WS-MED-RECHAZADOS * WS-FACTOR-DESVIACION
               MOVE "RECHAZOS ALTO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF

           IF WS-LIN-SEGUNDOS > WS-MINIMO-SEGUNDOS
               AND WS-LIN-SEGUNDOS >
                   WS-MED-SEGUNDOS * WS-FACTOR-DESVIACION
               MOVE "TIEMPO ALTO" TO WS-AVISO-TEXTO
               PERFORM ANADIR-AVISO
           END-IF.

       ANADIR-AVISO.
           IF WS-AVISOS-PUNTERO > 1
               STRING ", " DELIMITED BY SIZE
                   INTO WS-AVISOS
                   WITH POINTER WS-AVISOS-PUNTERO
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-AVISO-TEXTO) DELIMITED BY SIZE
               INTO WS-AVISOS
               WITH POINTER WS-AVISOS-PUNTERO
           END-STRING.

       GUARDAR-ULTIMA.
           ADD 1 TO WS-PRG-EJECUCIONES(WS-PRG-ACTUAL)
           IF WS-AVISOS NOT = SPACES
               ADD 1 TO WS-PRG-DESVIADAS(WS-PRG-ACTUAL)
           END-IF
           MOVE WS-LIN-INICIO TO WS-PRG-ULT-INICIO(WS-PRG-ACTUAL)
           MOVE WS-LIN-SEGUNDOS TO WS-PRG-ULT-SEGUNDOS(WS-PRG-ACTUAL)
           MOVE WS-LIN-RC TO WS-PRG-ULT-RC(WS-PRG-ACTUAL)
           MOVE WS-LIN-LEIDOS TO WS-PRG-ULT-LEIDOS(WS-PRG-ACTUAL)
           MOVE WS-LIN-ESCRITOS TO WS-PRG-ULT-ESCRITOS(WS-PRG-ACTUAL)
           MOVE WS-LIN-RECHAZADOS
               TO WS-PRG-ULT-RECHAZADOS(WS-PRG-ACTUAL)
           MOVE WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
               TO WS-PRG-ULT-ANTERIORES(WS-PRG-ACTUAL)
           MOVE WS-MED-SEGUNDOS TO WS-PRG-MED-SEGUNDOS(WS-PRG-ACTUAL)
           MOVE WS-MED-LEIDOS TO WS-PRG-MED-LEIDOS(WS-PRG-ACTUAL)
           MOVE WS-MED-ESCRITOS TO WS-PRG-MED-ESCRITOS(WS-PRG-ACTUAL)
           MOVE WS-MED-RECHAZADOS
               TO WS-PRG-MED-RECHAZADOS(WS-PRG-ACTUAL)
           MOVE WS-AVISOS TO WS-PRG-ULT-AVISOS(WS-PRG-ACTUAL)
           MOVE 'S' TO WS-PRG-PENDIENTE(WS-PRG-ACTUAL).

      *    El anillo guarda las diez ultimas ejecuciones validas; la
      *    posicion avanza de forma circular y la mas antigua se pisa.
       GUARDAR-ANTERIOR.
           IF WS-PRG-POS-ANT(WS-PRG-ACTUAL) >= WS-MAXIMO-ANTERIORES
               MOVE 1 TO WS-PRG-POS-ANT(WS-PRG-ACTUAL)
           ELSE
               ADD 1 TO WS-PRG-POS-ANT(WS-PRG-ACTUAL)
           END-IF
           MOVE WS-PRG-POS-ANT(WS-PRG-ACTUAL) TO WS-INDICE-ANT
           MOVE WS-LIN-SEGUNDOS
               TO WS-ANT-SEGUNDOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
           MOVE WS-LIN-LEIDOS
               TO WS-ANT-LEIDOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
           MOVE WS-LIN-ESCRITOS
               TO WS-ANT-ESCRITOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
           MOVE WS-LIN-RECHAZADOS
               TO WS-ANT-RECHAZADOS(WS-PRG-ACTUAL, WS-INDICE-ANT)
           IF WS-PRG-NUM-ANT(WS-PRG-ACTUAL) < WS-MAXIMO-ANTERIORES
               ADD 1 TO WS-PRG-NUM-ANT(WS-PRG-ACTUAL)
           END-IF.

      *----------------------------------------------------------------
      *    Informe ejecuciones.txt: una linea por programa con su
      *    ultima ejecucion, sus cifras y la media de las anteriores
      *    ("--" si no hay historia suficiente), y debajo los avisos,
      *    senalando los que ya salieron en un REPEJEC anterior.
      *----------------------------------------------------------------
       ESCRIBIR-INFORME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL
           STRING WS-FECHA-ACTUAL(1:4) DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-FECHA-ACTUAL(5:2) DELIMITED BY SIZE
                  "-"                 DELIMITED BY SIZE
                  WS-FECHA-ACTUAL(7:2) DELIMITED BY SIZE
               INTO WS-FECHA-TEXTO
           END-STRING

           OPEN OUTPUT FICHERO-INFORME.
           IF FS-OK-INF
               SET INF-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-INF TO WS-FS-CODIGO
               MOVE "INFORME DE EJECUCIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF INF-ABIERTO
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "HISTORIAL DE EJECUCIONES - " DELIMITED BY SIZE
                      WS-FECHA-TEXTO DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA-INFORME

               MOVE SPACES TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA-INFORME
               MOVE WS-LINEA-TITULOS TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA-INFORME

               PERFORM ESCRIBIR-PROGRAMA-INFORME
                   VARYING WS-INDICE FROM 1 BY 1
                   UNTIL WS-INDICE > WS-TOTAL-PROGRAMAS

               CLOSE FICHERO-INFORME
           END-IF.

       ESCRIBIR-PROGRAMA-INFORME.
           MOVE SPACES TO WS-LINEA-DETALLE
           MOVE WS-PRG-NOMBRE(WS-INDICE) TO DET-PROGRAMA
           STRING WS-PRG-ULT-INICIO(WS-INDICE)(1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PRG-ULT-INICIO(WS-INDICE)(5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-PRG-ULT-INICIO(WS-INDICE)(7:2) DELIMITED BY SIZE
               INTO DET-FECHA
           END-STRING
           STRING WS-PRG-ULT-INICIO(WS-INDICE)(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-PRG-ULT-INICIO(WS-INDICE)(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-PRG-ULT-INICIO(WS-INDICE)(13:2) DELIMITED BY SIZE
               INTO DET-HORA
           END-STRING
           MOVE WS-PRG-ULT-RC(WS-INDICE) TO DET-RC
           MOVE WS-PRG-ULT-LEIDOS(WS-INDICE) TO DET-LEIDOS
           MOVE WS-PRG-ULT-ESCRITOS(WS-INDICE) TO DET-ESCRITOS
           MOVE WS-PRG-ULT-RECHAZADOS(WS-INDICE) TO DET-RECHAZADOS
           MOVE WS-PRG-ULT-SEGUNDOS(WS-INDICE) TO DET-SEGUNDOS
           MOVE WS-PRG-ULT-ANTERIORES(WS-INDICE) TO DET-ANTERIORES

           IF WS-PRG-ULT-ANTERIORES(WS-INDICE) >= WS-MINIMO-ANTERIORES
               MOVE WS-PRG-MED-LEIDOS(WS-INDICE) TO WS-NUMERO-TXT
               MOVE WS-NUMERO-TXT TO DET-MED-LEIDOS
               MOVE WS-PRG-MED-ESCRITOS(WS-INDICE) TO WS-NUMERO-TXT
               MOVE WS-NUMERO-TXT TO DET-MED-ESCRITOS
               MOVE WS-PRG-MED-RECHAZADOS(WS-INDICE) TO WS-NUMERO-TXT
               MOVE WS-NUMERO-TXT TO DET-MED-RECHAZADOS
               MOVE WS-PRG-MED-SEGUNDOS(WS-INDICE) TO WS-NUMERO-TXT
               MOVE WS-NUMERO-TXT TO DET-MED-SEGUNDOS
           ELSE
               MOVE "       --" TO DET-MED-LEIDOS
               MOVE "       --" TO DET-MED-ESCRITOS
               MOVE "       --" TO DET-MED-RECHAZADOS
               MOVE "       --" TO DET-MED-SEGUNDOS
           END-IF

           MOVE WS-LINEA-DETALLE TO WS-LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA-INFORME

           IF WS-PRG-ULT-AVISOS(WS-INDICE) NOT = SPACES
               MOVE SPACES TO WS-LINEA-SALIDA
               IF WS-PRG-PENDIENTE(WS-INDICE) = 'S'
                   STRING "          AVISO: " DELIMITED BY SIZE
                          WS-PRG-ULT-AVISOS(WS-INDICE)
                              DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   END-STRING
               ELSE
                   STRING "          YA AVISADO: " DELIMITED BY SIZE
                          WS-PRG-ULT-AVISOS(WS-INDICE)
                              DELIMITED BY SIZE
                       INTO WS-LINEA-SALIDA
                   END-STRING
               END-IF
               PERFORM ESCRIBIR-LINEA-INFORME
           END-IF.

       ESCRIBIR-LINEA-INFORME.
           MOVE WS-LINEA-SALIDA TO REGISTRO-INFORME
           WRITE REGISTRO-INFORME
           IF NOT FS-OK-INF
               MOVE FS-STATUS-INF TO WS-FS-CODIGO
               MOVE "INFORME DE EJECUCIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *    Los avisos pendientes se sacan tambien por consola y dejan
      *    RETURN-CODE 4, como la desviacion del cierre de ESTMENS: en
      *    la cadena, REPEJEC va detras de los pasos de proceso y
      *    delante de los que entregan salidas (EXTNOM), de modo que
      *    la cadena se para antes de entregar nada hasta que alguien
      *    revise el informe y relance.
       AVISAR-DESVIACIONES.
           MOVE ZERO TO WS-CONTADOR-AVISOS
           PERFORM AVISAR-PROGRAMA
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-PROGRAMAS

           DISPLAY "PROGRAMAS EN EL HISTORIAL: " WS-TOTAL-PROGRAMAS
               ". CON AVISO PENDIENTE: " WS-CONTADOR-AVISOS "."
           DISPLAY "EL DETALLE ESTA EN ejecuciones.txt"

           IF WS-CONTADOR-AVISOS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       AVISAR-PROGRAMA.
           IF WS-PRG-ULT-AVISOS(WS-INDICE) NOT = SPACES
               AND WS-PRG-PENDIENTE(WS-INDICE) = 'S'
               ADD 1 TO WS-CONTADOR-AVISOS
               DISPLAY "ATENCION: "
                   FUNCTION TRIM(WS-PRG-NOMBRE(WS-INDICE))
                   " (" WS-PRG-ULT-INICIO(WS-INDICE) "): "
                   FUNCTION TRIM(WS-PRG-ULT-AVISOS(WS-INDICE))
           END-IF.

       COPY CPOPEPRO.

       COPY CPEJEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM REPEJEC.

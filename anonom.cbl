
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONOM.
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

           SELECT FICHERO-DIARIO
           ASSIGN TO "diario.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-JRN.

      *    Copia de pruebas: el maestro, el diario y una interfaz con
      *    los nombres y apellidos sustituidos por seudonimos. Es lo
      *    unico que puede salir hacia desarrollo o hacia los equipos
      *    de los socios que prueban contra interfaz.dat; para usarla
      *    se renombra a nombres.dat, diario.dat e interfaz.dat en el
      *    entorno de pruebas.
           SELECT FICHERO-PRUEBA
           ASSIGN TO "nomprueba.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRB-CLAVE
           ALTERNATE RECORD KEY IS PRB-APELLIDO1 WITH DUPLICATES
           FILE STATUS IS FS-STATUS-PRB.

           SELECT FICHERO-DIARIO-PRUEBA
           ASSIGN TO "diaprueba.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-DPR.

           SELECT FICHERO-INTERFAZ-PRUEBA
           ASSIGN TO "intprueba.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-INT.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-MAESTRO.
           COPY CPNOMREG.

       FD  FICHERO-DIARIO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

      *    Mismo layout y claves que el maestro (CPNOMREG).
       FD  FICHERO-PRUEBA.
       01  REGISTRO-PRUEBA.
           05 PRB-CLAVE.
               10 PRB-NOMBRE        PIC X(20).
               10 PRB-APELLIDO1     PIC X(30).
               10 PRB-APELLIDO2     PIC X(30).
           05 PRB-DATOS             PIC X(25).

       FD  FICHERO-DIARIO-PRUEBA.
       01  REGISTRO-DIARIO-PRUEBA   PIC X(255).

      *    Mismo layout que produce EXTNOM y lee CARGAINT: "1"
      *    cabecera, "2" detalle con el registro completo y "3" cola
      *    con el numero de detalles y el total de control de la
      *    clave, recalculado aqui sobre las claves ya enmascaradas.
       FD  FICHERO-INTERFAZ-PRUEBA.
       01  REGISTRO-INTERFAZ        PIC X(106).
       01  REGISTRO-INT-CABECERA.
           05 INT-CAB-TIPO          PIC X(01).
           05 INT-CAB-FECHA         PIC X(08).
           05 INT-CAB-SISTEMA       PIC X(08).
           05 FILLER                PIC X(89).
       01  REGISTRO-INT-DETALLE.
           05 INT-DET-TIPO          PIC X(01).
           05 INT-DET-DATOS         PIC X(105).
       01  REGISTRO-INT-COLA.
           05 INT-COLA-TIPO         PIC X(01).
           05 INT-COLA-REGISTROS    PIC 9(09).
           05 INT-COLA-HASH         PIC 9(13).
           05 FILLER                PIC X(83).

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".
      *    El estado "02" no es un error: avisa de que la escritura
      *    creo un duplicado en la clave alternativa de apellido, cosa
      *    normal en un fichero con WITH DUPLICATES.
       01  FS-STATUS-PRB PIC XX.
           88 FS-OK-PRB VALUE "00" "02".
           88 FS-ERROR-PRB VALUE "35".
       01  FS-STATUS-DPR PIC XX.
           88 FS-OK-DPR VALUE "00".
           88 FS-ERROR-DPR VALUE "35".
       01  FS-STATUS-INT PIC XX.
           88 FS-OK-INT VALUE "00".
           88 FS-ERROR-INT VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-EOF-MAE         PIC X VALUE 'N'.
           88 FIN-FICHERO-MAE VALUE 'S'.
       01  WS-EOF-JRN         PIC X VALUE 'N'.
           88 FIN-FICHERO-JRN VALUE 'S'.
       01  WS-EOF-PRB         PIC X VALUE 'N'.
           88 FIN-FICHERO-PRB VALUE 'S'.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.
       01  WS-JRN-ABIERTO     PIC X VALUE 'N'.
           88 JRN-ABIERTO     VALUE 'S'.
       01  WS-PRB-ABIERTO     PIC X VALUE 'N'.
           88 PRB-ABIERTO     VALUE 'S'.
       01  WS-DPR-ABIERTO     PIC X VALUE 'N'.
           88 DPR-ABIERTO     VALUE 'S'.
       01  WS-INT-ABIERTO     PIC X VALUE 'N'.
           88 INT-ABIERTO     VALUE 'S'.

       01  WS-FECHA-ACTUAL        PIC X(08).

       01  WS-CONTADOR-COPIADOS   PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-NO-COPIADOS PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-APUNTES    PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-EXTRAIDOS  PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-NOMBRES    PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-APELLIDOS  PIC 9(09) VALUE ZERO.
       01  WS-CONTADOR-REPETIDOS  PIC 9(09) VALUE ZERO.

      *    Total de control de la interfaz, el mismo que EXTNOM: suma
      *    de los valores de los octetos de la clave de cada detalle.
       01  WS-HASH-TOTAL          PIC 9(13) VALUE ZERO.
       01  WS-HASH-INDICE         PIC 9(03) COMP.
       01  WS-HASH-OCTETO         PIC 9(03) COMP.

      *    Imagen de un registro del maestro (o de un apunte del
      *    diario) que se esta enmascarando. Solo cambian los tres
      *    campos de la clave: fechas y estado se copian tal cual.
       01  WS-IMAGEN.
           05 WS-IMG-NOMBRE       PIC X(20).
           05 WS-IMG-APELLIDO1    PIC X(30).
           05 WS-IMG-APELLIDO2    PIC X(30).
           05 WS-IMG-DATOS        PIC X(25).

      *----------------------------------------------------------------
      *    Tabla de seudonimos. Cada valor real se pliega como en
      *    RECONOM (mayusculas, sin acentos) y el valor plegado recibe
      *    un seudonimo propio, distinto de todos los demas de su
      *    dominio: "N" para nombres y "A" para apellidos, comun a los
      *    dos apellidos para que los apellidos invertidos sigan
      *    siendolo. Asi el mismo apellido real sale siempre con el
      *    mismo apellido falso en el maestro, en el diario y en la
      *    interfaz, y las frecuencias de REPFREC, los duplicados de
      *    RECONOM y los cambios de clave del diario conservan su
      *    forma.
      *    El seudonimo tiene la misma longitud que el valor y en
      *    cada posicion una letra de la misma clase: vocal por vocal,
      *    C, N o Y entre ellas, y el resto de consonantes entre si;
      *    espacios, guiones y demas signos se conservan. Al escribir
      *    cada valor se le aplican, posicion a posicion, las
      *    minusculas y los acentos del original, de modo que dos
      *    grafias que solo difieren en eso siguen siendo parecidas
      *    para RECONOM sin ser identicas.
      *    La tabla solo vive en memoria durante la ejecucion y la
      *    semilla sale del reloj: la correspondencia no se guarda en
      *    ningun sitio y cada copia usa seudonimos distintos.
      *    Se localiza por dispersion (dos indices, uno por valor real
      *    y otro por seudonimo, con sondeo lineal), porque un
      *    recorrido secuencial de la tabla por cada campo de cada
      *    registro y de cada apunte no acabaria con un maestro real.
      *----------------------------------------------------------------
       01  WS-MAXIMO-MAPA     PIC 9(05) COMP VALUE 30000.
       01  WS-TOTAL-MAPA      PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-MAPA.
           05 WS-MAP-ENTRADA OCCURS 30000 TIMES.
               10 WS-MAP-REAL     PIC X(31).
               10 WS-MAP-FALSO    PIC X(31).

       01  WS-RANURAS         PIC 9(05) COMP VALUE 65521.
       01  WS-TABLA-INDICES.
           05 WS-IDX-REAL  PIC 9(05) COMP OCCURS 65521 TIMES.
       01  WS-TABLA-INDICES-FALSO.
           05 WS-IDX-FALSO PIC 9(05) COMP OCCURS 65521 TIMES.

       01  WS-MAPA-LLENO      PIC X VALUE 'N'.
           88 MAPA-LLENO      VALUE 'S'.

      *    Dominio y valor a enmascarar, y resultado.
       01  WS-VAL-DOMINIO     PIC X(01).
       01  WS-VAL-ORIGINAL    PIC X(30).
       01  WS-VAL-PLEGADO     PIC X(30).
       01  WS-VAL-FALSO       PIC X(30).
       01  WS-VAL-MASCARA     PIC X(30).

       01  WS-CLAVE-BUSCADA   PIC X(31).
       01  WS-CANDIDATO       PIC X(31).
       01  WS-CLAVE-DISPERSAR PIC X(31).
       01  WS-HASH-VALOR      PIC 9(09) COMP.
       01  WS-RANURA-CALCULADA PIC 9(05) COMP.
       01  WS-RANURA          PIC 9(05) COMP.
       01  WS-RANURA-FALSO    PIC 9(05) COMP.
       01  WS-ENTRADA         PIC 9(05) COMP.
       01  WS-INDICE          PIC 9(03) COMP.
       01  WS-INTENTOS        PIC 9(03) COMP.
       01  WS-MAXIMO-INTENTOS PIC 9(03) COMP VALUE 100.

       01  WS-BUSQUEDA        PIC X VALUE 'N'.
           88 BUSQUEDA-TERMINADA VALUE 'S'.
       01  WS-ENCONTRADO      PIC X VALUE 'N'.
           88 ENCONTRADO      VALUE 'S'.
       01  WS-CANDIDATO-LIBRE PIC X VALUE 'N'.
           88 CANDIDATO-LIBRE VALUE 'S'.

      *    Alfabetos de sustitucion por clase de letra, y las formas
      *    acentuadas que se aplican cuando el original llevaba acento
      *    en esa posicion (ISO-8859-1, las mismas que pliega
      *    NORMALIZAR-CAMPO).
       01  WS-VOCALES         PIC X(05) VALUE "AEIOU".
       01  WS-ESPECIALES      PIC X(03) VALUE "CNY".
       01  WS-CONSONANTES     PIC X(14) VALUE "BDFGHJLMPRSTVZ".
       01  WS-BASES-ACENTO    PIC X(08) VALUE "AEIOUCNY".
       01  WS-ACENTOS-MAY     PIC X(08) VALUE X"C1C9CDD3DAC7D1DD".
       01  WS-ACENTOS-MIN     PIC X(08) VALUE X"E1E9EDF3FAE7F1FD".
       01  WS-ORIGEN-MAY      PIC X(26) VALUE
               X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD".
       01  WS-ORIGEN-MIN      PIC X(26) VALUE
               X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD".

       01  WS-CAR-ORIGINAL    PIC X(01).
       01  WS-CAR-PLEGADO     PIC X(01).
       01  WS-CAR-FALSO       PIC X(01).
       01  WS-CUENTA          PIC 9(03) COMP.
       01  WS-CUENTA-ORIGEN   PIC 9(03) COMP.
       01  WS-POSICION        PIC 9(03) COMP.

      *    Generador pseudoaleatorio de congruencia lineal (multiplo
      *    16807, modulo 2**31 - 1).
       01  WS-SEMILLA         PIC 9(18) COMP VALUE ZERO.
       01  WS-COCIENTE        PIC 9(18) COMP.
       01  WS-RELOJ           PIC 9(10).
       01  WS-ALEATORIO       PIC 9(03) COMP.
       01  WS-ALEATORIO-RANGO PIC 9(03) COMP.

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
               PERFORM INICIAR-SEMILLA
               PERFORM COPIAR-MAESTRO UNTIL FIN-FICHERO-MAE
               IF JRN-ABIERTO
                   PERFORM COPIAR-DIARIO UNTIL FIN-FICHERO-JRN
               END-IF
           END-IF.

           PERFORM CIERRE.

           IF RETURN-CODE < 8 AND WS-CONTADOR-COPIADOS > ZERO
               PERFORM GENERAR-INTERFAZ
           END-IF.

           PERFORM MOSTRAR-TOTALES.

           PERFORM LIBERAR-CERROJO.
           PERFORM FIN-PROGRAMA.

      *    La copia de pruebas vuelca el maestro y el diario enteros,
      *    asi que la reserva el administrador. Basta el cerrojo en
      *    modo lectura: nombres.dat y diario.dat solo se leen.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO AND ROL-ADMINISTRADOR
               MOVE "ANONOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           ELSE
               IF OPERADOR-IDENTIFICADO
                   PERFORM AVISAR-PERMISO-DENEGADO
               END-IF
           END-IF.

           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS
           ELSE
               MOVE 12 TO RETURN-CODE
           END-IF.

      *    Sin maestro no hay copia. Sin diario.dat (recien rotado tras
      *    una descarga) se deja igualmente un diaprueba.dat vacio,
      *    para que el juego de pruebas vaya siempre completo.
       ABRIR-FICHEROS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.

           OPEN INPUT FICHERO-MAESTRO.
           IF FS-OK-MAE
               SET MAE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF MAE-ABIERTO
               OPEN INPUT FICHERO-DIARIO
               IF FS-OK-JRN
                   SET JRN-ABIERTO TO TRUE
               ELSE
                   IF FS-ERROR-JRN
                       DISPLAY "AVISO: diario.dat NO EXISTE, "
                           "diaprueba.dat QUEDA VACIO."
                   ELSE
                       MOVE FS-STATUS-JRN TO WS-FS-CODIGO
                       MOVE "FICHERO DIARIO" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                   END-IF
               END-IF
           END-IF.

           IF RETURN-CODE = ZERO
               OPEN OUTPUT FICHERO-PRUEBA
               IF FS-OK-PRB
                   SET PRB-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-PRB TO WS-FS-CODIGO
                   MOVE "MAESTRO DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

           IF RETURN-CODE = ZERO
               OPEN OUTPUT FICHERO-DIARIO-PRUEBA
               IF FS-OK-DPR
                   SET DPR-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-DPR TO WS-FS-CODIGO
                   MOVE "DIARIO DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
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

      *    La semilla sale del dia y la hora de la ejecucion, para que
      *    los seudonimos de una copia no sirvan para deducir los de
      *    otra.
       INICIAR-SEMILLA.
           MOVE FUNCTION CURRENT-DATE(7:10) TO WS-RELOJ
           DIVIDE WS-RELOJ BY 2147483646
               GIVING WS-COCIENTE REMAINDER WS-SEMILLA
           ADD 1 TO WS-SEMILLA.

      *----------------------------------------------------------------
      *    Maestro: cada registro se escribe en nomprueba.dat con la
      *    clave enmascarada y el resto tal cual. Si dos claves reales
      *    distintas llegaran a coincidir una vez enmascaradas (solo
      *    puede pasar si el seudonimo se repitio por falta de
      *    combinaciones, o si dos grafias difieren solo en el tipo de
      *    acento de una letra) la segunda no se copia y se avisa.
      *----------------------------------------------------------------
       COPIAR-MAESTRO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   MOVE REGISTRO-MAESTRO TO WS-IMAGEN
                   PERFORM ENMASCARAR-IMAGEN
                   IF MAPA-LLENO
                       SET FIN-FICHERO-MAE TO TRUE
                   ELSE
                       PERFORM ESCRIBIR-PRUEBA
                   END-IF
           END-READ.

       ESCRIBIR-PRUEBA.
           MOVE WS-IMAGEN TO REGISTRO-PRUEBA
           WRITE REGISTRO-PRUEBA
               INVALID KEY
                   ADD 1 TO WS-CONTADOR-NO-COPIADOS
                   DISPLAY "CLAVE REPETIDA TRAS ENMASCARAR, NO SE "
                       "COPIA: " FUNCTION TRIM(PRB-NOMBRE) " "
                       FUNCTION TRIM(PRB-APELLIDO1) " "
                       FUNCTION TRIM(PRB-APELLIDO2)
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CONTADOR-COPIADOS
           END-WRITE.
           IF NOT FS-OK-PRB AND FS-STATUS-PRB NOT = "22"
               MOVE FS-STATUS-PRB TO WS-FS-CODIGO
               MOVE "MAESTRO DE PRUEBAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               SET FIN-FICHERO-MAE TO TRUE
           END-IF.

      *    Diario: se enmascaran las imagenes anterior y posterior de
      *    cada apunte con la misma tabla que el maestro, de modo que
      *    un cambio de clave (D de la clave vieja y A de la nueva)
      *    sigue enlazando con el registro enmascarado del maestro.
      *    Las marcas de recreacion y de descarga no llevan imagenes y
      *    pasan tal cual, igual que fechas, programa y operador.
       COPIAR-DIARIO.
           READ FICHERO-DIARIO
               AT END
                   SET FIN-FICHERO-JRN TO TRUE
               NOT AT END
                   MOVE JRN-ANTES TO WS-IMAGEN
                   PERFORM ENMASCARAR-IMAGEN
                   MOVE WS-IMAGEN TO JRN-ANTES
                   MOVE JRN-DESPUES TO WS-IMAGEN
                   PERFORM ENMASCARAR-IMAGEN
                   MOVE WS-IMAGEN TO JRN-DESPUES
                   IF MAPA-LLENO
                       SET FIN-FICHERO-JRN TO TRUE
                   ELSE
                       PERFORM ESCRIBIR-DIARIO-PRUEBA
                   END-IF
           END-READ.

       ESCRIBIR-DIARIO-PRUEBA.
           MOVE REGISTRO-DIARIO TO REGISTRO-DIARIO-PRUEBA
           WRITE REGISTRO-DIARIO-PRUEBA
           IF FS-OK-DPR
               ADD 1 TO WS-CONTADOR-APUNTES
           ELSE
               MOVE FS-STATUS-DPR TO WS-FS-CODIGO
               MOVE "DIARIO DE PRUEBAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               SET FIN-FICHERO-JRN TO TRUE
           END-IF.

       ENMASCARAR-IMAGEN.
           MOVE "N" TO WS-VAL-DOMINIO
           MOVE WS-IMG-NOMBRE TO WS-VAL-ORIGINAL
           PERFORM ENMASCARAR-VALOR
           MOVE WS-VAL-MASCARA TO WS-IMG-NOMBRE

           MOVE "A" TO WS-VAL-DOMINIO
           MOVE WS-IMG-APELLIDO1 TO WS-VAL-ORIGINAL
           PERFORM ENMASCARAR-VALOR
           MOVE WS-VAL-MASCARA TO WS-IMG-APELLIDO1

           MOVE WS-IMG-APELLIDO2 TO WS-VAL-ORIGINAL
           PERFORM ENMASCARAR-VALOR
           MOVE WS-VAL-MASCARA TO WS-IMG-APELLIDO2.

      *    Un campo en blanco se queda en blanco (APELLIDO2 vacio es
      *    legitimo y CALNOM lo vigila). El resto se pliega, se busca
      *    su seudonimo, o se le da uno nuevo, y se le aplican las
      *    minusculas y acentos del original.
       ENMASCARAR-VALOR.
           MOVE SPACES TO WS-VAL-MASCARA
           IF WS-VAL-ORIGINAL NOT = SPACES AND NOT MAPA-LLENO
               MOVE FUNCTION UPPER-CASE(WS-VAL-ORIGINAL)
                   TO WS-VAL-PLEGADO
               INSPECT WS-VAL-PLEGADO CONVERTING
                   WS-ORIGEN-MAY TO "AAAAAACEEEEIIIINOOOOOUUUUY"
               INSPECT WS-VAL-PLEGADO CONVERTING
                   WS-ORIGEN-MIN TO "AAAAAACEEEEIIIINOOOOOUUUUY"

               MOVE WS-VAL-DOMINIO TO WS-CLAVE-BUSCADA(1:1)
               MOVE WS-VAL-PLEGADO TO WS-CLAVE-BUSCADA(2:30)
               PERFORM BUSCAR-REAL
               IF NOT ENCONTRADO
                   PERFORM ANADIR-SEUDONIMO
               END-IF
               IF NOT MAPA-LLENO
                   MOVE WS-MAP-FALSO(WS-ENTRADA)(2:30) TO WS-VAL-FALSO
                   PERFORM APLICAR-GRAFIA
                       VARYING WS-POSICION FROM 1 BY 1
                       UNTIL WS-POSICION > 30
               END-IF
           END-IF.

      *    Busca el valor plegado en el indice de valores reales. Deja
      *    ENCONTRADO y WS-ENTRADA si ya tiene seudonimo, y en
      *    WS-RANURA la ranura libre donde anotarlo si no.
       BUSCAR-REAL.
           MOVE WS-CLAVE-BUSCADA TO WS-CLAVE-DISPERSAR
           PERFORM CALCULAR-RANURA
           MOVE WS-RANURA-CALCULADA TO WS-RANURA
           MOVE 'N' TO WS-ENCONTRADO
           MOVE 'N' TO WS-BUSQUEDA
           PERFORM SONDEAR-REAL UNTIL BUSQUEDA-TERMINADA.

       SONDEAR-REAL.
           IF WS-IDX-REAL(WS-RANURA) = ZERO
               SET BUSQUEDA-TERMINADA TO TRUE
           ELSE
               MOVE WS-IDX-REAL(WS-RANURA) TO WS-ENTRADA
               IF WS-MAP-REAL(WS-ENTRADA) = WS-CLAVE-BUSCADA
                   SET ENCONTRADO TO TRUE
                   SET BUSQUEDA-TERMINADA TO TRUE
               ELSE
                   PERFORM SIGUIENTE-RANURA
               END-IF
           END-IF.

      *    Genera candidatos hasta dar con uno que no sea el propio
      *    valor ni el seudonimo de otro valor del mismo dominio. Un
      *    valor muy corto puede agotar las combinaciones de su
      *    clase; tras WS-MAXIMO-INTENTOS se acepta el ultimo
      *    candidato repetido y se avisa al final.
       ANADIR-SEUDONIMO.
           IF WS-TOTAL-MAPA >= WS-MAXIMO-MAPA
               SET MAPA-LLENO TO TRUE
               DISPLAY "LA TABLA DE SEUDONIMOS SUPERA LOS "
                   WS-MAXIMO-MAPA " VALORES DISTINTOS. LA COPIA DE "
                   "PRUEBAS QUEDA INCOMPLETA."
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO WS-CANDIDATO-LIBRE
               MOVE ZERO TO WS-INTENTOS
               PERFORM PROBAR-CANDIDATO
                   UNTIL CANDIDATO-LIBRE
                      OR WS-INTENTOS >= WS-MAXIMO-INTENTOS
               IF NOT CANDIDATO-LIBRE
                   ADD 1 TO WS-CONTADOR-REPETIDOS
               END-IF

               ADD 1 TO WS-TOTAL-MAPA
               MOVE WS-TOTAL-MAPA TO WS-ENTRADA
               MOVE WS-CLAVE-BUSCADA TO WS-MAP-REAL(WS-ENTRADA)
               MOVE WS-CANDIDATO TO WS-MAP-FALSO(WS-ENTRADA)
               MOVE WS-ENTRADA TO WS-IDX-REAL(WS-RANURA)
               IF CANDIDATO-LIBRE
                   MOVE WS-ENTRADA TO WS-IDX-FALSO(WS-RANURA-FALSO)
               END-IF
               IF WS-VAL-DOMINIO = "N"
                   ADD 1 TO WS-CONTADOR-NOMBRES
               ELSE
                   ADD 1 TO WS-CONTADOR-APELLIDOS
               END-IF
           END-IF.

       PROBAR-CANDIDATO.
           ADD 1 TO WS-INTENTOS
           MOVE WS-VAL-DOMINIO TO WS-CANDIDATO(1:1)
           PERFORM ELEGIR-LETRA
               VARYING WS-POSICION FROM 1 BY 1
               UNTIL WS-POSICION > 30
           IF WS-CANDIDATO NOT = WS-CLAVE-BUSCADA
               PERFORM BUSCAR-FALSO
           END-IF.

       ELEGIR-LETRA.
           MOVE WS-VAL-PLEGADO(WS-POSICION:1) TO WS-CAR-PLEGADO
           MOVE WS-CAR-PLEGADO TO WS-CAR-FALSO
           MOVE ZERO TO WS-CUENTA
           INSPECT WS-VOCALES TALLYING WS-CUENTA
               FOR ALL WS-CAR-PLEGADO
           IF WS-CUENTA > ZERO
               MOVE 5 TO WS-ALEATORIO-RANGO
               PERFORM SIGUIENTE-ALEATORIO
               MOVE WS-VOCALES(WS-ALEATORIO:1) TO WS-CAR-FALSO
           ELSE
               INSPECT WS-ESPECIALES TALLYING WS-CUENTA
                   FOR ALL WS-CAR-PLEGADO
               IF WS-CUENTA > ZERO
                   MOVE 3 TO WS-ALEATORIO-RANGO
                   PERFORM SIGUIENTE-ALEATORIO
                   MOVE WS-ESPECIALES(WS-ALEATORIO:1) TO WS-CAR-FALSO
               ELSE
                   IF WS-CAR-PLEGADO >= "A" AND WS-CAR-PLEGADO <= "Z"
                       MOVE 14 TO WS-ALEATORIO-RANGO
                       PERFORM SIGUIENTE-ALEATORIO
                       MOVE WS-CONSONANTES(WS-ALEATORIO:1)
                           TO WS-CAR-FALSO
                   END-IF
               END-IF
           END-IF
           MOVE WS-CAR-FALSO TO WS-CANDIDATO(WS-POSICION + 1:1).

      *    Comprueba en el indice de seudonimos que el candidato no
      *    este ya dado a otro valor; si esta libre deja en
      *    WS-RANURA-FALSO la ranura donde anotarlo.
       BUSCAR-FALSO.
           MOVE WS-CANDIDATO TO WS-CLAVE-DISPERSAR
           PERFORM CALCULAR-RANURA
           MOVE WS-RANURA-CALCULADA TO WS-RANURA-FALSO
           MOVE 'N' TO WS-BUSQUEDA
           PERFORM SONDEAR-FALSO UNTIL BUSQUEDA-TERMINADA.

       SONDEAR-FALSO.
           IF WS-IDX-FALSO(WS-RANURA-FALSO) = ZERO
               SET CANDIDATO-LIBRE TO TRUE
               SET BUSQUEDA-TERMINADA TO TRUE
           ELSE
               IF WS-MAP-FALSO(WS-IDX-FALSO(WS-RANURA-FALSO))
                   = WS-CANDIDATO
                   SET BUSQUEDA-TERMINADA TO TRUE
               ELSE
                   IF WS-RANURA-FALSO >= WS-RANURAS
                       MOVE 1 TO WS-RANURA-FALSO
                   ELSE
                       ADD 1 TO WS-RANURA-FALSO
                   END-IF
               END-IF
           END-IF.

      *    Dispersion de WS-CLAVE-DISPERSAR sobre WS-RANURAS
      *    posiciones (numero primo), octeto a octeto.
       CALCULAR-RANURA.
           MOVE ZERO TO WS-HASH-VALOR
           PERFORM DISPERSAR-OCTETO
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > 31
           COMPUTE WS-RANURA-CALCULADA = WS-HASH-VALOR + 1.

       DISPERSAR-OCTETO.
           COMPUTE WS-HASH-VALOR = WS-HASH-VALOR * 31
               + FUNCTION ORD(WS-CLAVE-DISPERSAR(WS-INDICE:1))
           DIVIDE WS-HASH-VALOR BY WS-RANURAS
               GIVING WS-COCIENTE REMAINDER WS-HASH-VALOR.

       SIGUIENTE-RANURA.
           IF WS-RANURA >= WS-RANURAS
               MOVE 1 TO WS-RANURA
           ELSE
               ADD 1 TO WS-RANURA
           END-IF.

      *    Devuelve en WS-ALEATORIO un numero entre 1 y
      *    WS-ALEATORIO-RANGO.
       SIGUIENTE-ALEATORIO.
           COMPUTE WS-SEMILLA = WS-SEMILLA * 16807
           DIVIDE WS-SEMILLA BY 2147483647
               GIVING WS-COCIENTE REMAINDER WS-SEMILLA
           DIVIDE WS-SEMILLA BY WS-ALEATORIO-RANGO
               GIVING WS-COCIENTE REMAINDER WS-ALEATORIO
           ADD 1 TO WS-ALEATORIO.

      *    Pasa al seudonimo la grafia del original en cada posicion:
      *    mayuscula, minuscula, acentuada mayuscula o acentuada
      *    minuscula. Lo que no es letra se deja como estaba.
       APLICAR-GRAFIA.
           MOVE WS-VAL-ORIGINAL(WS-POSICION:1) TO WS-CAR-ORIGINAL
           MOVE WS-VAL-FALSO(WS-POSICION:1) TO WS-CAR-FALSO
           MOVE ZERO TO WS-CUENTA
           INSPECT WS-BASES-ACENTO TALLYING WS-CUENTA
               FOR CHARACTERS BEFORE INITIAL WS-CAR-FALSO
           ADD 1 TO WS-CUENTA

           EVALUATE TRUE
               WHEN WS-CAR-ORIGINAL >= "A" AND WS-CAR-ORIGINAL <= "Z"
                   MOVE WS-CAR-FALSO
                       TO WS-VAL-MASCARA(WS-POSICION:1)
               WHEN WS-CAR-ORIGINAL >= "a" AND WS-CAR-ORIGINAL <= "z"
                   MOVE FUNCTION LOWER-CASE(WS-CAR-FALSO)
                       TO WS-VAL-MASCARA(WS-POSICION:1)
               WHEN OTHER
                   PERFORM APLICAR-ACENTO
           END-EVALUATE.

       APLICAR-ACENTO.
           MOVE WS-CAR-ORIGINAL TO WS-VAL-MASCARA(WS-POSICION:1)
           MOVE ZERO TO WS-CUENTA-ORIGEN
           INSPECT WS-ORIGEN-MAY TALLYING WS-CUENTA-ORIGEN
               FOR ALL WS-CAR-ORIGINAL
           IF WS-CUENTA-ORIGEN > ZERO
               IF WS-CUENTA <= 8
                   MOVE WS-ACENTOS-MAY(WS-CUENTA:1)
                       TO WS-VAL-MASCARA(WS-POSICION:1)
               ELSE
                   MOVE WS-CAR-FALSO TO WS-VAL-MASCARA(WS-POSICION:1)
               END-IF
           ELSE
               INSPECT WS-ORIGEN-MIN TALLYING WS-CUENTA-ORIGEN
                   FOR ALL WS-CAR-ORIGINAL
               IF WS-CUENTA-ORIGEN > ZERO
                   IF WS-CUENTA <= 8
                       MOVE WS-ACENTOS-MIN(WS-CUENTA:1)
                           TO WS-VAL-MASCARA(WS-POSICION:1)
                   ELSE
                       MOVE FUNCTION LOWER-CASE(WS-CAR-FALSO)
                           TO WS-VAL-MASCARA(WS-POSICION:1)
                   END-IF
               END-IF
           END-IF.

       CIERRE.
           IF MAE-ABIERTO
               CLOSE FICHERO-MAESTRO
           END-IF.
           IF JRN-ABIERTO
               CLOSE FICHERO-DIARIO
           END-IF.
           IF PRB-ABIERTO
               CLOSE FICHERO-PRUEBA
               MOVE 'N' TO WS-PRB-ABIERTO
               IF NOT FS-OK-PRB
                   MOVE FS-STATUS-PRB TO WS-FS-CODIGO
                   MOVE "MAESTRO DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.
           IF DPR-ABIERTO
               CLOSE FICHERO-DIARIO-PRUEBA
               IF NOT FS-OK-DPR
                   MOVE FS-STATUS-DPR TO WS-FS-CODIGO
                   MOVE "DIARIO DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    Interfaz de pruebas: se extrae del maestro ya enmascarado,
      *    en orden de clave como EXTNOM, con su cabecera, sus
      *    detalles y una cola con el numero de detalles y el total
      *    de control recalculado, para que CARGAINT la acepte.
      *----------------------------------------------------------------
       GENERAR-INTERFAZ.
           OPEN INPUT FICHERO-PRUEBA.
           IF FS-OK-PRB
               SET PRB-ABIERTO TO TRUE
               OPEN OUTPUT FICHERO-INTERFAZ-PRUEBA
               IF FS-OK-INT
                   SET INT-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-INT TO WS-FS-CODIGO
                   MOVE "INTERFAZ DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           ELSE
               MOVE FS-STATUS-PRB TO WS-FS-CODIGO
               MOVE "MAESTRO DE PRUEBAS" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF PRB-ABIERTO AND INT-ABIERTO
               MOVE SPACES TO REGISTRO-INT-CABECERA
               MOVE "1" TO INT-CAB-TIPO
               MOVE WS-FECHA-ACTUAL TO INT-CAB-FECHA
               MOVE "NOMBRES" TO INT-CAB-SISTEMA
               WRITE REGISTRO-INT-CABECERA
               IF FS-OK-INT
                   PERFORM EXTRAER-PRUEBA UNTIL FIN-FICHERO-PRB
               ELSE
                   MOVE FS-STATUS-INT TO WS-FS-CODIGO
                   MOVE "INTERFAZ DE PRUEBAS" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
               IF FS-OK-INT
                   MOVE SPACES TO REGISTRO-INT-COLA
                   MOVE "3" TO INT-COLA-TIPO
                   MOVE WS-CONTADOR-EXTRAIDOS TO INT-COLA-REGISTROS
                   MOVE WS-HASH-TOTAL TO INT-COLA-HASH
                   WRITE REGISTRO-INT-COLA
                   IF NOT FS-OK-INT
                       MOVE FS-STATUS-INT TO WS-FS-CODIGO
                       MOVE "INTERFAZ DE PRUEBAS" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                   END-IF
               END-IF
           END-IF.

           IF PRB-ABIERTO
               CLOSE FICHERO-PRUEBA
           END-IF.
           IF INT-ABIERTO
               CLOSE FICHERO-INTERFAZ-PRUEBA
           END-IF.

       EXTRAER-PRUEBA.
           READ FICHERO-PRUEBA NEXT RECORD
               AT END
                   SET FIN-FICHERO-PRB TO TRUE
               NOT AT END
                   MOVE "2" TO INT-DET-TIPO
                   MOVE REGISTRO-PRUEBA TO INT-DET-DATOS
                   WRITE REGISTRO-INT-DETALLE
                   IF FS-OK-INT
                       ADD 1 TO WS-CONTADOR-EXTRAIDOS
                       PERFORM ACUMULAR-HASH
                           VARYING WS-HASH-INDICE FROM 1 BY 1
                           UNTIL WS-HASH-INDICE > 80
                   ELSE
                       MOVE FS-STATUS-INT TO WS-FS-CODIGO
                       MOVE "INTERFAZ DE PRUEBAS" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                       SET FIN-FICHERO-PRB TO TRUE
                   END-IF
           END-READ.

       ACUMULAR-HASH.
           COMPUTE WS-HASH-OCTETO =
               FUNCTION ORD(PRB-CLAVE(WS-HASH-INDICE:1)) - 1
           ADD WS-HASH-OCTETO TO WS-HASH-TOTAL.

       MOSTRAR-TOTALES.
           DISPLAY "REGISTROS COPIADOS A nomprueba.dat: "
               WS-CONTADOR-COPIADOS.
           IF WS-CONTADOR-NO-COPIADOS > ZERO
               DISPLAY "REGISTROS NO COPIADOS (CLAVE REPETIDA): "
                   WS-CONTADOR-NO-COPIADOS
           END-IF.
           DISPLAY "APUNTES COPIADOS A diaprueba.dat:   "
               WS-CONTADOR-APUNTES.
           DISPLAY "DETALLES EN intprueba.dat:          "
               WS-CONTADOR-EXTRAIDOS.
           DISPLAY "TOTAL DE CONTROL:                   "
               WS-HASH-TOTAL.
           DISPLAY "NOMBRES DISTINTOS ENMASCARADOS:     "
               WS-CONTADOR-NOMBRES.
           DISPLAY "APELLIDOS DISTINTOS ENMASCARADOS:   "
               WS-CONTADOR-APELLIDOS.
           IF WS-CONTADOR-REPETIDOS > ZERO
               DISPLAY "AVISO: " WS-CONTADOR-REPETIDOS
                   " VALORES MUY CORTOS COMPARTEN SEUDONIMO CON OTRO."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM ANONOM.

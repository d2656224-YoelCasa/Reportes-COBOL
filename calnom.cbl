
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALNOM.
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

      *    Una linea por excepcion encontrada, CODIGO;SEVERIDAD;CAMPO;
      *    NOMBRE;APELLIDO1;APELLIDO2;VALOR, y al final una linea
      *    TOTAL por codigo, como el resumen de prevmov.csv.
           SELECT FICHERO-EXCEPCIONES
           ASSIGN TO "excepciones.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EXC.

      *    Historico acumulado de exploraciones: cada ejecucion anade
      *    una linea FECHA;HORA;CODIGO;CANTIDAD por codigo, mas una
      *    con el codigo REGISTROS para el numero de registros
      *    explorados. Es la memoria que permite decir a direccion si
      *    los datos mejoran o empeoran de una pasada a otra.
           SELECT FICHERO-CALIDAD
           ASSIGN TO "calidad.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-CAL.

           SELECT FICHERO-TENDENCIA
           ASSIGN TO "calidad.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-TEN.

           COPY CPCERSEL.

           COPY CPOPESEL.

           COPY CPGENSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-MAESTRO.
           COPY CPNOMREG.

       FD  FICHERO-EXCEPCIONES.
       01  REGISTRO-EXCEPCION PIC X(200).

       FD  FICHERO-CALIDAD.
       01  REGISTRO-CALIDAD PIC X(80).

       FD  FICHERO-TENDENCIA.
       01  REGISTRO-TENDENCIA PIC X(132).

       COPY CPCERFD.

       COPY CPOPEFD.

       COPY CPGENFD.

       WORKING-STORAGE SECTION.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-EXC PIC XX.
           88 FS-OK-EXC VALUE "00".
           88 FS-ERROR-EXC VALUE "35".
       01  FS-STATUS-CAL PIC XX.
           88 FS-OK-CAL VALUE "00".
           88 FS-ERROR-CAL VALUE "35".
       01  FS-STATUS-TEN PIC XX.
           88 FS-OK-TEN VALUE "00".
           88 FS-ERROR-TEN VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-EOF-MAE         PIC X VALUE 'N'.
           88 FIN-FICHERO-MAE VALUE 'S'.
       01  WS-EOF-CAL         PIC X VALUE 'N'.
           88 FIN-FICHERO-CAL VALUE 'S'.

       01  WS-EXC-ABIERTO     PIC X VALUE 'N'.
           88 EXC-ABIERTO     VALUE 'S'.
       01  WS-TEN-ABIERTO     PIC X VALUE 'N'.
           88 TEN-ABIERTO     VALUE 'S'.

       01  WS-FECHA-ACTUAL    PIC X(08).
       01  WS-HORA-ACTUAL     PIC X(06).

      *    Codigos de excepcion. Los CAMnn son defectos de contenido
      *    de los campos de la clave; los CONnn son incoherencias
      *    entre los datos de CPNOMREG. La severidad va de G (grave:
      *    el dato esta mal con seguridad) a M (media) y L (leve:
      *    conviene revisarlo). DESCRIBIR-CODIGO da el codigo, la
      *    severidad y la descripcion de cada numero.
       01  WS-TOTAL-CODIGOS   PIC 9(03) COMP VALUE 12.
       01  WS-COD-INDICE      PIC 9(03) COMP.
       01  WS-COD-NUMERO      PIC 9(03) COMP.
       01  WS-COD-CODIGO      PIC X(05).
       01  WS-COD-SEVERIDAD   PIC X(01).
           88 SEVERIDAD-GRAVE VALUE "G".
           88 SEVERIDAD-MEDIA VALUE "M".
           88 SEVERIDAD-LEVE  VALUE "L".
       01  WS-COD-DESCRIPCION PIC X(34).
       01  WS-COD-BUSCADO     PIC X(10).
       01  WS-CAL-CODIGO      PIC X(10).
       01  WS-COD-ENCONTRADO  PIC 9(03) COMP.

       01  WS-TABLA-TOTALES.
           05 WS-TOTAL-CODIGO OCCURS 12 TIMES PIC 9(06).

       01  WS-CONTADOR-LEIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-AFECTADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-EXCEPCIONES  PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-GRAVES       PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-MEDIAS       PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-LEVES        PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-TXT          PIC Z(5)9.

       01  WS-REGISTRO-AFECTADO PIC X VALUE 'N'.
           88 REGISTRO-AFECTADO VALUE 'S'.

      *    Campo de la clave en examen. Los defectos de caracter se
      *    anotan una sola vez por campo y codigo, aunque el campo
      *    tenga varios digitos o varios signos.
       01  WS-CHR-NOMBRE-CAMPO  PIC X(10).
       01  WS-CHR-CAMPO         PIC X(30).
       01  WS-CHR-RECORTADO     PIC X(30).
       01  WS-CHR-LONGITUD      PIC 9(03) COMP.
       01  WS-CHR-INDICE        PIC 9(03) COMP.
       01  WS-CHR-CARACTER      PIC X.
       01  WS-CHR-PRIMERO       PIC X.
       01  WS-CHR-DOBLES        PIC 9(03) COMP.
       01  WS-CHR-DIGITO        PIC X VALUE 'N'.
           88 HAY-DIGITO        VALUE 'S'.
       01  WS-CHR-SIGNO         PIC X VALUE 'N'.
           88 HAY-SIGNO         VALUE 'S'.
       01  WS-CHR-DISTINTA      PIC X VALUE 'N'.
           88 HAY-LETRA-DISTINTA VALUE 'S'.

      *    Comprobacion de fechas AAAAMMDD.
       01  WS-FEC-NOMBRE-CAMPO  PIC X(11).
       01  WS-FEC-ENTRADA       PIC X(08).
       01  WS-FEC-PARTES REDEFINES WS-FEC-ENTRADA.
           05 WS-FEC-ANO        PIC 9(04).
           05 WS-FEC-MES        PIC 9(02).
           05 WS-FEC-DIA        PIC 9(02).
       01  WS-FEC-DIAS-MES      PIC 9(02).
       01  WS-FEC-COCIENTE      PIC 9(04).
       01  WS-FEC-RESTO-4       PIC 9(04).
       01  WS-FEC-RESTO-100     PIC 9(04).
       01  WS-FEC-RESTO-400     PIC 9(04).
       01  WS-FEC-VALIDA        PIC X VALUE 'N'.
           88 FECHA-VALIDA      VALUE 'S'.
       01  WS-ALTA-VALIDA       PIC X VALUE 'N'.
           88 ALTA-VALIDA       VALUE 'S'.
       01  WS-MODIF-VALIDA      PIC X VALUE 'N'.
           88 MODIF-VALIDA      VALUE 'S'.

       01  WS-EXC-CAMPO         PIC X(11).
       01  WS-EXC-VALOR         PIC X(30).
       01  WS-LINEA-EXCEPCION   PIC X(200) VALUE SPACES.

      *    Historico de exploraciones leido de calidad.csv. Se
      *    conservan en memoria las 120 ultimas; al llenarse la tabla
      *    se corre una posicion y se pierde la mas antigua, que
      *    sigue en el fichero.
       01  WS-MAXIMO-EJECUCIONES PIC 9(03) COMP VALUE 120.
       01  WS-TOTAL-EJECUCIONES  PIC 9(03) COMP VALUE ZERO.
       01  WS-INDICE             PIC 9(03) COMP.
       01  WS-INDICE-DESDE       PIC 9(03) COMP.
       01  WS-TABLA-EJECUCIONES.
           05 WS-EJE OCCURS 120 TIMES.
               10 WS-EJE-FECHA       PIC X(08).
               10 WS-EJE-HORA        PIC X(06).
               10 WS-EJE-REGISTROS   PIC 9(06).
               10 WS-EJE-TOTAL OCCURS 12 TIMES PIC 9(06).

       01  WS-CAMPO-1         PIC X(10).
       01  WS-CAMPO-2         PIC X(10).
       01  WS-CAMPO-3         PIC X(10).
       01  WS-CAMPO-4         PIC X(10).

      *    Totales por severidad de una ejecucion del historico, y los
      *    de la anterior para la comparacion.
       01  WS-SUM-EXCEPCIONES PIC 9(07) VALUE ZERO.
       01  WS-SUM-GRAVES      PIC 9(07) VALUE ZERO.
       01  WS-SUM-MEDIAS      PIC 9(07) VALUE ZERO.
       01  WS-SUM-LEVES       PIC 9(07) VALUE ZERO.
       01  WS-ANT-EXCEPCIONES PIC 9(07) VALUE ZERO.
       01  WS-ANT-GRAVES      PIC 9(07) VALUE ZERO.
       01  WS-DIF-EXCEPCIONES PIC S9(07) VALUE ZERO.
       01  WS-DIF-GRAVES      PIC S9(07) VALUE ZERO.
       01  WS-DIF-CODIGO      PIC S9(07) VALUE ZERO.
       01  WS-DIF-TXT         PIC +Z(5)9.

       01  WS-LINEA-SALIDA    PIC X(132) VALUE SPACES.

       01  WS-LINEA-EJECUCION.
           05 TEN-FECHA       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-HORA        PIC X(06).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-REGISTROS   PIC Z(5)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-EXCEPCIONES PIC Z(5)9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-DIF-EXC     PIC X(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-GRAVES      PIC Z(5)9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-DIF-GRA     PIC X(07).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-MEDIAS      PIC Z(5)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-LEVES       PIC Z(5)9.
           05 FILLER          PIC X(57) VALUE SPACES.

       01  WS-LINEA-CODIGO.
           05 TEN-CODIGO      PIC X(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-SEVERIDAD   PIC X(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-DESCRIPCION PIC X(34).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-ANTERIOR    PIC Z(5)9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 TEN-ACTUAL      PIC Z(5)9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 TEN-DIF-COD     PIC X(07).
           05 FILLER          PIC X(67) VALUE SPACES.

       COPY CPCERWS.

       COPY CPOPEWS.

       COPY CPGENWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL.

           PERFORM APERTURA.

           IF RETURN-CODE = ZERO
               PERFORM CARGAR-HISTORIA
           END-IF.

           IF RETURN-CODE = ZERO
               PERFORM EXPLORAR-MAESTRO
           END-IF.

           PERFORM CIERRE.
           PERFORM FIN-PROGRAMA.

      *    La exploracion toma el cerrojo de ejecucion del maestro en
      *    modo lectura, como cualquier informe: recorre nombres.dat
      *    entero y no cambia nada. Cualquier rol puede lanzarla.
       APERTURA.
           PERFORM IDENTIFICAR-OPERADOR.

           IF OPERADOR-IDENTIFICADO
               MOVE "CALNOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
           END-IF.

           IF CERROJO-CONCEDIDO
               OPEN OUTPUT FICHERO-EXCEPCIONES
               IF FS-OK-EXC
                   SET EXC-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-EXC TO WS-FS-CODIGO
                   MOVE "FICHERO DE EXCEPCIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           ELSE
               MOVE 12 TO RETURN-CODE
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

      *    Tabla de codigos de excepcion. Un codigo nuevo se anade
      *    aqui, subiendo WS-TOTAL-CODIGOS y los OCCURS de los totales;
      *    el historico se lee por codigo, asi que las lineas de
      *    ejecuciones anteriores siguen sirviendo.
       DESCRIBIR-CODIGO.
           EVALUATE WS-COD-INDICE
               WHEN 1
                   MOVE "CAM01" TO WS-COD-CODIGO
                   MOVE "G" TO WS-COD-SEVERIDAD
                   MOVE "DIGITOS EN EL CAMPO" TO WS-COD-DESCRIPCION
               WHEN 2
                   MOVE "CAM02" TO WS-COD-CODIGO
                   MOVE "M" TO WS-COD-SEVERIDAD
                   MOVE "SIGNOS NO ADMITIDOS EN EL CAMPO"
                       TO WS-COD-DESCRIPCION
               WHEN 3
                   MOVE "CAM03" TO WS-COD-CODIGO
                   MOVE "M" TO WS-COD-SEVERIDAD
                   MOVE "ESPACIOS AL PRINCIPIO DEL CAMPO"
                       TO WS-COD-DESCRIPCION
               WHEN 4
                   MOVE "CAM04" TO WS-COD-CODIGO
                   MOVE "L" TO WS-COD-SEVERIDAD
                   MOVE "ESPACIOS DOBLES EN EL CAMPO"
                       TO WS-COD-DESCRIPCION
               WHEN 5
                   MOVE "CAM05" TO WS-COD-CODIGO
                   MOVE "L" TO WS-COD-SEVERIDAD
                   MOVE "SEGUNDO APELLIDO VACIO" TO WS-COD-DESCRIPCION
               WHEN 6
                   MOVE "CAM06" TO WS-COD-CODIGO
                   MOVE "M" TO WS-COD-SEVERIDAD
                   MOVE "CAMPO DE UNA SOLA LETRA REPETIDA"
                       TO WS-COD-DESCRIPCION
               WHEN 7
                   MOVE "CON01" TO WS-COD-CODIGO
                   MOVE "G" TO WS-COD-SEVERIDAD
                   MOVE "ACTIVO CON FECHA DE BAJA" TO WS-COD-DESCRIPCION
               WHEN 8
                   MOVE "CON02" TO WS-COD-CODIGO
                   MOVE "G" TO WS-COD-SEVERIDAD
                   MOVE "BAJA SIN FECHA DE BAJA" TO WS-COD-DESCRIPCION
               WHEN 9
                   MOVE "CON03" TO WS-COD-CODIGO
                   MOVE "M" TO WS-COD-SEVERIDAD
                   MOVE "MODIFICACION ANTERIOR AL ALTA"
                       TO WS-COD-DESCRIPCION
               WHEN 10
                   MOVE "CON04" TO WS-COD-CODIGO
                   MOVE "M" TO WS-COD-SEVERIDAD
                   MOVE "FECHA POSTERIOR AL DIA DE HOY"
                       TO WS-COD-DESCRIPCION
               WHEN 11
                   MOVE "CON05" TO WS-COD-CODIGO
                   MOVE "G" TO WS-COD-SEVERIDAD
                   MOVE "FECHA INEXISTENTE EN EL CALENDARIO"
                       TO WS-COD-DESCRIPCION
               WHEN 12
                   MOVE "CON06" TO WS-COD-CODIGO
                   MOVE "G" TO WS-COD-SEVERIDAD
                   MOVE "ESTADO DISTINTO DE A Y DE B"
                       TO WS-COD-DESCRIPCION
               WHEN OTHER
                   MOVE SPACES TO WS-COD-CODIGO
                   MOVE SPACE TO WS-COD-SEVERIDAD
                   MOVE SPACES TO WS-COD-DESCRIPCION
           END-EVALUATE.

      *----------------------------------------------------------------
      *    Carga del historico de exploraciones anteriores; la primera
      *    ejecucion no lo encuentra y arranca con la tabla vacia.
      *----------------------------------------------------------------
       CARGAR-HISTORIA.
           OPEN INPUT FICHERO-CALIDAD.
           IF FS-OK-CAL
               PERFORM CARGAR-UNA-LINEA UNTIL FIN-FICHERO-CAL
               CLOSE FICHERO-CALIDAD
           END-IF.

       CARGAR-UNA-LINEA.
           READ FICHERO-CALIDAD
               AT END
                   SET FIN-FICHERO-CAL TO TRUE
               NOT AT END
                   PERFORM SEPARAR-LINEA-CALIDAD
           END-READ.

      *    Las lineas de una misma ejecucion van seguidas y comparten
      *    FECHA y HORA: una pareja distinta de la ultima cargada abre
      *    una ejecucion nueva en la tabla.
       SEPARAR-LINEA-CALIDAD.
           MOVE SPACES TO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           UNSTRING REGISTRO-CALIDAD
               DELIMITED BY ";"
               INTO WS-CAMPO-1 WS-CAMPO-2 WS-CAMPO-3 WS-CAMPO-4
           END-UNSTRING

           IF WS-TOTAL-EJECUCIONES = ZERO
               PERFORM ABRIR-EJECUCION
           ELSE
               IF WS-EJE-FECHA(WS-TOTAL-EJECUCIONES) NOT =
                       WS-CAMPO-1(1:8)
                   OR WS-EJE-HORA(WS-TOTAL-EJECUCIONES) NOT =
                       WS-CAMPO-2(1:6)
                   PERFORM ABRIR-EJECUCION
               END-IF
           END-IF

           IF WS-CAMPO-3 = "REGISTROS"
               MOVE FUNCTION NUMVAL(WS-CAMPO-4)
                   TO WS-EJE-REGISTROS(WS-TOTAL-EJECUCIONES)
           ELSE
               MOVE WS-CAMPO-3 TO WS-COD-BUSCADO
               PERFORM BUSCAR-CODIGO
               IF WS-COD-ENCONTRADO > ZERO
                   MOVE FUNCTION NUMVAL(WS-CAMPO-4)
                       TO WS-EJE-TOTAL(WS-TOTAL-EJECUCIONES,
                                       WS-COD-ENCONTRADO)
               END-IF
           END-IF.

       ABRIR-EJECUCION.
           IF WS-TOTAL-EJECUCIONES >= WS-MAXIMO-EJECUCIONES
               PERFORM CORRER-EJECUCION
                   VARYING WS-INDICE FROM 2 BY 1
                   UNTIL WS-INDICE > WS-TOTAL-EJECUCIONES
           ELSE
               ADD 1 TO WS-TOTAL-EJECUCIONES
           END-IF
           INITIALIZE WS-EJE(WS-TOTAL-EJECUCIONES)
           MOVE WS-CAMPO-1(1:8) TO WS-EJE-FECHA(WS-TOTAL-EJECUCIONES)
           MOVE WS-CAMPO-2(1:6) TO WS-EJE-HORA(WS-TOTAL-EJECUCIONES).

       CORRER-EJECUCION.
           MOVE WS-EJE(WS-INDICE) TO WS-EJE(WS-INDICE - 1).

       BUSCAR-CODIGO.
           MOVE ZERO TO WS-COD-ENCONTRADO
           PERFORM COMPARAR-CODIGO
               VARYING WS-COD-INDICE FROM 1 BY 1
               UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS
                   OR WS-COD-ENCONTRADO > ZERO.

       COMPARAR-CODIGO.
           PERFORM DESCRIBIR-CODIGO
           IF WS-COD-CODIGO = WS-COD-BUSCADO
               MOVE WS-COD-INDICE TO WS-COD-ENCONTRADO
           END-IF.

      *----------------------------------------------------------------
      *    Exploracion del maestro completo.
      *----------------------------------------------------------------
       EXPLORAR-MAESTRO.
           INITIALIZE WS-TABLA-TOTALES.
           OPEN INPUT FICHERO-MAESTRO.
           IF FS-OK-MAE
               PERFORM EXPLORAR-UN-REGISTRO UNTIL FIN-FICHERO-MAE
               CLOSE FICHERO-MAESTRO
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO SE PUDO ABRIR nombres.dat."
           END-IF.

       EXPLORAR-UN-REGISTRO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONTADOR-LEIDOS
                   MOVE 'N' TO WS-REGISTRO-AFECTADO
                   PERFORM EXAMINAR-CAMPOS
                   PERFORM EXAMINAR-COHERENCIA
                   IF REGISTRO-AFECTADO
                       ADD 1 TO WS-CONTADOR-AFECTADOS
                   END-IF
           END-READ.

       EXAMINAR-CAMPOS.
           MOVE "NOMBRE" TO WS-CHR-NOMBRE-CAMPO
           MOVE MAE-NOMBRE TO WS-CHR-CAMPO
           PERFORM EXAMINAR-UN-CAMPO

           MOVE "APELLIDO1" TO WS-CHR-NOMBRE-CAMPO
           MOVE MAE-APELLIDO1 TO WS-CHR-CAMPO
           PERFORM EXAMINAR-UN-CAMPO

      *    El segundo apellido es de esperar en todo registro que
      *    tenga nombre y primer apellido; su falta se informa como
      *    leve porque hay personas que legitimamente no lo tienen.
           MOVE "APELLIDO2" TO WS-CHR-NOMBRE-CAMPO
           MOVE MAE-APELLIDO2 TO WS-CHR-CAMPO
           IF MAE-APELLIDO2 = SPACES
               IF MAE-NOMBRE NOT = SPACES
                   AND MAE-APELLIDO1 NOT = SPACES
                   MOVE 5 TO WS-COD-NUMERO
                   MOVE SPACES TO WS-EXC-VALOR
                   MOVE WS-CHR-NOMBRE-CAMPO TO WS-EXC-CAMPO
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           ELSE
               PERFORM EXAMINAR-UN-CAMPO
           END-IF.

      *    Defectos de contenido de un campo de la clave. El juego de
      *    caracteres admitido es el mismo que aplican CARGAENT y
      *    CARGAINT a la entrada: letras, espacio, guion, apostrofo,
      *    punto, coma y cualquier octeto por encima de X"7F".
       EXAMINAR-UN-CAMPO.
           IF WS-CHR-CAMPO NOT = SPACES
               MOVE WS-CHR-NOMBRE-CAMPO TO WS-EXC-CAMPO
               MOVE WS-CHR-CAMPO TO WS-EXC-VALOR

               IF WS-CHR-CAMPO(1:1) = SPACE
                   MOVE 3 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF

               MOVE FUNCTION TRIM(WS-CHR-CAMPO) TO WS-CHR-RECORTADO
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHR-CAMPO))
                   TO WS-CHR-LONGITUD

               MOVE ZERO TO WS-CHR-DOBLES
               INSPECT WS-CHR-RECORTADO(1:WS-CHR-LONGITUD)
                   TALLYING WS-CHR-DOBLES FOR ALL "  "
               IF WS-CHR-DOBLES > ZERO
                   MOVE 4 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF

               MOVE 'N' TO WS-CHR-DIGITO
               MOVE 'N' TO WS-CHR-SIGNO
               MOVE 'N' TO WS-CHR-DISTINTA
               MOVE WS-CHR-RECORTADO(1:1) TO WS-CHR-PRIMERO
               PERFORM EXAMINAR-UN-CARACTER
                   VARYING WS-CHR-INDICE FROM 1 BY 1
                   UNTIL WS-CHR-INDICE > WS-CHR-LONGITUD

               IF HAY-DIGITO
                   MOVE 1 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF
               IF HAY-SIGNO
                   MOVE 2 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF
               IF NOT HAY-LETRA-DISTINTA
                   AND WS-CHR-PRIMERO ALPHABETIC
                   MOVE 6 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           END-IF.

       EXAMINAR-UN-CARACTER.
           MOVE WS-CHR-RECORTADO(WS-CHR-INDICE:1) TO WS-CHR-CARACTER
           IF WS-CHR-CARACTER NOT = WS-CHR-PRIMERO
               SET HAY-LETRA-DISTINTA TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN WS-CHR-CARACTER NUMERIC
                   SET HAY-DIGITO TO TRUE
               WHEN WS-CHR-CARACTER ALPHABETIC
               WHEN WS-CHR-CARACTER = "-" OR "'" OR "." OR ","
               WHEN WS-CHR-CARACTER > X"7F"
                   CONTINUE
               WHEN OTHER
                   SET HAY-SIGNO TO TRUE
           END-EVALUATE.

      *    Coherencia de los datos de CPNOMREG: el estado con la fecha
      *    de baja, y las tres fechas como fechas reales, no futuras
      *    y con la modificacion no anterior al alta. La fecha de baja
      *    en blanco es correcta en un activo; las de alta y
      *    modificacion siempre deben estar informadas.
       EXAMINAR-COHERENCIA.
           MOVE SPACES TO WS-EXC-VALOR
           MOVE "ESTADO" TO WS-EXC-CAMPO
           EVALUATE TRUE
               WHEN MAE-ACTIVO
                   IF MAE-FECHA-BAJA NOT = SPACES
                       MOVE 7 TO WS-COD-NUMERO
                       MOVE MAE-FECHA-BAJA TO WS-EXC-VALOR
                       PERFORM ANOTAR-EXCEPCION
                   END-IF
               WHEN MAE-BAJA-LOGICA
                   IF MAE-FECHA-BAJA = SPACES
                       MOVE 8 TO WS-COD-NUMERO
                       PERFORM ANOTAR-EXCEPCION
                   END-IF
               WHEN OTHER
                   MOVE 12 TO WS-COD-NUMERO
                   MOVE MAE-ESTADO TO WS-EXC-VALOR
                   PERFORM ANOTAR-EXCEPCION
           END-EVALUATE

           MOVE "FECHA-ALTA" TO WS-FEC-NOMBRE-CAMPO
           MOVE MAE-FECHA-ALTA TO WS-FEC-ENTRADA
           PERFORM EXAMINAR-FECHA
           MOVE WS-FEC-VALIDA TO WS-ALTA-VALIDA

           MOVE "FECHA-MODIF" TO WS-FEC-NOMBRE-CAMPO
           MOVE MAE-FECHA-MODIF TO WS-FEC-ENTRADA
           PERFORM EXAMINAR-FECHA
           MOVE WS-FEC-VALIDA TO WS-MODIF-VALIDA

           IF MAE-FECHA-BAJA NOT = SPACES
               MOVE "FECHA-BAJA" TO WS-FEC-NOMBRE-CAMPO
               MOVE MAE-FECHA-BAJA TO WS-FEC-ENTRADA
               PERFORM EXAMINAR-FECHA
           END-IF

           IF ALTA-VALIDA AND MODIF-VALIDA
               AND MAE-FECHA-MODIF < MAE-FECHA-ALTA
               MOVE 9 TO WS-COD-NUMERO
               MOVE "FECHA-MODIF" TO WS-EXC-CAMPO
               MOVE SPACES TO WS-EXC-VALOR
               STRING MAE-FECHA-MODIF DELIMITED BY SIZE
                      "<" DELIMITED BY SIZE
                      MAE-FECHA-ALTA DELIMITED BY SIZE
                   INTO WS-EXC-VALOR
               END-STRING
               PERFORM ANOTAR-EXCEPCION
           END-IF.

       EXAMINAR-FECHA.
           PERFORM VALIDAR-FECHA
           MOVE WS-FEC-NOMBRE-CAMPO TO WS-EXC-CAMPO
           MOVE WS-FEC-ENTRADA TO WS-EXC-VALOR
           IF FECHA-VALIDA
               IF WS-FEC-ENTRADA > WS-FECHA-ACTUAL
                   MOVE 10 TO WS-COD-NUMERO
                   PERFORM ANOTAR-EXCEPCION
               END-IF
           ELSE
               MOVE 11 TO WS-COD-NUMERO
               PERFORM ANOTAR-EXCEPCION
           END-IF.

      *    Fecha AAAAMMDD real: numerica, mes de 01 a 12 y dia dentro
      *    del mes, con febrero de 29 dias en los anos bisiestos
      *    (divisibles por 4, salvo los seculares no divisibles por
      *    400).
       VALIDAR-FECHA.
           MOVE 'N' TO WS-FEC-VALIDA
           IF WS-FEC-ENTRADA NUMERIC
               IF WS-FEC-ANO > ZERO
                   AND WS-FEC-MES >= 1 AND WS-FEC-MES <= 12
                   AND WS-FEC-DIA >= 1
                   PERFORM CALCULAR-DIAS-MES
                   IF WS-FEC-DIA <= WS-FEC-DIAS-MES
                       SET FECHA-VALIDA TO TRUE
                   END-IF
               END-IF
           END-IF.

       CALCULAR-DIAS-MES.
           EVALUATE WS-FEC-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-FEC-DIAS-MES
               WHEN 2
                   DIVIDE WS-FEC-ANO BY 4 GIVING WS-FEC-COCIENTE
                       REMAINDER WS-FEC-RESTO-4
                   DIVIDE WS-FEC-ANO BY 100 GIVING WS-FEC-COCIENTE
                       REMAINDER WS-FEC-RESTO-100
                   DIVIDE WS-FEC-ANO BY 400 GIVING WS-FEC-COCIENTE
                       REMAINDER WS-FEC-RESTO-400
                   IF WS-FEC-RESTO-4 = ZERO
                       AND (WS-FEC-RESTO-100 NOT = ZERO
                            OR WS-FEC-RESTO-400 = ZERO)
                       MOVE 29 TO WS-FEC-DIAS-MES
                   ELSE
                       MOVE 28 TO WS-FEC-DIAS-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-FEC-DIAS-MES
           END-EVALUATE.

      *    Cuenta la excepcion WS-COD-NUMERO y la escribe con el campo
      *    y el valor que la provocan.
       ANOTAR-EXCEPCION.
           MOVE WS-COD-NUMERO TO WS-COD-INDICE
           PERFORM DESCRIBIR-CODIGO
           ADD 1 TO WS-TOTAL-CODIGO(WS-COD-NUMERO)
           ADD 1 TO WS-CONTADOR-EXCEPCIONES
           SET REGISTRO-AFECTADO TO TRUE
           EVALUATE TRUE
               WHEN SEVERIDAD-GRAVE
                   ADD 1 TO WS-CONTADOR-GRAVES
               WHEN SEVERIDAD-MEDIA
                   ADD 1 TO WS-CONTADOR-MEDIAS
               WHEN OTHER
                   ADD 1 TO WS-CONTADOR-LEVES
           END-EVALUATE

           MOVE SPACES TO WS-LINEA-EXCEPCION
           STRING WS-COD-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-COD-SEVERIDAD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-CAMPO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(MAE-NOMBRE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(MAE-APELLIDO1) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(MAE-APELLIDO2) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EXC-VALOR TRAILING)
                      DELIMITED BY SIZE
               INTO WS-LINEA-EXCEPCION
           END-STRING
           PERFORM ESCRIBIR-LINEA-EXCEPCION.

       ESCRIBIR-LINEA-EXCEPCION.
           IF EXC-ABIERTO
               MOVE WS-LINEA-EXCEPCION TO REGISTRO-EXCEPCION
               WRITE REGISTRO-EXCEPCION
               IF NOT FS-OK-EXC
                   MOVE FS-STATUS-EXC TO WS-FS-CODIGO
                   MOVE "FICHERO DE EXCEPCIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

       ESCRIBIR-TOTAL-EXCEPCION.
           PERFORM DESCRIBIR-CODIGO
           MOVE WS-TOTAL-CODIGO(WS-COD-INDICE) TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-EXCEPCION
           STRING "TOTAL;" DELIMITED BY SIZE
                  WS-COD-CODIGO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-COD-SEVERIDAD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COD-DESCRIPCION) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-EXCEPCION
           END-STRING
           PERFORM ESCRIBIR-LINEA-EXCEPCION.

      *----------------------------------------------------------------
      *    Anota los totales de esta ejecucion en calidad.csv y en la
      *    tabla en memoria, para que el informe de tendencia la
      *    incluya como ultima.
      *----------------------------------------------------------------
       ANOTAR-EJECUCION.
           OPEN EXTEND FICHERO-CALIDAD.
           IF FS-ERROR-CAL
               OPEN OUTPUT FICHERO-CALIDAD
           END-IF.
           IF FS-OK-CAL
               MOVE "REGISTROS" TO WS-CAL-CODIGO
               MOVE WS-CONTADOR-LEIDOS TO WS-CONTADOR-TXT
               PERFORM ESCRIBIR-LINEA-CALIDAD
               PERFORM ANOTAR-TOTAL-CODIGO
                   VARYING WS-COD-INDICE FROM 1 BY 1
                   UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS
               CLOSE FICHERO-CALIDAD
           ELSE
               MOVE FS-STATUS-CAL TO WS-FS-CODIGO
               MOVE "FICHERO HISTORICO DE CALIDAD" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           MOVE WS-FECHA-ACTUAL TO WS-CAMPO-1
           MOVE WS-HORA-ACTUAL TO WS-CAMPO-2
           PERFORM ABRIR-EJECUCION
           MOVE WS-CONTADOR-LEIDOS
               TO WS-EJE-REGISTROS(WS-TOTAL-EJECUCIONES)
           PERFORM GUARDAR-TOTAL-CODIGO
               VARYING WS-COD-INDICE FROM 1 BY 1
               UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS.

       ANOTAR-TOTAL-CODIGO.
           PERFORM DESCRIBIR-CODIGO
           MOVE WS-COD-CODIGO TO WS-CAL-CODIGO
           MOVE WS-TOTAL-CODIGO(WS-COD-INDICE) TO WS-CONTADOR-TXT
           PERFORM ESCRIBIR-LINEA-CALIDAD.

       GUARDAR-TOTAL-CODIGO.
           MOVE WS-TOTAL-CODIGO(WS-COD-INDICE)
               TO WS-EJE-TOTAL(WS-TOTAL-EJECUCIONES, WS-COD-INDICE).

       ESCRIBIR-LINEA-CALIDAD.
           MOVE SPACES TO REGISTRO-CALIDAD
           STRING WS-FECHA-ACTUAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WS-HORA-ACTUAL DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAL-CODIGO) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO REGISTRO-CALIDAD
           END-STRING
           WRITE REGISTRO-CALIDAD
           IF NOT FS-OK-CAL
               MOVE FS-STATUS-CAL TO WS-FS-CODIGO
               MOVE "FICHERO HISTORICO DE CALIDAD" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *----------------------------------------------------------------
      *    Informe de tendencia: las doce ultimas exploraciones con
      *    sus totales por severidad y la diferencia con la anterior,
      *    y el desglose por codigo de esta ejecucion frente a la
      *    anterior.
      *----------------------------------------------------------------
       ESCRIBIR-TENDENCIA.
           OPEN OUTPUT FICHERO-TENDENCIA.
           IF FS-OK-TEN
               SET TEN-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-TEN TO WS-FS-CODIGO
               MOVE "FICHERO DE TENDENCIA DE CALIDAD" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

           IF TEN-ABIERTO
               MOVE SPACES TO WS-LINEA-SALIDA
               STRING "CALIDAD DE DATOS DEL MAESTRO - EXPLORACION DEL "
                          DELIMITED BY SIZE
                      WS-FECHA-ACTUAL DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-HORA-ACTUAL DELIMITED BY SIZE
                   INTO WS-LINEA-SALIDA
               END-STRING
               PERFORM ESCRIBIR-LINEA-TENDENCIA
               MOVE SPACES TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA-TENDENCIA

               MOVE "FECHA    HORA    REGISTROS EXCEPC.    DIF  "
                   TO WS-LINEA-SALIDA
               MOVE "GRAVES    DIF   MEDIAS   LEVES"
                   TO WS-LINEA-SALIDA(46:30)
               PERFORM ESCRIBIR-LINEA-TENDENCIA

               IF WS-TOTAL-EJECUCIONES > 12
                   COMPUTE WS-INDICE-DESDE = WS-TOTAL-EJECUCIONES - 11
               ELSE
                   MOVE 1 TO WS-INDICE-DESDE
               END-IF
               PERFORM ESCRIBIR-EJECUCION-TENDENCIA
                   VARYING WS-INDICE FROM WS-INDICE-DESDE BY 1
                   UNTIL WS-INDICE > WS-TOTAL-EJECUCIONES

               MOVE SPACES TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA-TENDENCIA
               MOVE "DESGLOSE POR CODIGO (ANTERIOR / ACTUAL / DIF)"
                   TO WS-LINEA-SALIDA
               PERFORM ESCRIBIR-LINEA-TENDENCIA
               PERFORM ESCRIBIR-CODIGO-TENDENCIA
                   VARYING WS-COD-INDICE FROM 1 BY 1
                   UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS

               CLOSE FICHERO-TENDENCIA
               DISPLAY "INFORME DE TENDENCIA EN calidad.txt"
           END-IF.

       ESCRIBIR-EJECUCION-TENDENCIA.
           PERFORM SUMAR-EJECUCION
           MOVE SPACES TO WS-LINEA-EJECUCION
           MOVE WS-EJE-FECHA(WS-INDICE) TO TEN-FECHA
           MOVE WS-EJE-HORA(WS-INDICE) TO TEN-HORA
           MOVE WS-EJE-REGISTROS(WS-INDICE) TO TEN-REGISTROS
           MOVE WS-SUM-EXCEPCIONES TO TEN-EXCEPCIONES
           MOVE WS-SUM-GRAVES TO TEN-GRAVES
           MOVE WS-SUM-MEDIAS TO TEN-MEDIAS
           MOVE WS-SUM-LEVES TO TEN-LEVES
           IF WS-INDICE > 1
               COMPUTE WS-DIF-EXCEPCIONES =
                   WS-SUM-EXCEPCIONES - WS-ANT-EXCEPCIONES
               COMPUTE WS-DIF-GRAVES = WS-SUM-GRAVES - WS-ANT-GRAVES
               MOVE WS-DIF-EXCEPCIONES TO WS-DIF-TXT
               MOVE WS-DIF-TXT TO TEN-DIF-EXC
               MOVE WS-DIF-GRAVES TO WS-DIF-TXT
               MOVE WS-DIF-TXT TO TEN-DIF-GRA
           ELSE
               MOVE "     --" TO TEN-DIF-EXC
               MOVE "     --" TO TEN-DIF-GRA
           END-IF
           MOVE WS-LINEA-EJECUCION TO WS-LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA-TENDENCIA
           MOVE WS-SUM-EXCEPCIONES TO WS-ANT-EXCEPCIONES
           MOVE WS-SUM-GRAVES TO WS-ANT-GRAVES.

      *    La primera linea del informe se compara con la ejecucion
      *    que la precede en el historico, aunque esta no se imprima.
       SUMAR-EJECUCION.
           IF WS-INDICE = WS-INDICE-DESDE AND WS-INDICE > 1
               SUBTRACT 1 FROM WS-INDICE
               PERFORM SUMAR-SEVERIDADES
               MOVE WS-SUM-EXCEPCIONES TO WS-ANT-EXCEPCIONES
               MOVE WS-SUM-GRAVES TO WS-ANT-GRAVES
               ADD 1 TO WS-INDICE
           END-IF
           PERFORM SUMAR-SEVERIDADES.

       SUMAR-SEVERIDADES.
           MOVE ZERO TO WS-SUM-EXCEPCIONES WS-SUM-GRAVES
                        WS-SUM-MEDIAS WS-SUM-LEVES
           PERFORM SUMAR-UN-CODIGO
               VARYING WS-COD-INDICE FROM 1 BY 1
               UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS.

       SUMAR-UN-CODIGO.
           PERFORM DESCRIBIR-CODIGO
           ADD WS-EJE-TOTAL(WS-INDICE, WS-COD-INDICE)
               TO WS-SUM-EXCEPCIONES
           EVALUATE TRUE
               WHEN SEVERIDAD-GRAVE
                   ADD WS-EJE-TOTAL(WS-INDICE, WS-COD-INDICE)
                       TO WS-SUM-GRAVES
               WHEN SEVERIDAD-MEDIA
                   ADD WS-EJE-TOTAL(WS-INDICE, WS-COD-INDICE)
                       TO WS-SUM-MEDIAS
               WHEN OTHER
                   ADD WS-EJE-TOTAL(WS-INDICE, WS-COD-INDICE)
                       TO WS-SUM-LEVES
           END-EVALUATE.

       ESCRIBIR-CODIGO-TENDENCIA.
           PERFORM DESCRIBIR-CODIGO
           MOVE SPACES TO WS-LINEA-CODIGO
           MOVE WS-COD-CODIGO TO TEN-CODIGO
           MOVE WS-COD-SEVERIDAD TO TEN-SEVERIDAD
           MOVE WS-COD-DESCRIPCION TO TEN-DESCRIPCION
           MOVE WS-TOTAL-CODIGO(WS-COD-INDICE) TO TEN-ACTUAL
           IF WS-TOTAL-EJECUCIONES > 1
               MOVE WS-EJE-TOTAL(WS-TOTAL-EJECUCIONES - 1,
                                 WS-COD-INDICE) TO TEN-ANTERIOR
               COMPUTE WS-DIF-CODIGO = WS-TOTAL-CODIGO(WS-COD-INDICE)
                   - WS-EJE-TOTAL(WS-TOTAL-EJECUCIONES - 1,
                                  WS-COD-INDICE)
               MOVE WS-DIF-CODIGO TO WS-DIF-TXT
               MOVE WS-DIF-TXT TO TEN-DIF-COD
           ELSE
               MOVE ZERO TO TEN-ANTERIOR
               MOVE "     --" TO TEN-DIF-COD
           END-IF
           MOVE WS-LINEA-CODIGO TO WS-LINEA-SALIDA
           PERFORM ESCRIBIR-LINEA-TENDENCIA.

       ESCRIBIR-LINEA-TENDENCIA.
           MOVE WS-LINEA-SALIDA TO REGISTRO-TENDENCIA
           WRITE REGISTRO-TENDENCIA
           IF NOT FS-OK-TEN
               MOVE FS-STATUS-TEN TO WS-FS-CODIGO
               MOVE "FICHERO DE TENDENCIA DE CALIDAD" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *    Compara esta exploracion con la anterior: si hay mas
      *    excepciones graves que la vez pasada, los datos empeoran y
      *    se deja RETURN-CODE 4 para que explotacion lo vea, como
      *    hace ESTMENS con un mes fuera de lo habitual.
       AVISAR-EMPEORAMIENTO.
           DISPLAY "REGISTROS EXPLORADOS: " WS-CONTADOR-LEIDOS.
           DISPLAY "REGISTROS CON EXCEPCIONES: " WS-CONTADOR-AFECTADOS.
           DISPLAY "EXCEPCIONES: " WS-CONTADOR-EXCEPCIONES
               " (GRAVES " WS-CONTADOR-GRAVES ", MEDIAS "
               WS-CONTADOR-MEDIAS ", LEVES " WS-CONTADOR-LEVES ")".
           DISPLAY "EL DETALLE ESTA EN excepciones.csv".

           IF WS-TOTAL-EJECUCIONES > 1
               MOVE WS-TOTAL-EJECUCIONES TO WS-INDICE
               SUBTRACT 1 FROM WS-INDICE
               PERFORM SUMAR-SEVERIDADES
               COMPUTE WS-DIF-EXCEPCIONES =
                   WS-CONTADOR-EXCEPCIONES - WS-SUM-EXCEPCIONES
               COMPUTE WS-DIF-GRAVES =
                   WS-CONTADOR-GRAVES - WS-SUM-GRAVES
               EVALUATE TRUE
                   WHEN WS-DIF-GRAVES > ZERO
                       DISPLAY "ATENCION: LOS DATOS EMPEORAN. HAY "
                           WS-CONTADOR-GRAVES " EXCEPCIONES GRAVES "
                           "FRENTE A " WS-SUM-GRAVES
                           " EN LA EXPLORACION ANTERIOR."
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-DIF-EXCEPCIONES > ZERO
                       DISPLAY "LAS EXCEPCIONES AUMENTAN RESPECTO A LA "
                           "EXPLORACION ANTERIOR (" WS-SUM-EXCEPCIONES
                           "), SIN NUEVAS GRAVES."
                   WHEN WS-DIF-EXCEPCIONES < ZERO
                       DISPLAY "LOS DATOS MEJORAN: LA EXPLORACION "
                           "ANTERIOR TENIA " WS-SUM-EXCEPCIONES
                           " EXCEPCIONES."
                   WHEN OTHER
                       DISPLAY "SIN CAMBIOS RESPECTO A LA EXPLORACION "
                           "ANTERIOR."
               END-EVALUATE
           END-IF.

      *    Los totales por codigo van al final de excepciones.csv. El
      *    historico y la tendencia solo se anotan si la exploracion
      *    termino bien: una pasada a medias falsearia la comparacion.
       CIERRE.
           IF EXC-ABIERTO
               PERFORM ESCRIBIR-TOTAL-EXCEPCION
                   VARYING WS-COD-INDICE FROM 1 BY 1
                   UNTIL WS-COD-INDICE > WS-TOTAL-CODIGOS
               CLOSE FICHERO-EXCEPCIONES
               IF NOT FS-OK-EXC
                   MOVE FS-STATUS-EXC TO WS-FS-CODIGO
                   MOVE "FICHERO DE EXCEPCIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

           IF EXC-ABIERTO AND RETURN-CODE = ZERO
               PERFORM ANOTAR-EJECUCION
               PERFORM ESCRIBIR-TENDENCIA
           END-IF.

           IF EXC-ABIERTO AND RETURN-CODE = ZERO
               MOVE "excepciones.csv" TO WS-GEN-BASE
               MOVE "EXPLORACION DE CALIDAD DEL MAESTRO" TO WS-GEN-DESC
               PERFORM ARCHIVAR-GENERACION
           END-IF.

           IF EXC-ABIERTO AND RETURN-CODE < 8
               PERFORM AVISAR-EMPEORAMIENTO
           END-IF.

           PERFORM LIBERAR-CERROJO.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       COPY CPGENPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM CALNOM.

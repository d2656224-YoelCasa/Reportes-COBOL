
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DERNOM.
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

           SELECT FICHERO-PENDIENTES
           ASSIGN TO "pendientes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PEN-NUMERO
           FILE STATUS IS FS-STATUS-PEN.

           SELECT FICHERO-DIARIO
           ASSIGN TO "diario.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-JRN.

           SELECT FICHERO-RESPALDO
           ASSIGN TO "respaldo.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-RSP.

           SELECT FICHERO-INTERFAZ
           ASSIGN TO "interfaz.dat"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FS-STATUS-INT.

      *    Copia de trabajo del fichero de texto que se esta
      *    revisando y, en la supresion, su version ya sustituida. Los
      *    informes y sus generaciones tienen cada uno su nombre, asi
      *    que se traen a estos dos nombres fijos con el mismo "cp"
      *    con que se producen las generaciones y la version
      *    sustituida se devuelve a su sitio con "mv".
           SELECT FICHERO-TRABAJO
           ASSIGN TO "dernom.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-TRA.

           SELECT FICHERO-TRABAJO-SAL
           ASSIGN TO "dernom2.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-TRS.

      *    Expediente de la solicitud: en el acceso, todo lo que se
      *    guarda de la persona; en la supresion, donde estaba y en
      *    que ha quedado, ya sin sus datos.
           SELECT FICHERO-EXPEDIENTE
           ASSIGN TO "expediente.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-EXP.

      *    Registro de las solicitudes atendidas, una linea por
      *    solicitud, que se conserva como prueba de que se
      *    atendieron.
           SELECT FICHERO-SOLICITUDES
           ASSIGN TO "solicitudes.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-SOL.

           COPY CPGENSEL.

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

       FD  FICHERO-PENDIENTES.
       01  REGISTRO-PENDIENTE.
           COPY CPNOMPEN.

       FD  FICHERO-DIARIO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

      *    Copia de seguridad de RESPNOM: "C" cabecera con la fecha,
      *    "D" un registro del maestro tal cual, "T" cola.
       FD  FICHERO-RESPALDO.
       01  REGISTRO-RESPALDO        PIC X(106).
       01  REGISTRO-RSP-CABECERA.
           05 RSP-CAB-TIPO          PIC X(01).
           05 RSP-CAB-FECHA         PIC X(08).
           05 FILLER                PIC X(97).
       01  REGISTRO-RSP-DETALLE.
           05 RSP-DET-TIPO          PIC X(01).
           05 RSP-DET-DATOS         PIC X(105).

      *    Fichero de intercambio de EXTNOM: "1" cabecera, "2"
      *    detalle con el registro del maestro, "3" cola con el
      *    numero de detalles y el total de control de las claves.
       FD  FICHERO-INTERFAZ.
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

       FD  FICHERO-TRABAJO.
       01  REGISTRO-TRABAJO PIC X(300).

       FD  FICHERO-TRABAJO-SAL.
       01  REGISTRO-TRABAJO-SAL PIC X(300).

       FD  FICHERO-EXPEDIENTE.
       01  REGISTRO-EXPEDIENTE PIC X(250).

       FD  FICHERO-SOLICITUDES.
       01  REGISTRO-SOLICITUD PIC X(250).

       COPY CPGENFD.

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
       01  FS-STATUS-PEN PIC XX.
           88 FS-OK-PEN VALUE "00".
           88 FS-ERROR-PEN VALUE "35".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".
       01  FS-STATUS-RSP PIC XX.
           88 FS-OK-RSP VALUE "00".
           88 FS-ERROR-RSP VALUE "35".
       01  FS-STATUS-INT PIC XX.
           88 FS-OK-INT VALUE "00".
           88 FS-ERROR-INT VALUE "35".
       01  FS-STATUS-TRA PIC XX.
           88 FS-OK-TRA VALUE "00".
           88 FS-ERROR-TRA VALUE "35".
       01  FS-STATUS-TRS PIC XX.
           88 FS-OK-TRS VALUE "00".
           88 FS-ERROR-TRS VALUE "35".
       01  FS-STATUS-EXP PIC XX.
           88 FS-OK-EXP VALUE "00".
           88 FS-ERROR-EXP VALUE "35".
       01  FS-STATUS-SOL PIC XX.
           88 FS-OK-SOL VALUE "00".
           88 FS-ERROR-SOL VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-FIN-MENU              PIC X VALUE 'N'.
           88 FIN-MENU              VALUE 'S'.

       01  WS-OPCION PIC 9(01) VALUE ZERO.
           88 OPCION-ACCESO        VALUE 1.
           88 OPCION-SUPRESION     VALUE 2.
           88 OPCION-SALIR         VALUE 9.

       01  WS-CONFIRMACION    PIC X VALUE 'N'.
           88 CONFIRMADO      VALUE 'S' 's'.

      *    El acceso recorre los ficheros y solo los lee; la supresion
      *    hace el mismo recorrido y sustituye lo que encuentra.
       01  WS-MODO-TRATAMIENTO PIC X VALUE SPACE.
           88 MODO-EXPEDIENTE  VALUE 'X'.
           88 MODO-SUPRESION   VALUE 'S'.

       01  WS-EOF-MAE         PIC X VALUE 'N'.
           88 FIN-FICHERO-MAE VALUE 'S'.
       01  WS-EOF-HIS         PIC X VALUE 'N'.
           88 FIN-FICHERO-HIS VALUE 'S'.
       01  WS-EOF-PEN         PIC X VALUE 'N'.
           88 FIN-FICHERO-PEN VALUE 'S'.
       01  WS-EOF-JRN         PIC X VALUE 'N'.
           88 FIN-FICHERO-JRN VALUE 'S'.
       01  WS-EOF-RSP         PIC X VALUE 'N'.
           88 FIN-FICHERO-RSP VALUE 'S'.
       01  WS-EOF-INT         PIC X VALUE 'N'.
           88 FIN-FICHERO-INT VALUE 'S'.
       01  WS-EOF-TRA         PIC X VALUE 'N'.
           88 FIN-FICHERO-TRA VALUE 'S'.
       01  WS-EOF-SOL         PIC X VALUE 'N'.
           88 FIN-FICHERO-SOL VALUE 'S'.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.
       01  WS-JRN-ABIERTO     PIC X VALUE 'N'.
           88 JRN-ABIERTO     VALUE 'S'.
       01  WS-TRS-ABIERTO     PIC X VALUE 'N'.
           88 TRS-ABIERTO     VALUE 'S'.
       01  WS-EXP-ABIERTO     PIC X VALUE 'N'.
           88 EXP-ABIERTO     VALUE 'S'.

      *    Solicitud en curso. La clave es la que da el interesado,
      *    tal como esta (o estuvo) en el maestro.
       01  WS-SOL-NOMBRE        PIC X(20) VALUE SPACES.
       01  WS-SOL-APELLIDO1     PIC X(30) VALUE SPACES.
       01  WS-SOL-APELLIDO2     PIC X(30) VALUE SPACES.
       01  WS-SOL-REFERENCIA    PIC X(30) VALUE SPACES.
       01  WS-SOL-NUMERO        PIC 9(06) VALUE ZERO.
       01  WS-SOL-ULTIMO        PIC 9(06) VALUE ZERO.
       01  WS-SOL-TIPO          PIC X(09) VALUE SPACES.
       01  WS-SOL-RESULTADO     PIC X(10) VALUE SPACES.
       01  WS-SOL-CAMPO-1       PIC X(10).

       01  WS-FECHA-ACTUAL      PIC X(08).
       01  WS-HORA-ACTUAL       PIC X(06).
       01  WS-RC-GUARDADO       PIC 9(04) VALUE ZERO.
       01  WS-COMANDO           PIC X(120) VALUE SPACES.

      *    Claves de la persona. Se parte de la clave de la solicitud
      *    y se siguen en el diario los cambios de clave, como en la
      *    historia de CONSNOM (un borrado seguido de un alta del
      *    mismo programa y dia que conserva la fecha de alta), para
      *    no dejar atras los nombres que tuvo antes. Cada clave
      *    recibe su clave sustituta, unica por solicitud y por
      *    clave, y se preparan las formas en que la escriben los
      *    distintos ficheros:
      *      - el bloque de 80 posiciones de la clave del maestro
      *        (imagenes del diario, respaldo.dat, interfaz.dat,
      *        pendientes.dat y el registro que copia reporte.csv);
      *      - el bloque de 84 posiciones de las lineas de detalle de
      *        listado.txt (los tres campos separados por dos
      *        espacios);
      *      - NOMBRE;APELLIDO1;APELLIDO2 recortados, como la escriben
      *        los informes CSV;
      *      - "NOMBRE APELLIDO1 APELLIDO2" como campo, como la
      *        escribe infpend.txt.
       01  WS-MAXIMO-CLAVES   PIC 9(03) COMP VALUE 20.
       01  WS-TOTAL-CLAVES    PIC 9(03) COMP VALUE ZERO.
       01  WS-CLAVE-INDICE    PIC 9(03) COMP.
       01  WS-CLAVE-HALLADA   PIC 9(03) COMP VALUE ZERO.
       01  WS-BUS-INDICE      PIC 9(03) COMP.
       01  WS-TABLA-CLAVES.
           05 WS-CLA OCCURS 20 TIMES.
               10 WS-CLAVE-RELACIONADA  PIC X(80).
               10 WS-CLAVE-SUSTITUTA    PIC X(80).
               10 WS-CLA-LISTADO        PIC X(84).
               10 WS-CLA-LISTADO-SUS    PIC X(84).
               10 WS-CLA-CSV            PIC X(82).
               10 WS-CLA-CSV-LONG       PIC 9(03) COMP.
               10 WS-CLA-CSV-SUS        PIC X(82).
               10 WS-CLA-CSV-SUS-LONG   PIC 9(03) COMP.
               10 WS-CLA-TXT            PIC X(82).
               10 WS-CLA-TXT-LONG       PIC 9(03) COMP.
               10 WS-CLA-TXT-SUS        PIC X(82).
               10 WS-CLA-TXT-SUS-LONG   PIC 9(03) COMP.
               10 WS-CLA-HASH           PIC 9(06).
               10 WS-CLA-HASH-SUS       PIC 9(06).
               10 WS-CLA-PROGRAMA       PIC X(08).
               10 WS-CLA-FECHA          PIC X(08).
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

      *    Anotacion anterior del diario, para reconocer el par
      *    borrado-alta de un cambio de clave.
       01  WS-JRN-PREVIO.
           05 WS-PRE-FECHA        PIC X(08).
           05 WS-PRE-HORA         PIC X(06).
           05 WS-PRE-PROGRAMA     PIC X(08).
           05 WS-PRE-OPERACION    PIC X(01).
           05 WS-PRE-ANTES        PIC X(105).
           05 WS-PRE-DESPUES      PIC X(105).
           05 WS-PRE-OPERADOR     PIC X(08).
           05 WS-PRE-LOTE         PIC X(14).

      *    Vista de una imagen del maestro para el expediente, y
      *    clave sustituta en curso.
       01  WS-IMAGEN.
           05 WS-IMG-CLAVE.
               10 WS-IMG-NOMBRE       PIC X(20).
               10 WS-IMG-APELLIDO1    PIC X(30).
               10 WS-IMG-APELLIDO2    PIC X(30).
           05 WS-IMG-FECHA-ALTA   PIC X(08).
           05 WS-IMG-FECHA-MODIF  PIC X(08).
           05 WS-IMG-ESTADO       PIC X(01).
           05 WS-IMG-FECHA-BAJA   PIC X(08).
       01  WS-IMG-ETIQUETA    PIC X(30).
       01  WS-IMG-ANTES       PIC X(105).
       01  WS-IMG-DESPUES     PIC X(105).
       01  WS-MAE-ANTERIOR    PIC X(105).
       01  WS-HIS-ANTERIOR    PIC X(113).
       01  WS-SUSTITUTA.
           05 WS-SUS-NOMBRE       PIC X(20).
           05 WS-SUS-APELLIDO1    PIC X(30).
           05 WS-SUS-APELLIDO2    PIC X(30).
       01  WS-CLAVE-INDICE-TXT PIC 9(02).

      *    Montaje de las formas CSV y de texto de una clave.
       01  WS-ARM-NOMBRE      PIC X(20).
       01  WS-ARM-APELLIDO1   PIC X(30).
       01  WS-ARM-APELLIDO2   PIC X(30).
       01  WS-ARM-SEPARADOR   PIC X(01).
       01  WS-ARM-RESULTADO   PIC X(82).
       01  WS-ARM-PUNTERO     PIC 9(03) COMP.
       01  WS-ARM-LONGITUD    PIC 9(03) COMP.

      *    Total de control de EXTNOM sobre los 80 octetos de una
      *    clave, para rehacer la cola de interfaz.dat.
       01  WS-HASH-CLAVE      PIC X(80).
       01  WS-HASH-TOTAL      PIC 9(06).
       01  WS-HASH-INDICE     PIC 9(03) COMP.
       01  WS-HASH-OCTETO     PIC 9(03) COMP.
       01  WS-HASH-AJUSTE     PIC S9(13) VALUE ZERO.
       01  WS-HASH-NUEVO      PIC S9(13) VALUE ZERO.

      *    Valores de busqueda. auditoria.csv, audarch.csv,
      *    consultas.csv, los
      *    criterios de reporte.csv y listado.txt y el catalogo de
      *    generaciones no guardan claves, solo lo que el operador
      *    busco: un nombre o un primer apellido. Ese valor solo es
      *    dato de la persona cuando nadie mas en el maestro ni en el
      *    historico lo lleva en ese campo; si lo comparte, es una
      *    busqueda de todos los que se llaman asi y se deja como
      *    esta. Los valores propios se comparan plegados, como los
      *    compara REPORTE en modo normalizado.
       01  WS-MAXIMO-VALORES  PIC 9(03) COMP VALUE 40.
       01  WS-TOTAL-VALORES   PIC 9(03) COMP VALUE ZERO.
       01  WS-VAL-INDICE      PIC 9(03) COMP.
       01  WS-TABLA-VALORES.
           05 WS-VAL OCCURS 40 TIMES.
               10 WS-VAL-TIPO         PIC X(01).
               10 WS-VAL-PLEGADO      PIC X(30).
               10 WS-VAL-LONG         PIC 9(03) COMP.
               10 WS-VAL-COMPARTIDO   PIC X(01).
       01  WS-VAL-TIPO-BUSCADO PIC X(01).
      *    Criterio de consultas.csv tecleado como clave (nombre y
      *    apellidos): se buscan en el tanto nombres como apellidos.
       01  WS-CRITERIO-CLAVE   PIC X VALUE 'N'.
           88 CRITERIO-DE-CLAVE VALUE 'S'.
       01  WS-VAL-NUEVO-TIPO   PIC X(01).
       01  WS-VAL-NUEVO        PIC X(30).
       01  WS-VAL-REPETIDO     PIC X VALUE 'N'.
           88 VAL-REPETIDO     VALUE 'S'.

       01  WS-NOR-ENTRADA       PIC X(30).
       01  WS-NOR-SALIDA        PIC X(30).

      *    Linea de texto en revision: la leida, la que va quedando
      *    con las sustituciones y su forma plegada.
       01  WS-LINEA             PIC X(300).
       01  WS-LINEA-NUEVA       PIC X(300).
       01  WS-LINEA-PLEGADA     PIC X(300).
       01  WS-LINEA-AUX         PIC X(300).
       01  WS-APARICIONES-LINEA PIC 9(05) COMP VALUE ZERO.

      *    Sustitucion de un patron de longitud variable dentro del
      *    tramo WS-TRAMO-DESDE..WS-TRAMO-HASTA de la linea. Solo
      *    cuenta la coincidencia que ocupa un campo entero: en las
      *    claves CSV, entre separadores ";" o los bordes de la
      *    linea; en los valores de busqueda, entre separadores,
      *    espacios, "=" o ":" (APELLIDO=valor, CRITERIOS: valor).
       01  WS-PATRON            PIC X(90).
       01  WS-PATRON-LONG       PIC 9(03) COMP.
       01  WS-SUSTITUTO         PIC X(90).
       01  WS-SUSTITUTO-LONG    PIC 9(03) COMP.
       01  WS-TRAMO-DESDE       PIC S9(04) COMP.
       01  WS-TRAMO-HASTA       PIC S9(04) COMP.
       01  WS-POSICION-LINEA    PIC S9(04) COMP.
       01  WS-POSICION-FIN      PIC S9(04) COMP.
       01  WS-PUNTERO           PIC S9(04) COMP.
       01  WS-CARACTER          PIC X(01).
           88 CARACTER-ANTES-VALOR VALUE ";" "=" " " ":" "(".
           88 CARACTER-TRAS-VALOR  VALUE ";" " " ":" "*" ")".
       01  WS-LIMITES           PIC X(01).
           88 LIMITES-CAMPO-CSV VALUE 'C'.
           88 LIMITES-VALOR     VALUE 'V'.
       01  WS-COMPARACION       PIC X(01).
           88 COMPARAR-PLEGADO  VALUE 'P'.
           88 COMPARAR-EXACTO   VALUE 'E'.
       01  WS-COINCIDE          PIC X VALUE 'N'.
           88 COINCIDE          VALUE 'S'.
       01  WS-CUENTA            PIC 9(05) COMP.
       01  WS-CAMPO-BUSCADO     PIC 9(02) COMP.
       01  WS-CAMPO-ACTUAL      PIC 9(02) COMP.
       01  WS-CAMPO-LOCALIZADO  PIC X VALUE 'N'.
           88 CAMPO-LOCALIZADO  VALUE 'S'.
       01  WS-LONGITUD-LINEA    PIC S9(04) COMP.
       01  WS-INDICE            PIC 9(03) COMP.

      *    Ficheros de texto que guardan nombres, con el programa que
      *    los escribe y la forma de sus lineas: "A" auditoria de
      *    busquedas, "I" informe de uso de la auditoria, "R"
      *    reporte.csv, "L" listado.txt, "C" catalogo
      *    de generaciones, "E" excepciones de CALNOM, "O" prevision
      *    y resultado de CORRNOM, "X" rechazos de CARGAENT y "G" el
      *    resto, en los que la persona solo aparece por su clave.
      *    Ademas del fichero de siempre se revisan todas sus
      *    generaciones que sigan en catalogo.csv.
       01  WS-TOTAL-BASES     PIC 9(03) COMP VALUE ZERO.
       01  WS-BAS-INDICE      PIC 9(03) COMP.
       01  WS-TABLA-BASES.
           05 WS-BAS OCCURS 25 TIMES.
               10 WS-BAS-NOMBRE       PIC X(20).
               10 WS-BAS-PROGRAMA     PIC X(08).
               10 WS-BAS-TIPO         PIC X(01).
               10 WS-BAS-FECHA        PIC X(08).
               10 WS-BAS-HORA         PIC X(06).
       01  WS-BAS-HALLADA     PIC 9(03) COMP VALUE ZERO.
       01  WS-BAS-ENCONTRADA  PIC X VALUE 'N'.
           88 BAS-ENCONTRADA  VALUE 'S'.

       01  WS-TXT-NOMBRE      PIC X(30).
       01  WS-TXT-PROGRAMA    PIC X(08).
           88 TXT-DE-CONSNOM  VALUE 'CONSNOM'.
       01  WS-TXT-TIPO        PIC X(01).
           88 TXT-AUDITORIA   VALUE 'A'.
           88 TXT-INFORME-AUD VALUE 'I'.
           88 TXT-REPORTE     VALUE 'R'.
           88 TXT-LISTADO     VALUE 'L'.
           88 TXT-CATALOGO    VALUE 'C'.
           88 TXT-EXCEPCIONES VALUE 'E'.
           88 TXT-CORRECCION  VALUE 'O'.
           88 TXT-RECHAZOS    VALUE 'X'.
       01  WS-TXT-FECHA       PIC X(10).
       01  WS-TXT-HORA        PIC X(08).
       01  WS-TXT-HAY-COPIA   PIC X VALUE 'N'.
           88 TXT-HAY-COPIA   VALUE 'S'.
       01  WS-TXT-ERROR       PIC X VALUE 'N'.
           88 TXT-ERROR       VALUE 'S'.
      *    Tipo del criterio de la cabecera de reporte.csv, que vale
      *    para los detalles que la siguen.
       01  WS-TXT-TIPO-CRITERIO PIC X(01) VALUE SPACE.

      *    Bloque de tres campos seguidos de una linea (una clave
      *    NOMBRE;APELLIDO1;APELLIDO2) y clave cuya sustituta ocupa
      *    ya ese bloque tras el cambio de las claves completas.
       01  WS-BLOQUE-CAMPO    PIC 9(02) COMP.
       01  WS-BLOQUE-DESDE    PIC S9(04) COMP.
       01  WS-BLOQUE-HASTA    PIC S9(04) COMP.
       01  WS-SUS-HALLADA     PIC 9(03) COMP VALUE ZERO.
       01  WS-SUS-CLAVE       PIC 9(03) COMP VALUE ZERO.
       01  WS-EXC-CAMPO       PIC X(11).

      *    Linea de rechazos.csv: el registro de nombres.csv tal cual
      *    llego, separado por comas y con comillas opcionales, mas
      *    ";MOTIVO;CAMPO". Los campos se separan como los separa
      *    CARGAENT.
       01  WS-RCH-SEPARADORES PIC 9(02) COMP.
       01  WS-RCH-FIN-CSV     PIC S9(04) COMP.
       01  WS-RCH-FIN-CLAVE   PIC S9(04) COMP.
       01  WS-RCH-INDICE      PIC S9(04) COMP.
       01  WS-RCH-CARACTER    PIC X(01).
       01  WS-RCH-CAMPO-ACTUAL PIC 9(03) COMP.
       01  WS-RCH-PUNTERO     PIC 9(03) COMP.
       01  WS-RCH-COMILLAS    PIC X VALUE 'N'.
           88 RCH-EN-COMILLAS VALUE 'S'.
       01  WS-RCH-LARGO       PIC X VALUE 'N'.
           88 RCH-CAMPO-LARGO VALUE 'S'.
       01  WS-RCH-CAMPOS.
           05 WS-RCH-CAMPO OCCURS 3 TIMES PIC X(30).

       01  WS-CAT-FECHA       PIC X(08).
       01  WS-CAT-HORA        PIC X(06).
       01  WS-CAT-BASE        PIC X(20).
       01  WS-CAT-NUMERO      PIC X(04).
       01  WS-CAT-GENERACION  PIC X(30).

      *    Expediente.
       01  WS-LINEA-EXPEDIENTE.
           05 EXP-FICHERO          PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-POSICION         PIC Z(6)9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-FECHA            PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-HORA             PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-PROGRAMA         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-OPERADOR         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXP-CONTENIDO        PIC X(180).
       01  WS-EXP-FICHERO      PIC X(30).
       01  WS-EXP-POSICION     PIC 9(07) VALUE ZERO.
       01  WS-EXP-FECHA        PIC X(10).
       01  WS-EXP-HORA         PIC X(08).
       01  WS-EXP-PROGRAMA     PIC X(08).
       01  WS-EXP-OPERADOR     PIC X(08).
       01  WS-EXP-CONTENIDO    PIC X(180).
       01  WS-LINEA-CABECERA   PIC X(250).
       01  WS-OPERACION-TXT    PIC X(14).

       01  WS-POSICION          PIC 9(07) VALUE ZERO.
       01  WS-APARICIONES-FICHERO PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-APARICIONES PIC 9(07) VALUE ZERO.
       01  WS-CONTADOR-FICHEROS    PIC 9(05) VALUE ZERO.
       01  WS-CONTADOR-TXT         PIC Z(6)9.
       01  WS-CONTADOR-TXT-2       PIC Z(6)9.
       01  WS-SOL-NUMERO-TXT       PIC 9(06).

       COPY CPGENWS.

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

      *    El expediente de acceso lo prepara calidad de datos, que
      *    es quien atiende las solicitudes de los interesados; la
      *    supresion, que no tiene vuelta atras, queda para el
      *    administrador y solo con la aprobacion de la asesoria
      *    juridica.
       PROCESAR-MENU.
           PERFORM MOSTRAR-MENU
           PERFORM LEER-OPCION

           EVALUATE TRUE
               WHEN OPCION-ACCESO
                   IF ROL-PERMITE-CALIDAD
                       PERFORM ATENDER-ACCESO
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-SUPRESION
                   IF ROL-ADMINISTRADOR
                       PERFORM ATENDER-SUPRESION
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
           DISPLAY "DERECHOS DE LOS INTERESADOS".
           DISPLAY "  1. EXPEDIENTE DE ACCESO (expediente.txt)".
           DISPLAY "  2. SUPRESION APROBADA POR ASESORIA JURIDICA".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

       LEER-OPCION.
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION.

       PEDIR-CLAVE.
           MOVE SPACES TO WS-SOL-NOMBRE
           MOVE SPACES TO WS-SOL-APELLIDO1
           MOVE SPACES TO WS-SOL-APELLIDO2
           MOVE SPACES TO WS-SOL-REFERENCIA
           DISPLAY "Nombre: "
           ACCEPT WS-SOL-NOMBRE
           DISPLAY "Apellido 1: "
           ACCEPT WS-SOL-APELLIDO1
           DISPLAY "Apellido 2: "
           ACCEPT WS-SOL-APELLIDO2
           DISPLAY "Referencia de la solicitud: "
           ACCEPT WS-SOL-REFERENCIA.

      *----------------------------------------------------------------
      *    ACCESO. Solo lee: toma el cerrojo en modo lectura, que
      *    convive con la cadena de lotes.
      *----------------------------------------------------------------
       ATENDER-ACCESO.
           PERFORM PEDIR-CLAVE
           IF WS-SOL-NOMBRE = SPACES AND WS-SOL-APELLIDO1 = SPACES
               DISPLAY "FALTA LA CLAVE DEL INTERESADO."
           ELSE
               SET MODO-EXPEDIENTE TO TRUE
               MOVE "ACCESO" TO WS-SOL-TIPO
               MOVE "DERNOM" TO WS-CER-PROGRAMA
               MOVE "L" TO WS-CER-MODO-PEDIDO
               PERFORM TOMAR-CERROJO
               IF CERROJO-CONCEDIDO
                   PERFORM PREPARAR-SOLICITUD
                   IF EXP-ABIERTO
                       PERFORM RECORRER-FICHEROS
                       PERFORM CERRAR-EXPEDIENTE
                       PERFORM ANOTAR-SOLICITUD
                       DISPLAY "EXPEDIENTE DE LA SOLICITUD "
                           WS-SOL-NUMERO " EN expediente.txt: "
                           FUNCTION TRIM(WS-CONTADOR-TXT)
                           " APARICIONES EN "
                           FUNCTION TRIM(WS-CONTADOR-TXT-2)
                           " FICHEROS."
                   END-IF
                   PERFORM LIBERAR-CERROJO
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    SUPRESION. Cambia el maestro y reescribe los ficheros de
      *    los demas programas, asi que toma el cerrojo en modo
      *    escritura y pide la referencia de la aprobacion y
      *    confirmacion expresa. Las claves de la persona se cambian
      *    por su clave sustituta en todos los ficheros a la vez
      *    (maestro, historico, diario, respaldo, interfaz, cola de
      *    pendientes e informes con sus generaciones), de modo que:
      *      - RECUNOM, al restaurar respaldo.dat y reaplicar el
      *        diario, reconstruye el maestro ya sustituido, porque
      *        la copia y todas las imagenes del diario llevan la
      *        misma clave sustituta;
      *      - los cambios de clave del diario siguen casando (cada
      *        clave antigua tiene su propia sustituta);
      *      - CUADRE sigue cuadrando, porque no se quita ni se anade
      *        ninguna linea ni registro, los contadores de
      *        auditoria.csv no se tocan y la cola de interfaz.dat se
      *        rehace con el nuevo total de control.
      *    Las copias de respaldo.dat que el plan de explotacion
      *    guarda renombradas con la fecha no figuran en ningun
      *    catalogo: hay que pasarlas a respaldo.dat y repetir la
      *    supresion sobre cada una.
      *----------------------------------------------------------------
       ATENDER-SUPRESION.
           PERFORM PEDIR-CLAVE
           EVALUATE TRUE
               WHEN WS-SOL-NOMBRE = SPACES
                       AND WS-SOL-APELLIDO1 = SPACES
                   DISPLAY "FALTA LA CLAVE DEL INTERESADO."
               WHEN WS-SOL-REFERENCIA = SPACES
                   DISPLAY "LA SUPRESION EXIGE LA REFERENCIA DE LA "
                       "APROBACION DE ASESORIA JURIDICA."
               WHEN WS-SOL-NOMBRE = "ANONIMO"
                       AND WS-SOL-APELLIDO1 = "SUPRIMIDO"
                   DISPLAY "ESA CLAVE YA ES LA SUSTITUTA DE UNA "
                       "SUPRESION ANTERIOR."
               WHEN OTHER
                   MOVE "SUPRESION" TO WS-SOL-TIPO
                   MOVE "DERNOM" TO WS-CER-PROGRAMA
                   MOVE "E" TO WS-CER-MODO-PEDIDO
                   PERFORM TOMAR-CERROJO
                   IF CERROJO-CONCEDIDO
                       PERFORM CONFIRMAR-SUPRESION
                       PERFORM LIBERAR-CERROJO
                   END-IF
           END-EVALUATE.

       CONFIRMAR-SUPRESION.
           SET MODO-SUPRESION TO TRUE
           PERFORM PREPARAR-SOLICITUD
           IF EXP-ABIERTO
               DISPLAY "CLAVES DE LA PERSONA (LA SOLICITADA Y LAS QUE "
                   "TUVO ANTES):"
               PERFORM MOSTRAR-CLAVE-RELACIONADA
                   VARYING WS-CLAVE-INDICE FROM 1 BY 1
                   UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               DISPLAY "SE SUSTITUIRAN EN TODOS LOS FICHEROS POR "
                   "ANONIMO / SUPRIMIDO / SOLICITUD " WS-SOL-NUMERO
                   ". CONFIRMA (S/N): "
               ACCEPT WS-CONFIRMACION
               IF CONFIRMADO
                   PERFORM RECORRER-FICHEROS
                   PERFORM CERRAR-EXPEDIENTE
                   PERFORM ANOTAR-SOLICITUD
                   DISPLAY "SUPRESION DE LA SOLICITUD " WS-SOL-NUMERO
                       ": " FUNCTION TRIM(WS-CONTADOR-TXT)
                       " APARICIONES SUSTITUIDAS EN "
                       FUNCTION TRIM(WS-CONTADOR-TXT-2)
                       " FICHEROS. DETALLE EN expediente.txt."
                   IF RETURN-CODE >= 8
                       DISPLAY "LA SUPRESION NO TERMINO LIMPIA: REVISE "
                           "LOS MENSAJES ANTERIORES."
                   END-IF
               ELSE
                   CLOSE FICHERO-EXPEDIENTE
                   MOVE 'N' TO WS-EXP-ABIERTO
                   DISPLAY "SUPRESION CANCELADA."
               END-IF
           END-IF.

       MOSTRAR-CLAVE-RELACIONADA.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-IMG-CLAVE
           DISPLAY "  " FUNCTION TRIM(WS-IMG-NOMBRE) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO1) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO2).

      *----------------------------------------------------------------
      *    Preparacion comun: numero de solicitud, claves de la
      *    persona con sus sustitutas, valores de busqueda propios y
      *    cabecera del expediente.
      *----------------------------------------------------------------
       PREPARAR-SOLICITUD.
           MOVE 0 TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HORA-ACTUAL
           MOVE ZERO TO WS-CONTADOR-APARICIONES
           MOVE ZERO TO WS-CONTADOR-FICHEROS
           MOVE ZERO TO WS-CONTADOR-TXT
           MOVE ZERO TO WS-CONTADOR-TXT-2

           PERFORM BUSCAR-ULTIMA-SOLICITUD
           COMPUTE WS-SOL-NUMERO = WS-SOL-ULTIMO + 1
           MOVE WS-SOL-NUMERO TO WS-SOL-NUMERO-TXT

           MOVE SPACES TO WS-TABLA-CLAVES
           MOVE 1 TO WS-TOTAL-CLAVES
           MOVE WS-SOL-NOMBRE TO WS-IMG-NOMBRE
           MOVE WS-SOL-APELLIDO1 TO WS-IMG-APELLIDO1
           MOVE WS-SOL-APELLIDO2 TO WS-IMG-APELLIDO2
           MOVE WS-IMG-CLAVE TO WS-CLAVE-RELACIONADA(1)
           PERFORM REUNIR-CLAVES
           PERFORM PREPARAR-CLAVE
               VARYING WS-CLAVE-INDICE FROM 1 BY 1
               UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES

           MOVE ZERO TO WS-TOTAL-VALORES
           PERFORM REUNIR-VALORES
               VARYING WS-CLAVE-INDICE FROM 1 BY 1
               UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
           PERFORM COMPROBAR-VALORES-COMPARTIDOS

           PERFORM ABRIR-EXPEDIENTE.

      *    Ultimo numero de solicitud de solicitudes.csv; el primero
      *    es el 1.
       BUSCAR-ULTIMA-SOLICITUD.
           MOVE ZERO TO WS-SOL-ULTIMO
           MOVE 'N' TO WS-EOF-SOL
           OPEN INPUT FICHERO-SOLICITUDES
           IF FS-OK-SOL
               PERFORM LEER-ULTIMA-SOLICITUD UNTIL FIN-FICHERO-SOL
               CLOSE FICHERO-SOLICITUDES
           END-IF.

       LEER-ULTIMA-SOLICITUD.
           READ FICHERO-SOLICITUDES
               AT END
                   SET FIN-FICHERO-SOL TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SOL-CAMPO-1
                   UNSTRING REGISTRO-SOLICITUD DELIMITED BY ";"
                       INTO WS-SOL-CAMPO-1
                   END-UNSTRING
                   IF WS-SOL-CAMPO-1(1:6) NUMERIC
                       AND WS-SOL-CAMPO-1(1:6) > WS-SOL-ULTIMO
                       MOVE WS-SOL-CAMPO-1(1:6) TO WS-SOL-ULTIMO
                   END-IF
           END-READ.

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

      *    Deja en WS-CLAVE-HALLADA la posicion de WS-CLAVE-BUSCADA
      *    en la tabla de claves de la persona (cero si no esta).
       BUSCAR-CLAVE-RELACIONADA.
           MOVE 'N' TO WS-CLAVE-ENCONTRADA
           MOVE ZERO TO WS-CLAVE-HALLADA
           IF WS-CLAVE-BUSCADA NOT = SPACES
               PERFORM COMPARAR-CLAVE-RELACIONADA
                   VARYING WS-BUS-INDICE FROM 1 BY 1
                   UNTIL WS-BUS-INDICE > WS-TOTAL-CLAVES
                       OR CLAVE-ENCONTRADA
           END-IF.

       COMPARAR-CLAVE-RELACIONADA.
           IF WS-CLAVE-RELACIONADA(WS-BUS-INDICE) = WS-CLAVE-BUSCADA
               SET CLAVE-ENCONTRADA TO TRUE
               MOVE WS-BUS-INDICE TO WS-CLAVE-HALLADA
           END-IF.

      *    Clave sustituta y formas de escritura de la clave numero
      *    WS-CLAVE-INDICE. La sustituta lleva el numero de la
      *    solicitud y el orden de la clave, para que no choque con
      *    ninguna otra del maestro ni entre las claves de la misma
      *    persona.
       PREPARAR-CLAVE.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-IMG-CLAVE
           MOVE WS-CLAVE-INDICE TO WS-CLAVE-INDICE-TXT
           MOVE "ANONIMO" TO WS-SUS-NOMBRE
           MOVE "SUPRIMIDO" TO WS-SUS-APELLIDO1
           MOVE SPACES TO WS-SUS-APELLIDO2
           STRING "SOLICITUD " DELIMITED BY SIZE
                  WS-SOL-NUMERO-TXT DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CLAVE-INDICE-TXT DELIMITED BY SIZE
               INTO WS-SUS-APELLIDO2
           END-STRING
           MOVE WS-SUSTITUTA TO WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE)

           MOVE SPACES TO WS-CLA-LISTADO(WS-CLAVE-INDICE)
           MOVE WS-IMG-NOMBRE
               TO WS-CLA-LISTADO(WS-CLAVE-INDICE)(1:20)
           MOVE WS-IMG-APELLIDO1
               TO WS-CLA-LISTADO(WS-CLAVE-INDICE)(23:30)
           MOVE WS-IMG-APELLIDO2
               TO WS-CLA-LISTADO(WS-CLAVE-INDICE)(55:30)
           MOVE SPACES TO WS-CLA-LISTADO-SUS(WS-CLAVE-INDICE)
           MOVE WS-SUS-NOMBRE
               TO WS-CLA-LISTADO-SUS(WS-CLAVE-INDICE)(1:20)
           MOVE WS-SUS-APELLIDO1
               TO WS-CLA-LISTADO-SUS(WS-CLAVE-INDICE)(23:30)
           MOVE WS-SUS-APELLIDO2
               TO WS-CLA-LISTADO-SUS(WS-CLAVE-INDICE)(55:30)

           MOVE WS-IMG-NOMBRE TO WS-ARM-NOMBRE
           MOVE WS-IMG-APELLIDO1 TO WS-ARM-APELLIDO1
           MOVE WS-IMG-APELLIDO2 TO WS-ARM-APELLIDO2
           MOVE ";" TO WS-ARM-SEPARADOR
           PERFORM ARMAR-CLAVE
           MOVE WS-ARM-RESULTADO TO WS-CLA-CSV(WS-CLAVE-INDICE)
           MOVE WS-ARM-LONGITUD TO WS-CLA-CSV-LONG(WS-CLAVE-INDICE)
           MOVE SPACE TO WS-ARM-SEPARADOR
           PERFORM ARMAR-CLAVE
           MOVE WS-ARM-RESULTADO TO WS-CLA-TXT(WS-CLAVE-INDICE)
           MOVE WS-ARM-LONGITUD TO WS-CLA-TXT-LONG(WS-CLAVE-INDICE)
      *    Sin primer apellido la forma de texto se reduciria al
      *    nombre solo, que no identifica a nadie: no se busca.
           IF WS-IMG-APELLIDO1 = SPACES
               MOVE ZERO TO WS-CLA-TXT-LONG(WS-CLAVE-INDICE)
           END-IF

           MOVE WS-SUS-NOMBRE TO WS-ARM-NOMBRE
           MOVE WS-SUS-APELLIDO1 TO WS-ARM-APELLIDO1
           MOVE WS-SUS-APELLIDO2 TO WS-ARM-APELLIDO2
           MOVE ";" TO WS-ARM-SEPARADOR
           PERFORM ARMAR-CLAVE
           MOVE WS-ARM-RESULTADO TO WS-CLA-CSV-SUS(WS-CLAVE-INDICE)
           MOVE WS-ARM-LONGITUD
               TO WS-CLA-CSV-SUS-LONG(WS-CLAVE-INDICE)
           MOVE SPACE TO WS-ARM-SEPARADOR
           PERFORM ARMAR-CLAVE
           MOVE WS-ARM-RESULTADO TO WS-CLA-TXT-SUS(WS-CLAVE-INDICE)
           MOVE WS-ARM-LONGITUD
               TO WS-CLA-TXT-SUS-LONG(WS-CLAVE-INDICE)

           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-HASH-CLAVE
           PERFORM CALCULAR-HASH-CLAVE
           MOVE WS-HASH-TOTAL TO WS-CLA-HASH(WS-CLAVE-INDICE)
           MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO WS-HASH-CLAVE
           PERFORM CALCULAR-HASH-CLAVE
           MOVE WS-HASH-TOTAL TO WS-CLA-HASH-SUS(WS-CLAVE-INDICE).

      *    Une los tres campos recortados con el separador. Con ";"
      *    siempre van los dos separadores, aunque falte el segundo
      *    apellido, como los escriben los informes; con espacio, el
      *    segundo apellido vacio no deja espacio final.
       ARMAR-CLAVE.
           MOVE SPACES TO WS-ARM-RESULTADO
           MOVE 1 TO WS-ARM-PUNTERO
           IF WS-ARM-NOMBRE NOT = SPACES
               STRING FUNCTION TRIM(WS-ARM-NOMBRE) DELIMITED BY SIZE
                   INTO WS-ARM-RESULTADO WITH POINTER WS-ARM-PUNTERO
               END-STRING
           END-IF
           STRING WS-ARM-SEPARADOR DELIMITED BY SIZE
               INTO WS-ARM-RESULTADO WITH POINTER WS-ARM-PUNTERO
           END-STRING
           IF WS-ARM-APELLIDO1 NOT = SPACES
               STRING FUNCTION TRIM(WS-ARM-APELLIDO1) DELIMITED BY SIZE
                   INTO WS-ARM-RESULTADO WITH POINTER WS-ARM-PUNTERO
               END-STRING
           END-IF
           IF WS-ARM-SEPARADOR = ";" OR WS-ARM-APELLIDO2 NOT = SPACES
               STRING WS-ARM-SEPARADOR DELIMITED BY SIZE
                   INTO WS-ARM-RESULTADO WITH POINTER WS-ARM-PUNTERO
               END-STRING
           END-IF
           IF WS-ARM-APELLIDO2 NOT = SPACES
               STRING FUNCTION TRIM(WS-ARM-APELLIDO2) DELIMITED BY SIZE
                   INTO WS-ARM-RESULTADO WITH POINTER WS-ARM-PUNTERO
               END-STRING
           END-IF
           COMPUTE WS-ARM-LONGITUD = WS-ARM-PUNTERO - 1.

      *    El mismo total de control que calculan EXTNOM y CARGAINT:
      *    suma de los valores de los octetos de la clave.
       CALCULAR-HASH-CLAVE.
           MOVE ZERO TO WS-HASH-TOTAL
           PERFORM ACUMULAR-HASH-OCTETO
               VARYING WS-HASH-INDICE FROM 1 BY 1
               UNTIL WS-HASH-INDICE > 80.

       ACUMULAR-HASH-OCTETO.
           COMPUTE WS-HASH-OCTETO =
               FUNCTION ORD(WS-HASH-CLAVE(WS-HASH-INDICE:1)) - 1
           ADD WS-HASH-OCTETO TO WS-HASH-TOTAL.

      *    Nombre y primer apellido de cada clave como valores de
      *    busqueda, plegados y sin repetir.
       REUNIR-VALORES.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-IMG-CLAVE
           IF WS-IMG-NOMBRE NOT = SPACES
               MOVE "N" TO WS-VAL-NUEVO-TIPO
               MOVE WS-IMG-NOMBRE TO WS-NOR-ENTRADA
               PERFORM ANADIR-VALOR
           END-IF
           IF WS-IMG-APELLIDO1 NOT = SPACES
               MOVE "A" TO WS-VAL-NUEVO-TIPO
               MOVE WS-IMG-APELLIDO1 TO WS-NOR-ENTRADA
               PERFORM ANADIR-VALOR
           END-IF.

       ANADIR-VALOR.
           MOVE FUNCTION TRIM(WS-NOR-ENTRADA) TO WS-NOR-ENTRADA
           PERFORM NORMALIZAR-CAMPO
           MOVE WS-NOR-SALIDA TO WS-VAL-NUEVO
           MOVE 'N' TO WS-VAL-REPETIDO
           PERFORM COMPARAR-VALOR-REPETIDO
               VARYING WS-VAL-INDICE FROM 1 BY 1
               UNTIL WS-VAL-INDICE > WS-TOTAL-VALORES
                   OR VAL-REPETIDO
           IF NOT VAL-REPETIDO
               AND WS-TOTAL-VALORES < WS-MAXIMO-VALORES
               AND WS-VAL-NUEVO NOT = "ANONIMO"
               AND WS-VAL-NUEVO NOT = "SUPRIMIDO"
               ADD 1 TO WS-TOTAL-VALORES
               MOVE WS-VAL-NUEVO-TIPO TO WS-VAL-TIPO(WS-TOTAL-VALORES)
               MOVE WS-VAL-NUEVO TO WS-VAL-PLEGADO(WS-TOTAL-VALORES)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-VAL-NUEVO
                   TRAILING)) TO WS-VAL-LONG(WS-TOTAL-VALORES)
               MOVE 'N' TO WS-VAL-COMPARTIDO(WS-TOTAL-VALORES)
           END-IF.

       COMPARAR-VALOR-REPETIDO.
           IF WS-VAL-TIPO(WS-VAL-INDICE) = WS-VAL-NUEVO-TIPO
               AND WS-VAL-PLEGADO(WS-VAL-INDICE) = WS-VAL-NUEVO
               SET VAL-REPETIDO TO TRUE
           END-IF.

      *    Una pasada por el maestro y otra por el historico: todo
      *    registro que no sea de la persona y lleve el mismo nombre
      *    o el mismo primer apellido hace compartido ese valor.
       COMPROBAR-VALORES-COMPARTIDOS.
           MOVE 'N' TO WS-EOF-MAE
           OPEN INPUT FICHERO-MAESTRO
           IF FS-OK-MAE
               PERFORM COTEJAR-MAESTRO UNTIL FIN-FICHERO-MAE
               CLOSE FICHERO-MAESTRO
           ELSE
               IF NOT FS-ERROR-MAE
                   MOVE FS-STATUS-MAE TO WS-FS-CODIGO
                   MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF

           MOVE 'N' TO WS-EOF-HIS
           OPEN INPUT FICHERO-HISTORICO
           IF FS-OK-HIS
               PERFORM COTEJAR-HISTORICO UNTIL FIN-FICHERO-HIS
               CLOSE FICHERO-HISTORICO
           END-IF.

       COTEJAR-MAESTRO.
           READ FICHERO-MAESTRO NEXT RECORD
               AT END
                   SET FIN-FICHERO-MAE TO TRUE
               NOT AT END
                   MOVE REGISTRO-MAESTRO TO WS-IMAGEN
                   PERFORM COTEJAR-IMAGEN
           END-READ.

       COTEJAR-HISTORICO.
           READ FICHERO-HISTORICO NEXT RECORD
               AT END
                   SET FIN-FICHERO-HIS TO TRUE
               NOT AT END
                   MOVE HIS-CLAVE TO WS-IMG-CLAVE
                   PERFORM COTEJAR-IMAGEN
           END-READ.

       COTEJAR-IMAGEN.
           MOVE WS-IMG-CLAVE TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           IF NOT CLAVE-ENCONTRADA
               MOVE "N" TO WS-VAL-NUEVO-TIPO
               MOVE FUNCTION TRIM(WS-IMG-NOMBRE) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-VAL-NUEVO
               PERFORM MARCAR-COMPARTIDO
                   VARYING WS-VAL-INDICE FROM 1 BY 1
                   UNTIL WS-VAL-INDICE > WS-TOTAL-VALORES
               MOVE "A" TO WS-VAL-NUEVO-TIPO
               MOVE FUNCTION TRIM(WS-IMG-APELLIDO1) TO WS-NOR-ENTRADA
               PERFORM NORMALIZAR-CAMPO
               MOVE WS-NOR-SALIDA TO WS-VAL-NUEVO
               PERFORM MARCAR-COMPARTIDO
                   VARYING WS-VAL-INDICE FROM 1 BY 1
                   UNTIL WS-VAL-INDICE > WS-TOTAL-VALORES
           END-IF.

       MARCAR-COMPARTIDO.
           IF WS-VAL-TIPO(WS-VAL-INDICE) = WS-VAL-NUEVO-TIPO
               AND WS-VAL-PLEGADO(WS-VAL-INDICE) = WS-VAL-NUEVO
               MOVE 'S' TO WS-VAL-COMPARTIDO(WS-VAL-INDICE)
           END-IF.

      *    Plegado de un campo: mayusculas ASCII y acentos ISO-8859-1
      *    convertidos a la letra base, el mismo plegado que hacen
      *    REPORTE y RECONOM.
       NORMALIZAR-CAMPO.
           MOVE FUNCTION UPPER-CASE(WS-NOR-ENTRADA) TO WS-NOR-SALIDA
           INSPECT WS-NOR-SALIDA CONVERTING
               X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY"
           INSPECT WS-NOR-SALIDA CONVERTING
               X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY".

       PLEGAR-LINEA.
           MOVE FUNCTION UPPER-CASE(WS-LINEA-NUEVA) TO WS-LINEA-PLEGADA
           INSPECT WS-LINEA-PLEGADA CONVERTING
               X"C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY"
           INSPECT WS-LINEA-PLEGADA CONVERTING
               X"E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD"
               TO "AAAAAACEEEEIIIINOOOOOUUUUY".

      *----------------------------------------------------------------
      *    Expediente: cabecera, una linea por aparicion y totales.
      *    En la supresion la cabecera solo lleva la clave sustituta:
      *    el expediente queda como constancia de lo suprimido sin
      *    volver a guardar el nombre.
      *----------------------------------------------------------------
       ABRIR-EXPEDIENTE.
           MOVE 'N' TO WS-EXP-ABIERTO
           OPEN OUTPUT FICHERO-EXPEDIENTE
           IF FS-OK-EXP
               SET EXP-ABIERTO TO TRUE
               MOVE SPACES TO WS-LINEA-CABECERA
               STRING "EXPEDIENTE DE LA SOLICITUD " DELIMITED BY SIZE
                      WS-SOL-NUMERO-TXT DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOL-TIPO) DELIMITED BY SIZE
                      ")  FECHA: " DELIMITED BY SIZE
                      WS-FECHA-ACTUAL DELIMITED BY SIZE
                      "  OPERADOR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPE-ID) DELIMITED BY SIZE
                   INTO WS-LINEA-CABECERA
               END-STRING
               PERFORM GRABAR-CABECERA
               MOVE SPACES TO WS-LINEA-CABECERA
               STRING "REFERENCIA: " DELIMITED BY SIZE
                      WS-SOL-REFERENCIA DELIMITED BY SIZE
                   INTO WS-LINEA-CABECERA
               END-STRING
               PERFORM GRABAR-CABECERA
               IF MODO-SUPRESION
                   MOVE WS-TOTAL-CLAVES TO WS-CONTADOR-TXT
                   MOVE SPACES TO WS-LINEA-CABECERA
                   STRING "CLAVES SUPRIMIDAS: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CONTADOR-TXT)
                              DELIMITED BY SIZE
                          "  SUSTITUTA: ANONIMO / SUPRIMIDO / "
                              DELIMITED BY SIZE
                          "SOLICITUD " DELIMITED BY SIZE
                          WS-SOL-NUMERO-TXT DELIMITED BY SIZE
                          "-nn" DELIMITED BY SIZE
                       INTO WS-LINEA-CABECERA
                   END-STRING
                   PERFORM GRABAR-CABECERA
               ELSE
                   PERFORM ESCRIBIR-CLAVE-EXPEDIENTE
                       VARYING WS-CLAVE-INDICE FROM 1 BY 1
                       UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               END-IF
               MOVE SPACES TO WS-LINEA-CABECERA
               PERFORM GRABAR-CABECERA
               MOVE "FICHERO" TO EXP-FICHERO
               MOVE ZERO TO EXP-POSICION
               MOVE "FECHA" TO EXP-FECHA
               MOVE "HORA" TO EXP-HORA
               MOVE "PROGRAMA" TO EXP-PROGRAMA
               MOVE "OPERADOR" TO EXP-OPERADOR
               MOVE "CONTENIDO" TO EXP-CONTENIDO
               MOVE WS-LINEA-EXPEDIENTE TO WS-LINEA-CABECERA
               MOVE "POSICION" TO WS-LINEA-CABECERA(23:8)
               PERFORM GRABAR-CABECERA
           ELSE
               MOVE FS-STATUS-EXP TO WS-FS-CODIGO
               MOVE "EXPEDIENTE" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       ESCRIBIR-CLAVE-EXPEDIENTE.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO WS-IMG-CLAVE
           MOVE SPACES TO WS-LINEA-CABECERA
           IF WS-CLAVE-INDICE = 1
               MOVE "CLAVE: " TO WS-LINEA-CABECERA
           ELSE
               MOVE "CLAVE ANTERIOR: " TO WS-LINEA-CABECERA
           END-IF
           STRING FUNCTION TRIM(WS-IMG-NOMBRE) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO1) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO2) DELIMITED BY SIZE
               INTO WS-LINEA-CABECERA(17:)
           END-STRING
           PERFORM GRABAR-CABECERA.

       GRABAR-CABECERA.
           MOVE WS-LINEA-CABECERA TO REGISTRO-EXPEDIENTE
           WRITE REGISTRO-EXPEDIENTE.

      *    Anota una aparicion con los datos que el llamador dejo en
      *    WS-EXP-*.
       ANOTAR-EXPEDIENTE.
           MOVE SPACES TO WS-LINEA-EXPEDIENTE
           MOVE WS-EXP-FICHERO TO EXP-FICHERO
           MOVE WS-EXP-POSICION TO EXP-POSICION
           MOVE WS-EXP-FECHA TO EXP-FECHA
           MOVE WS-EXP-HORA TO EXP-HORA
           MOVE WS-EXP-PROGRAMA TO EXP-PROGRAMA
           MOVE WS-EXP-OPERADOR TO EXP-OPERADOR
           MOVE WS-EXP-CONTENIDO TO EXP-CONTENIDO
           MOVE WS-LINEA-EXPEDIENTE TO REGISTRO-EXPEDIENTE
           WRITE REGISTRO-EXPEDIENTE
           IF NOT FS-OK-EXP
               MOVE FS-STATUS-EXP TO WS-FS-CODIGO
               MOVE "EXPEDIENTE" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF
           ADD 1 TO WS-CONTADOR-APARICIONES.

      *    Imagen del maestro (WS-IMAGEN) como contenido de la linea.
       FORMAR-CONTENIDO-IMAGEN.
           MOVE SPACES TO WS-EXP-CONTENIDO
           STRING FUNCTION TRIM(WS-IMG-ETIQUETA) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-NOMBRE) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO1) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IMG-APELLIDO2) DELIMITED BY SIZE
                  "  ESTADO " DELIMITED BY SIZE
                  WS-IMG-ESTADO DELIMITED BY SIZE
                  " ALTA " DELIMITED BY SIZE
                  WS-IMG-FECHA-ALTA DELIMITED BY SIZE
                  " MODIF " DELIMITED BY SIZE
                  WS-IMG-FECHA-MODIF DELIMITED BY SIZE
                  " BAJA " DELIMITED BY SIZE
                  WS-IMG-FECHA-BAJA DELIMITED BY SIZE
               INTO WS-EXP-CONTENIDO
           END-STRING.

       CERRAR-EXPEDIENTE.
           MOVE WS-CONTADOR-APARICIONES TO WS-CONTADOR-TXT
           MOVE WS-CONTADOR-FICHEROS TO WS-CONTADOR-TXT-2
           IF EXP-ABIERTO
               MOVE SPACES TO WS-LINEA-CABECERA
               PERFORM GRABAR-CABECERA
               STRING "TOTAL APARICIONES: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
                      " EN " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTADOR-TXT-2)
                          DELIMITED BY SIZE
                      " FICHEROS" DELIMITED BY SIZE
                   INTO WS-LINEA-CABECERA
               END-STRING
               PERFORM GRABAR-CABECERA
               CLOSE FICHERO-EXPEDIENTE
               MOVE 'N' TO WS-EXP-ABIERTO
           END-IF.

      *    Constancia de la solicitud en solicitudes.csv:
      *    NUMERO;FECHA;HORA;TIPO;OPERADOR;REFERENCIA;NOMBRE;
      *    APELLIDO1;APELLIDO2;CLAVES;APARICIONES;RESULTADO. La de
      *    supresion guarda la clave sustituta, no la suprimida; la
      *    de acceso guarda la clave tal cual, y una supresion
      *    posterior de la misma persona la sustituye como a
      *    cualquier otro fichero.
       ANOTAR-SOLICITUD.
           IF RETURN-CODE >= 8
               MOVE "INCOMPLETA" TO WS-SOL-RESULTADO
           ELSE
               MOVE "COMPLETA" TO WS-SOL-RESULTADO
           END-IF
           IF MODO-SUPRESION
               MOVE WS-CLA-CSV-SUS(1) TO WS-ARM-RESULTADO
               MOVE WS-CLA-CSV-SUS-LONG(1) TO WS-ARM-LONGITUD
           ELSE
               MOVE WS-CLA-CSV(1) TO WS-ARM-RESULTADO
               MOVE WS-CLA-CSV-LONG(1) TO WS-ARM-LONGITUD
           END-IF
           MOVE WS-TOTAL-CLAVES TO WS-CONTADOR-TXT-2

           OPEN EXTEND FICHERO-SOLICITUDES
           IF FS-ERROR-SOL
               OPEN OUTPUT FICHERO-SOLICITUDES
           END-IF
           IF FS-OK-SOL
               MOVE SPACES TO REGISTRO-SOLICITUD
               STRING WS-SOL-NUMERO-TXT DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-FECHA-ACTUAL DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-HORA-ACTUAL DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOL-TIPO) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-OPE-ID) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOL-REFERENCIA)
                          DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      WS-ARM-RESULTADO(1:WS-ARM-LONGITUD)
                          DELIMITED BY SIZE
                      ";CLAVES=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTADOR-TXT-2)
                          DELIMITED BY SIZE
                      ";APARICIONES=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SOL-RESULTADO)
                          DELIMITED BY SIZE
                   INTO REGISTRO-SOLICITUD
               END-STRING
               WRITE REGISTRO-SOLICITUD
               CLOSE FICHERO-SOLICITUDES
           ELSE
               MOVE FS-STATUS-SOL TO WS-FS-CODIGO
               MOVE "REGISTRO DE SOLICITUDES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO SE PUDO ANOTAR LA SOLICITUD EN "
                   "solicitudes.csv."
           END-IF
           MOVE WS-CONTADOR-FICHEROS TO WS-CONTADOR-TXT-2.

      *----------------------------------------------------------------
      *    Recorrido de todos los ficheros que guardan nombres. El
      *    diario va primero: en el acceso de el sale el programa que
      *    escribio por ultimo cada clave del maestro, y en la
      *    supresion tiene que estar reescrito antes de anotar en el
      *    la sustitucion del maestro.
      *----------------------------------------------------------------
       RECORRER-FICHEROS.
           PERFORM TRATAR-DIARIO
           PERFORM TRATAR-MAESTRO
           PERFORM TRATAR-HISTORICO
           PERFORM TRATAR-PENDIENTES
           PERFORM TRATAR-RESPALDO
           PERFORM TRATAR-INTERFAZ
           PERFORM TRATAR-FICHEROS-TEXTO.

      *    Empieza la cuenta de un fichero; el total de ficheros con
      *    alguna aparicion se lleva al cerrarlo.
       EMPEZAR-FICHERO.
           MOVE ZERO TO WS-POSICION
           MOVE ZERO TO WS-APARICIONES-FICHERO
           MOVE SPACES TO WS-EXP-FECHA
           MOVE SPACES TO WS-EXP-HORA
           MOVE SPACES TO WS-EXP-OPERADOR.

       TERMINAR-FICHERO.
           IF WS-APARICIONES-FICHERO > ZERO
               ADD 1 TO WS-CONTADOR-FICHEROS
           END-IF.

      *----------------------------------------------------------------
      *    diario.dat. Cada anotacion con alguna imagen de la persona
      *    sale en el expediente con su fecha, hora, programa y
      *    operador; en la supresion las imagenes se reescriben en su
      *    sitio con la clave sustituta.
      *----------------------------------------------------------------
       TRATAR-DIARIO.
           MOVE "diario.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE 'N' TO WS-EOF-JRN
           IF MODO-SUPRESION
               OPEN I-O FICHERO-DIARIO
           ELSE
               OPEN INPUT FICHERO-DIARIO
           END-IF
           IF FS-OK-JRN
               PERFORM TRATAR-UNA-ANOTACION UNTIL FIN-FICHERO-JRN
               CLOSE FICHERO-DIARIO
           ELSE
               IF NOT FS-ERROR-JRN
                   MOVE FS-STATUS-JRN TO WS-FS-CODIGO
                   MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-UNA-ANOTACION.
           READ FICHERO-DIARIO
               AT END
                   SET FIN-FICHERO-JRN TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICION
                   MOVE JRN-ANTES(1:80) TO WS-CLAVE-BUSCADA
                   PERFORM BUSCAR-CLAVE-RELACIONADA
                   MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-ANTES-EN
                   IF CLAVE-ANTES-EN AND MODO-SUPRESION
                       MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                           TO JRN-ANTES(1:80)
                   END-IF
                   MOVE JRN-DESPUES(1:80) TO WS-CLAVE-BUSCADA
                   PERFORM BUSCAR-CLAVE-RELACIONADA
                   MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-DESPUES-EN
                   IF CLAVE-DESPUES-EN
                       MOVE JRN-PROGRAMA
                           TO WS-CLA-PROGRAMA(WS-CLAVE-HALLADA)
                       MOVE JRN-FECHA TO WS-CLA-FECHA(WS-CLAVE-HALLADA)
                       IF MODO-SUPRESION
                           MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                               TO JRN-DESPUES(1:80)
                       END-IF
                   END-IF
                   IF CLAVE-ANTES-EN OR CLAVE-DESPUES-EN
                       PERFORM ANOTAR-ANOTACION
                       IF MODO-SUPRESION
                           PERFORM REESCRIBIR-ANOTACION
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-ANOTACION.
           ADD 1 TO WS-APARICIONES-FICHERO
           MOVE WS-POSICION TO WS-EXP-POSICION
           MOVE JRN-FECHA TO WS-EXP-FECHA
           MOVE JRN-HORA TO WS-EXP-HORA
           MOVE JRN-PROGRAMA TO WS-EXP-PROGRAMA
           MOVE JRN-OPERADOR TO WS-EXP-OPERADOR
           EVALUATE TRUE
               WHEN JRN-OP-ALTA
                   MOVE "ALTA" TO WS-OPERACION-TXT
               WHEN JRN-OP-REESCRITURA
                   MOVE "MODIFICACION" TO WS-OPERACION-TXT
               WHEN JRN-OP-BORRADO
                   MOVE "BORRADO" TO WS-OPERACION-TXT
               WHEN OTHER
                   MOVE JRN-OPERACION TO WS-OPERACION-TXT
           END-EVALUATE
           MOVE JRN-ANTES TO WS-IMG-ANTES
           MOVE JRN-DESPUES TO WS-IMG-DESPUES
           PERFORM ANOTAR-IMAGENES.

       REESCRIBIR-ANOTACION.
           REWRITE REGISTRO-DIARIO
           IF NOT FS-OK-JRN
               MOVE FS-STATUS-JRN TO WS-FS-CODIGO
               MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               SET FIN-FICHERO-JRN TO TRUE
           END-IF.

      *----------------------------------------------------------------
      *    nombres.dat. Lectura directa de cada clave. En la
      *    supresion el registro se borra y se vuelve a grabar con la
      *    clave sustituta y los mismos datos de gestion, con la fecha
      *    de modificacion de hoy, y se anota en el diario como
      *    reescritura de la clave sustituta: el diario ya no tiene
      *    la clave suprimida, y RECUNOM reaplica esa reescritura
      *    sobre el registro que ya trae la copia o el propio diario.
      *----------------------------------------------------------------
       TRATAR-MAESTRO.
           MOVE "nombres.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE 'N' TO WS-MAE-ABIERTO
           MOVE 'N' TO WS-JRN-ABIERTO
           IF MODO-SUPRESION
               OPEN I-O FICHERO-MAESTRO
           ELSE
               OPEN INPUT FICHERO-MAESTRO
           END-IF
           IF FS-OK-MAE
               SET MAE-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF
           IF MAE-ABIERTO AND MODO-SUPRESION
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
                   DISPLAY "SIN DIARIO NO SE TOCA EL MAESTRO."
               END-IF
           END-IF
           IF MAE-ABIERTO
               IF MODO-EXPEDIENTE OR JRN-ABIERTO
                   PERFORM TRATAR-CLAVE-MAESTRO
                       VARYING WS-CLAVE-INDICE FROM 1 BY 1
                       UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               END-IF
               CLOSE FICHERO-MAESTRO
               MOVE 'N' TO WS-MAE-ABIERTO
           END-IF
           IF JRN-ABIERTO
               CLOSE FICHERO-DIARIO
               MOVE 'N' TO WS-JRN-ABIERTO
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-CLAVE-MAESTRO.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO MAE-CLAVE
           READ FICHERO-MAESTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MODO-SUPRESION
                       PERFORM SUSTITUIR-MAESTRO
                   END-IF
                   PERFORM ANOTAR-MAESTRO
           END-READ.

      *    El maestro no guarda quien escribio el registro: se toma
      *    del diario, que es el ultimo programa que dejo esa clave.
       ANOTAR-MAESTRO.
           ADD 1 TO WS-APARICIONES-FICHERO
           MOVE WS-CLAVE-INDICE TO WS-EXP-POSICION
           MOVE MAE-FECHA-MODIF TO WS-EXP-FECHA
           MOVE SPACES TO WS-EXP-HORA
           MOVE WS-CLA-PROGRAMA(WS-CLAVE-INDICE) TO WS-EXP-PROGRAMA
           MOVE SPACES TO WS-EXP-OPERADOR
           MOVE REGISTRO-MAESTRO TO WS-IMAGEN
           MOVE "REGISTRO:" TO WS-IMG-ETIQUETA
           PERFORM FORMAR-CONTENIDO-IMAGEN
           PERFORM ANOTAR-EXPEDIENTE.

       SUSTITUIR-MAESTRO.
           MOVE REGISTRO-MAESTRO TO WS-MAE-ANTERIOR
           MOVE WS-CLAVE-INDICE TO WS-CLAVE-INDICE-TXT
           MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO MAE-CLAVE
           READ FICHERO-MAESTRO
               INVALID KEY
                   PERFORM CAMBIAR-CLAVE-MAESTRO
               NOT INVALID KEY
                   DISPLAY "LA CLAVE SUSTITUTA YA EXISTE EN EL "
                       "MAESTRO; NO SE SUSTITUYE LA CLAVE "
                       WS-CLAVE-INDICE-TXT "."
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-MAE-ANTERIOR TO REGISTRO-MAESTRO
           END-READ.

       CAMBIAR-CLAVE-MAESTRO.
           MOVE WS-MAE-ANTERIOR TO REGISTRO-MAESTRO
           DELETE FICHERO-MAESTRO
           IF FS-OK-MAE
               MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO MAE-CLAVE
               MOVE WS-FECHA-ACTUAL TO MAE-FECHA-MODIF
               WRITE REGISTRO-MAESTRO
               IF FS-OK-MAE
                   PERFORM ANOTAR-SUSTITUCION-DIARIO
               ELSE
                   MOVE FS-STATUS-MAE TO WS-FS-CODIGO
                   MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
                   MOVE WS-MAE-ANTERIOR TO REGISTRO-MAESTRO
                   WRITE REGISTRO-MAESTRO
                   DISPLAY "NO SE PUDO GRABAR LA CLAVE SUSTITUTA; SE "
                       "REPONE EL REGISTRO ORIGINAL."
               END-IF
           ELSE
               MOVE FS-STATUS-MAE TO WS-FS-CODIGO
               MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *    Reescritura de la clave sustituta: la imagen anterior lleva
      *    ya la clave sustituta con los datos de antes, de modo que
      *    el diario no vuelve a guardar el nombre suprimido.
       ANOTAR-SUSTITUCION-DIARIO.
           MOVE SPACES TO REGISTRO-DIARIO
           MOVE WS-FECHA-ACTUAL TO JRN-FECHA
           MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA
           MOVE "DERNOM" TO JRN-PROGRAMA
           SET JRN-OP-REESCRITURA TO TRUE
           MOVE WS-MAE-ANTERIOR TO JRN-ANTES
           MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO JRN-ANTES(1:80)
           MOVE REGISTRO-MAESTRO TO JRN-DESPUES
           MOVE WS-OPE-ID TO JRN-OPERADOR
           MOVE SPACES TO JRN-LOTE
           WRITE REGISTRO-DIARIO
           IF NOT FS-OK-JRN
               MOVE FS-STATUS-JRN TO WS-FS-CODIGO
               MOVE "DIARIO DE ACTUALIZACIONES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *----------------------------------------------------------------
      *    historico.dat. Misma clave que el maestro; la fecha es la
      *    de la purga que lo dejo ahi.
      *----------------------------------------------------------------
       TRATAR-HISTORICO.
           MOVE "historico.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           IF MODO-SUPRESION
               OPEN I-O FICHERO-HISTORICO
           ELSE
               OPEN INPUT FICHERO-HISTORICO
           END-IF
           IF FS-OK-HIS
               PERFORM TRATAR-CLAVE-HISTORICO
                   VARYING WS-CLAVE-INDICE FROM 1 BY 1
                   UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES
               CLOSE FICHERO-HISTORICO
           ELSE
               IF NOT FS-ERROR-HIS
                   MOVE FS-STATUS-HIS TO WS-FS-CODIGO
                   MOVE "FICHERO HISTORICO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-CLAVE-HISTORICO.
           MOVE WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE) TO HIS-CLAVE
           READ FICHERO-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MODO-SUPRESION
                       PERFORM SUSTITUIR-HISTORICO
                   END-IF
                   PERFORM ANOTAR-HISTORICO
           END-READ.

       ANOTAR-HISTORICO.
           ADD 1 TO WS-APARICIONES-FICHERO
           MOVE WS-CLAVE-INDICE TO WS-EXP-POSICION
           MOVE HIS-FECHA-PURGA TO WS-EXP-FECHA
           MOVE SPACES TO WS-EXP-HORA
           MOVE "PURGNOM" TO WS-EXP-PROGRAMA
           MOVE SPACES TO WS-EXP-OPERADOR
           MOVE HIS-CLAVE TO WS-IMG-CLAVE
           MOVE HIS-DATOS TO WS-IMAGEN(81:25)
           MOVE "PURGADO:" TO WS-IMG-ETIQUETA
           PERFORM FORMAR-CONTENIDO-IMAGEN
           PERFORM ANOTAR-EXPEDIENTE.

       SUSTITUIR-HISTORICO.
           MOVE REGISTRO-HISTORICO TO WS-HIS-ANTERIOR
           MOVE WS-CLAVE-INDICE TO WS-CLAVE-INDICE-TXT
           MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO HIS-CLAVE
           READ FICHERO-HISTORICO
               INVALID KEY
                   PERFORM CAMBIAR-CLAVE-HISTORICO
               NOT INVALID KEY
                   DISPLAY "LA CLAVE SUSTITUTA YA EXISTE EN EL "
                       "HISTORICO; NO SE SUSTITUYE LA CLAVE "
                       WS-CLAVE-INDICE-TXT "."
                   MOVE 8 TO RETURN-CODE
                   MOVE WS-HIS-ANTERIOR TO REGISTRO-HISTORICO
           END-READ.

       CAMBIAR-CLAVE-HISTORICO.
           MOVE WS-HIS-ANTERIOR TO REGISTRO-HISTORICO
           DELETE FICHERO-HISTORICO
           IF FS-OK-HIS
               MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE) TO HIS-CLAVE
               WRITE REGISTRO-HISTORICO
               IF NOT FS-OK-HIS
                   MOVE FS-STATUS-HIS TO WS-FS-CODIGO
                   MOVE "FICHERO HISTORICO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
                   MOVE WS-HIS-ANTERIOR TO REGISTRO-HISTORICO
                   WRITE REGISTRO-HISTORICO
               END-IF
           ELSE
               MOVE FS-STATUS-HIS TO WS-FS-CODIGO
               MOVE "FICHERO HISTORICO" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *----------------------------------------------------------------
      *    pendientes.dat. Las solicitudes de MANTNOM guardan las
      *    imagenes de antes y despues del cambio, esten resueltas o
      *    no; se recorren enteras.
      *----------------------------------------------------------------
       TRATAR-PENDIENTES.
           MOVE "pendientes.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE 'N' TO WS-EOF-PEN
           IF MODO-SUPRESION
               OPEN I-O FICHERO-PENDIENTES
           ELSE
               OPEN INPUT FICHERO-PENDIENTES
           END-IF
           IF FS-OK-PEN
               PERFORM TRATAR-UN-PENDIENTE UNTIL FIN-FICHERO-PEN
               CLOSE FICHERO-PENDIENTES
           ELSE
               IF NOT FS-ERROR-PEN
                   MOVE FS-STATUS-PEN TO WS-FS-CODIGO
                   MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-UN-PENDIENTE.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO-PEN TO TRUE
               NOT AT END
                   MOVE PEN-ANTES(1:80) TO WS-CLAVE-BUSCADA
                   PERFORM BUSCAR-CLAVE-RELACIONADA
                   MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-ANTES-EN
                   IF CLAVE-ANTES-EN AND MODO-SUPRESION
                       MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                           TO PEN-ANTES(1:80)
                   END-IF
                   MOVE PEN-DESPUES(1:80) TO WS-CLAVE-BUSCADA
                   PERFORM BUSCAR-CLAVE-RELACIONADA
                   MOVE WS-CLAVE-ENCONTRADA TO WS-CLAVE-DESPUES-EN
                   IF CLAVE-DESPUES-EN AND MODO-SUPRESION
                       MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                           TO PEN-DESPUES(1:80)
                   END-IF
                   IF CLAVE-ANTES-EN OR CLAVE-DESPUES-EN
                       PERFORM ANOTAR-PENDIENTE
                       IF MODO-SUPRESION
                           PERFORM REESCRIBIR-PENDIENTE
                       END-IF
                   END-IF
           END-READ.

       ANOTAR-PENDIENTE.
           ADD 1 TO WS-APARICIONES-FICHERO
           MOVE PEN-NUMERO TO WS-EXP-POSICION
           MOVE PEN-FECHA-SOLICITUD TO WS-EXP-FECHA
           MOVE PEN-HORA-SOLICITUD TO WS-EXP-HORA
           MOVE "MANTNOM" TO WS-EXP-PROGRAMA
           MOVE PEN-SOLICITANTE TO WS-EXP-OPERADOR
           EVALUATE TRUE
               WHEN PEN-OP-ALTA
                   MOVE "ALTA" TO WS-OPERACION-TXT
               WHEN PEN-OP-CAMBIO-CLAVE
                   MOVE "CAMBIO CLAVE" TO WS-OPERACION-TXT
               WHEN PEN-OP-BORRADO
                   MOVE "BORRADO" TO WS-OPERACION-TXT
               WHEN OTHER
                   MOVE PEN-OPERACION TO WS-OPERACION-TXT
           END-EVALUATE
           MOVE PEN-ANTES TO WS-IMG-ANTES
           MOVE PEN-DESPUES TO WS-IMG-DESPUES
           PERFORM ANOTAR-IMAGENES.

       REESCRIBIR-PENDIENTE.
           REWRITE REGISTRO-PENDIENTE
           IF NOT FS-OK-PEN
               MOVE FS-STATUS-PEN TO WS-FS-CODIGO
               MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

      *    Una linea del expediente por cada imagen no vacia de
      *    WS-IMG-ANTES y WS-IMG-DESPUES, con la operacion delante.
       ANOTAR-IMAGENES.
           IF WS-IMG-ANTES NOT = SPACES
               MOVE WS-IMG-ANTES TO WS-IMAGEN
               MOVE SPACES TO WS-IMG-ETIQUETA
               STRING FUNCTION TRIM(WS-OPERACION-TXT)
                          DELIMITED BY SIZE
                      " ANTES:" DELIMITED BY SIZE
                   INTO WS-IMG-ETIQUETA
               END-STRING
               PERFORM FORMAR-CONTENIDO-IMAGEN
               PERFORM ANOTAR-EXPEDIENTE
           END-IF
           IF WS-IMG-DESPUES NOT = SPACES
               MOVE WS-IMG-DESPUES TO WS-IMAGEN
               MOVE SPACES TO WS-IMG-ETIQUETA
               STRING FUNCTION TRIM(WS-OPERACION-TXT)
                          DELIMITED BY SIZE
                      " DESPUES:" DELIMITED BY SIZE
                   INTO WS-IMG-ETIQUETA
               END-STRING
               PERFORM FORMAR-CONTENIDO-IMAGEN
               PERFORM ANOTAR-EXPEDIENTE
           END-IF.

      *----------------------------------------------------------------
      *    respaldo.dat. Copia del maestro de RESPNOM; la sustituta
      *    tiene que estar aqui igual que en el diario para que
      *    RECUNOM, al restaurar y reaplicar, llegue al mismo maestro.
      *----------------------------------------------------------------
       TRATAR-RESPALDO.
           MOVE "respaldo.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE 'N' TO WS-EOF-RSP
           IF MODO-SUPRESION
               OPEN I-O FICHERO-RESPALDO
           ELSE
               OPEN INPUT FICHERO-RESPALDO
           END-IF
           IF FS-OK-RSP
               PERFORM TRATAR-UN-RESPALDO UNTIL FIN-FICHERO-RSP
               CLOSE FICHERO-RESPALDO
           ELSE
               IF NOT FS-ERROR-RSP
                   MOVE FS-STATUS-RSP TO WS-FS-CODIGO
                   MOVE "FICHERO DE RESPALDO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-UN-RESPALDO.
           READ FICHERO-RESPALDO
               AT END
                   SET FIN-FICHERO-RSP TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICION
                   EVALUATE RSP-CAB-TIPO
                       WHEN "C"
                           MOVE RSP-CAB-FECHA TO WS-EXP-FECHA
                       WHEN "D"
                           PERFORM TRATAR-DETALLE-RESPALDO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       TRATAR-DETALLE-RESPALDO.
           MOVE RSP-DET-DATOS(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           IF CLAVE-ENCONTRADA
               IF MODO-SUPRESION
                   MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                       TO RSP-DET-DATOS(1:80)
                   REWRITE REGISTRO-RESPALDO
                   IF NOT FS-OK-RSP
                       MOVE FS-STATUS-RSP TO WS-FS-CODIGO
                       MOVE "FICHERO DE RESPALDO" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                       SET FIN-FICHERO-RSP TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-APARICIONES-FICHERO
               MOVE WS-POSICION TO WS-EXP-POSICION
               MOVE "RESPNOM" TO WS-EXP-PROGRAMA
               MOVE RSP-DET-DATOS TO WS-IMAGEN
               MOVE "COPIA:" TO WS-IMG-ETIQUETA
               PERFORM FORMAR-CONTENIDO-IMAGEN
               PERFORM ANOTAR-EXPEDIENTE
           END-IF.

      *----------------------------------------------------------------
      *    interfaz.dat. Al cambiar claves de los detalles se rehace
      *    el total de control de la cola, para que CARGAINT lo siga
      *    dando por bueno; el numero de registros no cambia.
      *----------------------------------------------------------------
       TRATAR-INTERFAZ.
           MOVE "interfaz.dat" TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE ZERO TO WS-HASH-AJUSTE
           MOVE "EXTNOM" TO WS-EXP-PROGRAMA
           MOVE 'N' TO WS-EOF-INT
           IF MODO-SUPRESION
               OPEN I-O FICHERO-INTERFAZ
           ELSE
               OPEN INPUT FICHERO-INTERFAZ
           END-IF
           IF FS-OK-INT
               PERFORM TRATAR-UN-INTERFAZ UNTIL FIN-FICHERO-INT
               CLOSE FICHERO-INTERFAZ
           ELSE
               IF NOT FS-ERROR-INT
                   MOVE FS-STATUS-INT TO WS-FS-CODIGO
                   MOVE "FICHERO DE INTERFAZ" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       TRATAR-UN-INTERFAZ.
           READ FICHERO-INTERFAZ
               AT END
                   SET FIN-FICHERO-INT TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICION
                   EVALUATE INT-CAB-TIPO
                       WHEN "1"
                           MOVE ZERO TO WS-HASH-AJUSTE
                           MOVE INT-CAB-FECHA TO WS-EXP-FECHA
                           IF INT-CAB-SISTEMA = "NOMBRES"
                               MOVE "EXTNOM" TO WS-EXP-PROGRAMA
                           ELSE
                               MOVE INT-CAB-SISTEMA TO WS-EXP-PROGRAMA
                           END-IF
                       WHEN "2"
                           PERFORM TRATAR-DETALLE-INTERFAZ
                       WHEN "3"
                           PERFORM REHACER-COLA-INTERFAZ
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       TRATAR-DETALLE-INTERFAZ.
           MOVE INT-DET-DATOS(1:80) TO WS-CLAVE-BUSCADA
           PERFORM BUSCAR-CLAVE-RELACIONADA
           IF CLAVE-ENCONTRADA
               IF MODO-SUPRESION
                   MOVE WS-CLAVE-SUSTITUTA(WS-CLAVE-HALLADA)
                       TO INT-DET-DATOS(1:80)
                   COMPUTE WS-HASH-AJUSTE = WS-HASH-AJUSTE
                       + WS-CLA-HASH-SUS(WS-CLAVE-HALLADA)
                       - WS-CLA-HASH(WS-CLAVE-HALLADA)
                   REWRITE REGISTRO-INTERFAZ
                   IF NOT FS-OK-INT
                       MOVE FS-STATUS-INT TO WS-FS-CODIGO
                       MOVE "FICHERO DE INTERFAZ" TO WS-FS-ETIQUETA
                       PERFORM EVALUAR-ESTADO-FICHERO
                       SET FIN-FICHERO-INT TO TRUE
                   END-IF
               END-IF
               ADD 1 TO WS-APARICIONES-FICHERO
               MOVE WS-POSICION TO WS-EXP-POSICION
               MOVE INT-DET-DATOS TO WS-IMAGEN
               MOVE "EXTRACCION:" TO WS-IMG-ETIQUETA
               PERFORM FORMAR-CONTENIDO-IMAGEN
               PERFORM ANOTAR-EXPEDIENTE
           END-IF.

       REHACER-COLA-INTERFAZ.
           IF MODO-SUPRESION AND WS-HASH-AJUSTE NOT = ZERO
               COMPUTE WS-HASH-NUEVO = INT-COLA-HASH + WS-HASH-AJUSTE
               MOVE WS-HASH-NUEVO TO INT-COLA-HASH
               REWRITE REGISTRO-INTERFAZ
               IF NOT FS-OK-INT
                   MOVE FS-STATUS-INT TO WS-FS-CODIGO
                   MOVE "FICHERO DE INTERFAZ" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
               MOVE ZERO TO WS-HASH-AJUSTE
           END-IF.

      *----------------------------------------------------------------
      *    Ficheros de texto. Primero las generaciones que siguen en
      *    catalogo.csv, con la fecha y hora en que se archivaron;
      *    despues el fichero de siempre de cada uno, con la fecha de
      *    su ultima generacion; y por ultimo el propio catalogo,
      *    cuya columna de criterios repite lo que se busco.
      *----------------------------------------------------------------
       TRATAR-FICHEROS-TEXTO.
           PERFORM CARGAR-BASES
           MOVE 'N' TO WS-GEN-EOF
           OPEN INPUT FICHERO-CATALOGO
           IF FS-OK-CAT
               PERFORM TRATAR-LINEA-CATALOGO UNTIL FIN-FICHERO-CAT
               CLOSE FICHERO-CATALOGO
           END-IF

           PERFORM TRATAR-BASE
               VARYING WS-BAS-INDICE FROM 1 BY 1
               UNTIL WS-BAS-INDICE > WS-TOTAL-BASES

           MOVE "catalogo.csv" TO WS-TXT-NOMBRE
           MOVE SPACES TO WS-TXT-PROGRAMA
           MOVE "C" TO WS-TXT-TIPO
           MOVE SPACES TO WS-TXT-FECHA
           MOVE SPACES TO WS-TXT-HORA
           PERFORM TRATAR-FICHERO-TEXTO

           MOVE "rm -f dernom.wrk dernom2.wrk" TO WS-COMANDO
           MOVE RETURN-CODE TO WS-RC-GUARDADO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           MOVE WS-RC-GUARDADO TO RETURN-CODE.

       CARGAR-BASES.
           MOVE ZERO TO WS-TOTAL-BASES
           MOVE SPACES TO WS-TABLA-BASES
           MOVE "auditoria.csv" TO WS-TXT-NOMBRE
           MOVE "REPORTE" TO WS-TXT-PROGRAMA
           MOVE "A" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "audarch.csv" TO WS-TXT-NOMBRE
           MOVE "REPAUD" TO WS-TXT-PROGRAMA
           MOVE "A" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "consultas.csv" TO WS-TXT-NOMBRE
           MOVE "CONSNOM" TO WS-TXT-PROGRAMA
           MOVE "A" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "infaudit.txt" TO WS-TXT-NOMBRE
           MOVE "REPAUD" TO WS-TXT-PROGRAMA
           MOVE "I" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "reporte.csv" TO WS-TXT-NOMBRE
           MOVE "REPORTE" TO WS-TXT-PROGRAMA
           MOVE "R" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "listado.txt" TO WS-TXT-NOMBRE
           MOVE "REPORTE" TO WS-TXT-PROGRAMA
           MOVE "L" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "G" TO WS-TXT-TIPO
           MOVE "parecidos.csv" TO WS-TXT-NOMBRE
           MOVE "RECONOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "duplicados.csv" TO WS-TXT-NOMBRE
           MOVE "RECONOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "alertas.csv" TO WS-TXT-NOMBRE
           MOVE "VIGNOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "excepciones.csv" TO WS-TXT-NOMBRE
           MOVE "CALNOM" TO WS-TXT-PROGRAMA
           MOVE "E" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "prevcorr.csv" TO WS-TXT-NOMBRE
           MOVE "CORRNOM" TO WS-TXT-PROGRAMA
           MOVE "O" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "resulcor.csv" TO WS-TXT-NOMBRE
           MOVE "CORRNOM" TO WS-TXT-PROGRAMA
           MOVE "O" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "G" TO WS-TXT-TIPO
           MOVE "resulrei.csv" TO WS-TXT-NOMBRE
           MOVE "REINOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "resulmov.csv" TO WS-TXT-NOMBRE
           MOVE "APLIMOV" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "prevmov.csv" TO WS-TXT-NOMBRE
           MOVE "VALIMOV" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "resulfus.csv" TO WS-TXT-NOMBRE
           MOVE "FUSNOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "rechazint.csv" TO WS-TXT-NOMBRE
           MOVE "CARGAINT" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "rechazos.csv" TO WS-TXT-NOMBRE
           MOVE "CARGAENT" TO WS-TXT-PROGRAMA
           MOVE "X" TO WS-TXT-TIPO
           PERFORM ANADIR-BASE
           MOVE "G" TO WS-TXT-TIPO
           MOVE "infpend.txt" TO WS-TXT-NOMBRE
           MOVE "APRUNOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "purga.txt" TO WS-TXT-NOMBRE
           MOVE "PURGNOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE
           MOVE "solicitudes.csv" TO WS-TXT-NOMBRE
           MOVE "DERNOM" TO WS-TXT-PROGRAMA
           PERFORM ANADIR-BASE.

       ANADIR-BASE.
           ADD 1 TO WS-TOTAL-BASES
           MOVE WS-TXT-NOMBRE TO WS-BAS-NOMBRE(WS-TOTAL-BASES)
           MOVE WS-TXT-PROGRAMA TO WS-BAS-PROGRAMA(WS-TOTAL-BASES)
           MOVE WS-TXT-TIPO TO WS-BAS-TIPO(WS-TOTAL-BASES).

      *    Deja en WS-BAS-HALLADA la posicion de WS-CAT-BASE en la
      *    tabla de ficheros (cero si no esta).
       BUSCAR-BASE.
           MOVE 'N' TO WS-BAS-ENCONTRADA
           MOVE ZERO TO WS-BAS-HALLADA
           PERFORM COMPARAR-BASE
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-TOTAL-BASES OR BAS-ENCONTRADA.

       COMPARAR-BASE.
           IF WS-BAS-NOMBRE(WS-INDICE) = WS-CAT-BASE
               SET BAS-ENCONTRADA TO TRUE
               MOVE WS-INDICE TO WS-BAS-HALLADA
           END-IF.

       TRATAR-LINEA-CATALOGO.
           READ FICHERO-CATALOGO
               AT END
                   SET FIN-FICHERO-CAT TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-CAT-FECHA WS-CAT-HORA WS-CAT-BASE
                                  WS-CAT-NUMERO WS-CAT-GENERACION
                   UNSTRING REGISTRO-CATALOGO
                       DELIMITED BY ";"
                       INTO WS-CAT-FECHA WS-CAT-HORA WS-CAT-BASE
                            WS-CAT-NUMERO WS-CAT-GENERACION
                   END-UNSTRING
                   PERFORM BUSCAR-BASE
                   IF BAS-ENCONTRADA AND WS-CAT-GENERACION NOT = SPACES
                       MOVE WS-CAT-FECHA TO WS-BAS-FECHA(WS-BAS-HALLADA)
                       MOVE WS-CAT-HORA TO WS-BAS-HORA(WS-BAS-HALLADA)
                       MOVE WS-CAT-GENERACION TO WS-TXT-NOMBRE
                       MOVE WS-BAS-PROGRAMA(WS-BAS-HALLADA)
                           TO WS-TXT-PROGRAMA
                       MOVE WS-BAS-TIPO(WS-BAS-HALLADA) TO WS-TXT-TIPO
                       MOVE WS-CAT-FECHA TO WS-TXT-FECHA
                       MOVE WS-CAT-HORA TO WS-TXT-HORA
                       PERFORM TRATAR-FICHERO-TEXTO
                   END-IF
           END-READ.

       TRATAR-BASE.
           MOVE WS-BAS-NOMBRE(WS-BAS-INDICE) TO WS-TXT-NOMBRE
           MOVE WS-BAS-PROGRAMA(WS-BAS-INDICE) TO WS-TXT-PROGRAMA
           MOVE WS-BAS-TIPO(WS-BAS-INDICE) TO WS-TXT-TIPO
           MOVE WS-BAS-FECHA(WS-BAS-INDICE) TO WS-TXT-FECHA
           MOVE WS-BAS-HORA(WS-BAS-INDICE) TO WS-TXT-HORA
           PERFORM TRATAR-FICHERO-TEXTO.

      *    Un fichero de texto: se copia a dernom.wrk (si no existe,
      *    el "cp" falla y no hay nada que revisar), se lee linea a
      *    linea y, en la supresion, se escribe dernom2.wrk con las
      *    sustituciones, que pasa a ocupar el lugar del original
      *    solo si hubo alguna y todo fue bien.
       TRATAR-FICHERO-TEXTO.
           MOVE WS-TXT-NOMBRE TO WS-EXP-FICHERO
           PERFORM EMPEZAR-FICHERO
           MOVE 'N' TO WS-TXT-ERROR
           MOVE SPACE TO WS-TXT-TIPO-CRITERIO
           PERFORM COPIAR-A-TRABAJO
           IF TXT-HAY-COPIA
               MOVE 'N' TO WS-EOF-TRA
               OPEN INPUT FICHERO-TRABAJO
               IF FS-OK-TRA
                   IF MODO-SUPRESION
                       PERFORM ABRIR-TRABAJO-SALIDA
                   END-IF
                   PERFORM TRATAR-LINEA-TEXTO
                       UNTIL FIN-FICHERO-TRA OR TXT-ERROR
                   CLOSE FICHERO-TRABAJO
                   IF TRS-ABIERTO
                       CLOSE FICHERO-TRABAJO-SAL
                       MOVE 'N' TO WS-TRS-ABIERTO
                   END-IF
                   IF MODO-SUPRESION AND NOT TXT-ERROR
                       AND WS-APARICIONES-FICHERO > ZERO
                       PERFORM DEVOLVER-FICHERO-TEXTO
                   END-IF
               ELSE
                   MOVE FS-STATUS-TRA TO WS-FS-CODIGO
                   MOVE WS-TXT-NOMBRE TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF
           PERFORM TERMINAR-FICHERO.

       COPIAR-A-TRABAJO.
           MOVE SPACES TO WS-COMANDO
           STRING "cp " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-NOMBRE) DELIMITED BY SIZE
                  " dernom.wrk 2>/dev/null" DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           MOVE RETURN-CODE TO WS-RC-GUARDADO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           IF RETURN-CODE = ZERO
               SET TXT-HAY-COPIA TO TRUE
           ELSE
               MOVE 'N' TO WS-TXT-HAY-COPIA
           END-IF
           MOVE WS-RC-GUARDADO TO RETURN-CODE.

       ABRIR-TRABAJO-SALIDA.
           OPEN OUTPUT FICHERO-TRABAJO-SAL
           IF FS-OK-TRS
               SET TRS-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-TRS TO WS-FS-CODIGO
               MOVE "dernom2.wrk" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               SET TXT-ERROR TO TRUE
           END-IF.

       DEVOLVER-FICHERO-TEXTO.
           MOVE SPACES TO WS-COMANDO
           STRING "mv dernom2.wrk " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TXT-NOMBRE) DELIMITED BY SIZE
               INTO WS-COMANDO
           END-STRING
           MOVE RETURN-CODE TO WS-RC-GUARDADO
           MOVE 0 TO RETURN-CODE
           CALL "SYSTEM" USING WS-COMANDO
           IF RETURN-CODE = ZERO
               MOVE WS-RC-GUARDADO TO RETURN-CODE
           ELSE
               DISPLAY "NO SE PUDO SUSTITUIR "
                   FUNCTION TRIM(WS-TXT-NOMBRE)
                   ": SIGUE CON LOS DATOS DEL INTERESADO."
               MOVE WS-RC-GUARDADO TO RETURN-CODE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       TRATAR-LINEA-TEXTO.
           READ FICHERO-TRABAJO
               AT END
                   SET FIN-FICHERO-TRA TO TRUE
               NOT AT END
                   ADD 1 TO WS-POSICION
                   MOVE REGISTRO-TRABAJO TO WS-LINEA
                   PERFORM PROCESAR-LINEA-TEXTO
                   IF TRS-ABIERTO
                       MOVE WS-LINEA-NUEVA TO REGISTRO-TRABAJO-SAL
                       WRITE REGISTRO-TRABAJO-SAL
                       IF NOT FS-OK-TRS
                           MOVE FS-STATUS-TRS TO WS-FS-CODIGO
                           MOVE "dernom2.wrk" TO WS-FS-ETIQUETA
                           PERFORM EVALUAR-ESTADO-FICHERO
                           SET TXT-ERROR TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *    Una linea: primero las claves completas, en cualquier
      *    fichero; despues, en los que guardan lo que se busco, los
      *    valores de busqueda propios de la persona.
       PROCESAR-LINEA-TEXTO.
           MOVE WS-LINEA TO WS-LINEA-NUEVA
           MOVE ZERO TO WS-APARICIONES-LINEA
           PERFORM PLEGAR-LINEA
           MOVE WS-TXT-FECHA TO WS-EXP-FECHA
           MOVE WS-TXT-HORA TO WS-EXP-HORA
           MOVE WS-TXT-PROGRAMA TO WS-EXP-PROGRAMA
           MOVE SPACES TO WS-EXP-OPERADOR
           MOVE 'N' TO WS-CRITERIO-CLAVE

           PERFORM SUSTITUIR-CLAVES-LINEA
               VARYING WS-CLAVE-INDICE FROM 1 BY 1
               UNTIL WS-CLAVE-INDICE > WS-TOTAL-CLAVES

           EVALUATE TRUE
               WHEN TXT-AUDITORIA
                   PERFORM CRITERIOS-AUDITORIA
               WHEN TXT-INFORME-AUD
                   PERFORM CRITERIOS-INFORME-AUDITORIA
               WHEN TXT-REPORTE
                   PERFORM CRITERIOS-REPORTE
               WHEN TXT-LISTADO
                   PERFORM CRITERIOS-LISTADO
               WHEN TXT-CATALOGO
                   PERFORM CRITERIOS-CATALOGO
               WHEN TXT-EXCEPCIONES
                   PERFORM VALOR-EXCEPCION
               WHEN TXT-CORRECCION
                   PERFORM CLAVE-NUEVA-CORRECCION
               WHEN TXT-RECHAZOS
                   PERFORM CLAVE-RECHAZO-ENTRADA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-APARICIONES-LINEA > ZERO
               ADD 1 TO WS-APARICIONES-FICHERO
               MOVE WS-POSICION TO WS-EXP-POSICION
               IF MODO-SUPRESION
                   MOVE WS-LINEA-NUEVA TO WS-EXP-CONTENIDO
               ELSE
                   MOVE WS-LINEA TO WS-EXP-CONTENIDO
               END-IF
               PERFORM ANOTAR-EXPEDIENTE
           END-IF.

      *    Las cuatro formas de la clave numero WS-CLAVE-INDICE. Los
      *    bloques de ancho fijo se cambian por otros del mismo
      *    ancho; las formas recortadas solo cuentan si ocupan campos
      *    enteros.
       SUSTITUIR-CLAVES-LINEA.
           MOVE ZERO TO WS-CUENTA
           INSPECT WS-LINEA-NUEVA TALLYING WS-CUENTA
               FOR ALL WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE)
           IF WS-CUENTA > ZERO
               INSPECT WS-LINEA-NUEVA REPLACING
                   ALL WS-CLAVE-RELACIONADA(WS-CLAVE-INDICE)
                   BY WS-CLAVE-SUSTITUTA(WS-CLAVE-INDICE)
               ADD WS-CUENTA TO WS-APARICIONES-LINEA
               PERFORM PLEGAR-LINEA
           END-IF

           MOVE ZERO TO WS-CUENTA
           INSPECT WS-LINEA-NUEVA TALLYING WS-CUENTA
               FOR ALL WS-CLA-LISTADO(WS-CLAVE-INDICE)
           IF WS-CUENTA > ZERO
               INSPECT WS-LINEA-NUEVA REPLACING
                   ALL WS-CLA-LISTADO(WS-CLAVE-INDICE)
                   BY WS-CLA-LISTADO-SUS(WS-CLAVE-INDICE)
               ADD WS-CUENTA TO WS-APARICIONES-LINEA
               PERFORM PLEGAR-LINEA
           END-IF

           SET COMPARAR-EXACTO TO TRUE
           SET LIMITES-CAMPO-CSV TO TRUE
           MOVE WS-CLA-CSV(WS-CLAVE-INDICE) TO WS-PATRON
           MOVE WS-CLA-CSV-LONG(WS-CLAVE-INDICE) TO WS-PATRON-LONG
           MOVE WS-CLA-CSV-SUS(WS-CLAVE-INDICE) TO WS-SUSTITUTO
           MOVE WS-CLA-CSV-SUS-LONG(WS-CLAVE-INDICE)
               TO WS-SUSTITUTO-LONG
           MOVE 1 TO WS-TRAMO-DESDE
           MOVE 300 TO WS-TRAMO-HASTA
           PERFORM SUSTITUIR-PATRON

           IF WS-CLA-TXT-LONG(WS-CLAVE-INDICE) > ZERO
               MOVE WS-CLA-TXT(WS-CLAVE-INDICE) TO WS-PATRON
               MOVE WS-CLA-TXT-LONG(WS-CLAVE-INDICE) TO WS-PATRON-LONG
               MOVE WS-CLA-TXT-SUS(WS-CLAVE-INDICE) TO WS-SUSTITUTO
               MOVE WS-CLA-TXT-SUS-LONG(WS-CLAVE-INDICE)
                   TO WS-SUSTITUTO-LONG
               MOVE 1 TO WS-TRAMO-DESDE
               MOVE 300 TO WS-TRAMO-HASTA
               PERFORM SUSTITUIR-PATRON
           END-IF.

      *    auditoria.csv y audarch.csv: FECHA HORA;CRITERIO;
      *    COINCIDENCIAS;MODO;OPERADOR. El criterio de una busqueda
      *    por apellido lleva delante "APELLIDO=". Las lineas de
      *    marca (*INICIO*) y las cabeceras de purga de REPAUD no
      *    llevan criterio de nadie. consultas.csv de CONSNOM no
      *    tiene coincidencias (FECHA HORA;CRITERIO;MODO;OPERADOR):
      *    el operador va en el cuarto campo, y fuera del modo
      *    APELLIDO el criterio es nombre y apellidos.
       CRITERIOS-AUDITORIA.
           IF WS-LINEA-NUEVA(5:1) = "-" AND WS-LINEA-NUEVA(11:1) = " "
               MOVE WS-LINEA-NUEVA(1:10) TO WS-EXP-FECHA
               MOVE WS-LINEA-NUEVA(12:8) TO WS-EXP-HORA
               MOVE 5 TO WS-CAMPO-BUSCADO
               PERFORM LOCALIZAR-CAMPO
               IF WS-TRAMO-HASTA < WS-TRAMO-DESDE
                   AND TXT-DE-CONSNOM
                   SET CRITERIO-DE-CLAVE TO TRUE
                   MOVE 4 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
               END-IF
               IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE
                   MOVE WS-LINEA-NUEVA(WS-TRAMO-DESDE:
                       WS-TRAMO-HASTA - WS-TRAMO-DESDE + 1)
                       TO WS-EXP-OPERADOR
               END-IF
               MOVE 2 TO WS-CAMPO-BUSCADO
               PERFORM LOCALIZAR-CAMPO
               PERFORM TRATAR-CRITERIO-AUDITADO
           END-IF.

      *    infaudit.txt repite el criterio de auditoria.csv tal cual:
      *    en las lineas "  criterio;cuenta" del recuento por
      *    criterio (el recuento por dia tiene la fecha en su lugar,
      *    que no coincide con ningun valor), en la linea del
      *    criterio mas buscado y en las lineas de auditoria que
      *    copia enteras, sangradas, en la lista de busquedas sin
      *    coincidencias.
       CRITERIOS-INFORME-AUDITORIA.
           EVALUATE TRUE
               WHEN WS-LINEA-NUEVA(1:37) =
                       "INFORME DE USO DE AUDITORIA - FECHA: "
                   MOVE WS-LINEA-NUEVA(38:10) TO WS-TXT-FECHA
                   MOVE SPACES TO WS-TXT-HORA
                   MOVE WS-TXT-FECHA TO WS-EXP-FECHA
                   MOVE WS-TXT-HORA TO WS-EXP-HORA
               WHEN WS-LINEA-NUEVA(1:22) = "CRITERIO MAS BUSCADO: "
                   MOVE 23 TO WS-TRAMO-DESDE
                   PERFORM MEDIR-LINEA
                   MOVE WS-LONGITUD-LINEA TO WS-TRAMO-HASTA
                   PERFORM TRATAR-CRITERIO-AUDITADO
               WHEN WS-LINEA-NUEVA(1:2) = SPACES
                       AND WS-LINEA-NUEVA(7:1) = "-"
                       AND WS-LINEA-NUEVA(13:1) = " "
                   MOVE WS-LINEA-NUEVA(3:10) TO WS-EXP-FECHA
                   MOVE WS-LINEA-NUEVA(14:8) TO WS-EXP-HORA
                   MOVE 5 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE
                       MOVE WS-LINEA-NUEVA(WS-TRAMO-DESDE:
                           WS-TRAMO-HASTA - WS-TRAMO-DESDE + 1)
                           TO WS-EXP-OPERADOR
                   END-IF
                   MOVE 2 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   PERFORM TRATAR-CRITERIO-AUDITADO
               WHEN WS-LINEA-NUEVA(1:2) = SPACES
                       AND WS-LINEA-NUEVA(3:1) NOT = SPACE
                   MOVE 1 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   IF WS-TRAMO-HASTA >= 3
                       MOVE 3 TO WS-TRAMO-DESDE
                       PERFORM TRATAR-CRITERIO-AUDITADO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Criterio de auditoria en el tramo localizado: con el
      *    prefijo "APELLIDO=" es un primer apellido, sin el un
      *    nombre, o nombre y apellidos si es un criterio de clave.
       TRATAR-CRITERIO-AUDITADO.
           IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE + 8
               AND WS-LINEA-NUEVA(WS-TRAMO-DESDE:9) = "APELLIDO="
               MOVE "A" TO WS-VAL-TIPO-BUSCADO
               ADD 9 TO WS-TRAMO-DESDE
           ELSE
               IF CRITERIO-DE-CLAVE
                   MOVE "*" TO WS-VAL-TIPO-BUSCADO
               ELSE
                   MOVE "N" TO WS-VAL-TIPO-BUSCADO
               END-IF
           END-IF
           PERFORM SUSTITUIR-VALORES.

      *    reporte.csv: la cabecera "FECHA: ... CRITERIOS: ..." dice
      *    el criterio y si fue por apellido; cada detalle lo repite
      *    en su primer campo. En modo lote cada detalle lleva el
      *    criterio de su linea de criterios.csv, de tipo desconocido.
       CRITERIOS-REPORTE.
           EVALUATE TRUE
               WHEN WS-LINEA-NUEVA(1:7) = "FECHA: "
                   MOVE WS-LINEA-NUEVA(8:10) TO WS-TXT-FECHA
                   MOVE SPACES TO WS-TXT-HORA
                   MOVE WS-TXT-FECHA TO WS-EXP-FECHA
                   MOVE WS-TXT-HORA TO WS-EXP-HORA
                   PERFORM LOCALIZAR-CRITERIOS
                   MOVE WS-VAL-TIPO-BUSCADO TO WS-TXT-TIPO-CRITERIO
                   PERFORM SUSTITUIR-VALORES
               WHEN WS-LINEA-NUEVA(1:21) = "TOTAL COINCIDENCIAS: "
                   CONTINUE
               WHEN WS-TXT-TIPO-CRITERIO NOT = SPACE
                   MOVE 1 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   MOVE WS-TXT-TIPO-CRITERIO TO WS-VAL-TIPO-BUSCADO
                   PERFORM SUSTITUIR-VALORES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    listado.txt: el criterio va en la cabecera de cada pagina,
      *    antes del numero de pagina, y en los subtotales de lote.
       CRITERIOS-LISTADO.
           EVALUATE TRUE
               WHEN WS-LINEA-NUEVA(1:24) = "LISTADO DE COINCIDENCIAS"
                   MOVE WS-LINEA-NUEVA(34:10) TO WS-TXT-FECHA
                   MOVE SPACES TO WS-TXT-HORA
                   MOVE WS-TXT-FECHA TO WS-EXP-FECHA
                   MOVE WS-TXT-HORA TO WS-EXP-HORA
                   PERFORM LOCALIZAR-CRITERIOS
                   IF WS-TRAMO-HASTA > 114
                       MOVE 114 TO WS-TRAMO-HASTA
                   END-IF
                   PERFORM SUSTITUIR-VALORES
               WHEN WS-LINEA-NUEVA(1:17) = "  TOTAL CRITERIO "
                   MOVE 18 TO WS-TRAMO-DESDE
                   PERFORM MEDIR-LINEA
                   MOVE WS-LONGITUD-LINEA TO WS-TRAMO-HASTA
                   MOVE "*" TO WS-VAL-TIPO-BUSCADO
                   PERFORM SUSTITUIR-VALORES
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    catalogo.csv: el programa es el del fichero catalogado, y
      *    solo las generaciones de REPORTE guardan un criterio en la
      *    columna de descripcion.
       CRITERIOS-CATALOGO.
           MOVE SPACES TO WS-CAT-FECHA WS-CAT-HORA WS-CAT-BASE
           UNSTRING WS-LINEA-NUEVA DELIMITED BY ";"
               INTO WS-CAT-FECHA WS-CAT-HORA WS-CAT-BASE
           END-UNSTRING
           MOVE WS-CAT-FECHA TO WS-EXP-FECHA
           MOVE WS-CAT-HORA TO WS-EXP-HORA
           PERFORM BUSCAR-BASE
           IF BAS-ENCONTRADA
               MOVE WS-BAS-PROGRAMA(WS-BAS-HALLADA) TO WS-EXP-PROGRAMA
           END-IF
           IF WS-CAT-BASE = "reporte.csv" OR WS-CAT-BASE = "listado.txt"
               MOVE 6 TO WS-CAMPO-BUSCADO
               PERFORM LOCALIZAR-CAMPO
               IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE
                   PERFORM DETERMINAR-TIPO-CRITERIO
                   PERFORM SUSTITUIR-VALORES
               END-IF
           END-IF.

      *    excepciones.csv: CODIGO;SEVERIDAD;CAMPO;NOMBRE;APELLIDO1;
      *    APELLIDO2;VALOR. Cuando la clave (campos 4 a 6) ya es una
      *    sustituta, el VALOR de un campo de la clave es ese mismo
      *    campo de la persona y pasa a ser el de la sustituta.
       VALOR-EXCEPCION.
           MOVE 4 TO WS-BLOQUE-CAMPO
           PERFORM LOCALIZAR-BLOQUE
           PERFORM BUSCAR-SUSTITUTA-BLOQUE
           IF WS-SUS-HALLADA > ZERO
               MOVE WS-CLAVE-SUSTITUTA(WS-SUS-HALLADA) TO WS-SUSTITUTA
               MOVE 3 TO WS-CAMPO-BUSCADO
               PERFORM LOCALIZAR-CAMPO
               MOVE SPACES TO WS-EXC-CAMPO
               IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE
                   MOVE WS-LINEA-NUEVA(WS-TRAMO-DESDE:
                       WS-TRAMO-HASTA - WS-TRAMO-DESDE + 1)
                       TO WS-EXC-CAMPO
               END-IF
               MOVE SPACES TO WS-SUSTITUTO
               EVALUATE WS-EXC-CAMPO
                   WHEN "NOMBRE"
                       MOVE WS-SUS-NOMBRE TO WS-SUSTITUTO
                   WHEN "APELLIDO1"
                       MOVE WS-SUS-APELLIDO1 TO WS-SUSTITUTO
                   WHEN "APELLIDO2"
                       MOVE WS-SUS-APELLIDO2 TO WS-SUSTITUTO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-SUSTITUTO NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUSTITUTO
                       TRAILING)) TO WS-SUSTITUTO-LONG
                   MOVE 7 TO WS-CAMPO-BUSCADO
                   PERFORM LOCALIZAR-CAMPO
                   PERFORM MEDIR-LINEA
                   IF WS-TRAMO-HASTA >= WS-TRAMO-DESDE
                       AND WS-LINEA-NUEVA(WS-TRAMO-DESDE:
                           WS-LONGITUD-LINEA - WS-TRAMO-DESDE + 1)
                           NOT = WS-SUSTITUTO(1:WS-SUSTITUTO-LONG)
                       MOVE WS-TRAMO-DESDE TO WS-POSICION-LINEA
                       MOVE WS-LONGITUD-LINEA TO WS-POSICION-FIN
                       MOVE WS-LONGITUD-LINEA TO WS-TRAMO-HASTA
                       COMPUTE WS-PATRON-LONG =
                           WS-POSICION-FIN - WS-POSICION-LINEA + 1
                       PERFORM REEMPLAZAR-EN-POSICION
                   END-IF
               END-IF
           END-IF.

      *    prevcorr.csv y resulcor.csv: las lineas CAMBIO, COLISION
      *    y RECHAZADO llevan en el campo 2 la regla o el lote, la
      *    clave de antes en los campos 3 a 5 y la clave propuesta
      *    en los 6 a 8. La propuesta
      *    no entra en el conjunto de claves si no llego a aplicarse,
      *    asi que cuando la clave de antes ya es una sustituta la
      *    propuesta se cambia por esa misma sustituta. APLICADO no
      *    se toca: su clave nueva quedo en el diario y tiene su
      *    propia sustituta.
       CLAVE-NUEVA-CORRECCION.
           EVALUATE TRUE
               WHEN WS-LINEA-NUEVA(1:7) = "CAMBIO;"
               WHEN WS-LINEA-NUEVA(1:9) = "COLISION;"
               WHEN WS-LINEA-NUEVA(1:10) = "RECHAZADO;"
                   MOVE 3 TO WS-BLOQUE-CAMPO
               WHEN OTHER
                   MOVE ZERO TO WS-BLOQUE-CAMPO
           END-EVALUATE
           IF WS-BLOQUE-CAMPO > ZERO
               PERFORM LOCALIZAR-BLOQUE
               PERFORM BUSCAR-SUSTITUTA-BLOQUE
               MOVE WS-SUS-HALLADA TO WS-SUS-CLAVE
           ELSE
               MOVE ZERO TO WS-SUS-CLAVE
           END-IF
           IF WS-SUS-CLAVE > ZERO
               ADD 3 TO WS-BLOQUE-CAMPO
               PERFORM LOCALIZAR-BLOQUE
               PERFORM BUSCAR-SUSTITUTA-BLOQUE
               IF WS-BLOQUE-HASTA >= WS-BLOQUE-DESDE
                   AND WS-SUS-HALLADA = ZERO
                   MOVE WS-CLA-CSV-SUS(WS-SUS-CLAVE) TO WS-SUSTITUTO
                   MOVE WS-CLA-CSV-SUS-LONG(WS-SUS-CLAVE)
                       TO WS-SUSTITUTO-LONG
                   MOVE WS-BLOQUE-DESDE TO WS-POSICION-LINEA
                   MOVE WS-BLOQUE-HASTA TO WS-POSICION-FIN
                   MOVE WS-BLOQUE-HASTA TO WS-TRAMO-HASTA
                   COMPUTE WS-PATRON-LONG =
                       WS-POSICION-FIN - WS-POSICION-LINEA + 1
                   PERFORM REEMPLAZAR-EN-POSICION
               END-IF
           END-IF.

      *    Desde el principio del campo WS-BLOQUE-CAMPO hasta el final
      *    del segundo campo que le sigue; vacio si la linea no llega.
       LOCALIZAR-BLOQUE.
           MOVE WS-BLOQUE-CAMPO TO WS-CAMPO-BUSCADO
           PERFORM LOCALIZAR-CAMPO
           MOVE WS-TRAMO-DESDE TO WS-BLOQUE-DESDE
           COMPUTE WS-CAMPO-BUSCADO = WS-BLOQUE-CAMPO + 2
           PERFORM LOCALIZAR-CAMPO
           MOVE WS-TRAMO-HASTA TO WS-BLOQUE-HASTA.

      *    Deja en WS-SUS-HALLADA la clave cuya sustituta en forma
      *    NOMBRE;APELLIDO1;APELLIDO2 ocupa el bloque entero (cero si
      *    ninguna).
       BUSCAR-SUSTITUTA-BLOQUE.
           MOVE ZERO TO WS-SUS-HALLADA
           IF WS-BLOQUE-HASTA >= WS-BLOQUE-DESDE
               PERFORM COMPARAR-SUSTITUTA-BLOQUE
                   VARYING WS-BUS-INDICE FROM 1 BY 1
                   UNTIL WS-BUS-INDICE > WS-TOTAL-CLAVES
                       OR WS-SUS-HALLADA > ZERO
           END-IF.

       COMPARAR-SUSTITUTA-BLOQUE.
           IF WS-BLOQUE-HASTA - WS-BLOQUE-DESDE + 1
                   = WS-CLA-CSV-SUS-LONG(WS-BUS-INDICE)
               IF WS-LINEA-NUEVA(WS-BLOQUE-DESDE:
                       WS-BLOQUE-HASTA - WS-BLOQUE-DESDE + 1)
                   = WS-CLA-CSV-SUS(WS-BUS-INDICE)
                       (1:WS-CLA-CSV-SUS-LONG(WS-BUS-INDICE))
                   MOVE WS-BUS-INDICE TO WS-SUS-HALLADA
               END-IF
           END-IF.

      *    rechazos.csv: lo que va delante de los dos ultimos campos
      *    es el registro de nombres.csv rechazado. Si sus tres
      *    primeros campos, recortados, son una clave de la persona,
      *    se cambian por la sustituta separada por comas y el resto
      *    de la linea (otros campos, motivo y campo) queda igual.
       CLAVE-RECHAZO-ENTRADA.
           PERFORM MEDIR-LINEA
           MOVE ZERO TO WS-RCH-SEPARADORES
           MOVE ZERO TO WS-RCH-FIN-CSV
           PERFORM CONTAR-SEPARADOR-RECHAZO
               VARYING WS-RCH-INDICE FROM WS-LONGITUD-LINEA BY -1
               UNTIL WS-RCH-INDICE < 1
                   OR WS-RCH-SEPARADORES = 2
           IF WS-RCH-FIN-CSV > 1
               SUBTRACT 1 FROM WS-RCH-FIN-CSV
               MOVE WS-RCH-FIN-CSV TO WS-RCH-FIN-CLAVE
               MOVE SPACES TO WS-RCH-CAMPOS
               MOVE 1 TO WS-RCH-CAMPO-ACTUAL
               MOVE 1 TO WS-RCH-PUNTERO
               MOVE 'N' TO WS-RCH-COMILLAS
               MOVE 'N' TO WS-RCH-LARGO
               PERFORM LEER-CARACTER-RECHAZO
                   VARYING WS-RCH-INDICE FROM 1 BY 1
                   UNTIL WS-RCH-INDICE > WS-RCH-FIN-CSV
               MOVE ZERO TO WS-SUS-HALLADA
               IF NOT RCH-CAMPO-LARGO
                   MOVE FUNCTION TRIM(WS-RCH-CAMPO(1))
                       TO WS-RCH-CAMPO(1)
                   MOVE FUNCTION TRIM(WS-RCH-CAMPO(2))
                       TO WS-RCH-CAMPO(2)
                   MOVE FUNCTION TRIM(WS-RCH-CAMPO(3))
                       TO WS-RCH-CAMPO(3)
                   PERFORM COMPARAR-CLAVE-RECHAZO
                       VARYING WS-BUS-INDICE FROM 1 BY 1
                       UNTIL WS-BUS-INDICE > WS-TOTAL-CLAVES
                           OR WS-SUS-HALLADA > ZERO
               END-IF
               IF WS-SUS-HALLADA > ZERO
                   PERFORM SUSTITUIR-CLAVE-RECHAZO
               END-IF
           END-IF.

       CONTAR-SEPARADOR-RECHAZO.
           IF WS-LINEA-NUEVA(WS-RCH-INDICE:1) = ";"
               ADD 1 TO WS-RCH-SEPARADORES
               IF WS-RCH-SEPARADORES = 2
                   MOVE WS-RCH-INDICE TO WS-RCH-FIN-CSV
               END-IF
           END-IF.

      *    Las mismas reglas que CSV-LEER-CARACTER de CARGAENT: la
      *    coma separa fuera de comillas y las comillas no son parte
      *    del campo. Un campo que no cabe en 30 posiciones no puede
      *    ser parte de ninguna clave.
       LEER-CARACTER-RECHAZO.
           MOVE WS-LINEA-NUEVA(WS-RCH-INDICE:1) TO WS-RCH-CARACTER
           EVALUATE TRUE
               WHEN WS-RCH-CARACTER = '"'
                   IF RCH-EN-COMILLAS
                       MOVE 'N' TO WS-RCH-COMILLAS
                   ELSE
                       MOVE 'S' TO WS-RCH-COMILLAS
                   END-IF
               WHEN WS-RCH-CARACTER = ',' AND NOT RCH-EN-COMILLAS
                   IF WS-RCH-CAMPO-ACTUAL = 3
                       COMPUTE WS-RCH-FIN-CLAVE = WS-RCH-INDICE - 1
                   END-IF
                   ADD 1 TO WS-RCH-CAMPO-ACTUAL
                   MOVE 1 TO WS-RCH-PUNTERO
               WHEN OTHER
                   IF WS-RCH-CAMPO-ACTUAL <= 3
                       IF WS-RCH-PUNTERO > 30
                           SET RCH-CAMPO-LARGO TO TRUE
                       ELSE
                           MOVE WS-RCH-CARACTER TO
                               WS-RCH-CAMPO(WS-RCH-CAMPO-ACTUAL)
                                   (WS-RCH-PUNTERO:1)
                           ADD 1 TO WS-RCH-PUNTERO
                       END-IF
                   END-IF
           END-EVALUATE.

       COMPARAR-CLAVE-RECHAZO.
           IF WS-RCH-CAMPO(1) =
                   WS-CLAVE-RELACIONADA(WS-BUS-INDICE)(1:20)
               AND WS-RCH-CAMPO(2) =
                   WS-CLAVE-RELACIONADA(WS-BUS-INDICE)(21:30)
               AND WS-RCH-CAMPO(3) =
                   WS-CLAVE-RELACIONADA(WS-BUS-INDICE)(51:30)
               MOVE WS-BUS-INDICE TO WS-SUS-HALLADA
           END-IF.

       SUSTITUIR-CLAVE-RECHAZO.
           MOVE WS-CLAVE-SUSTITUTA(WS-SUS-HALLADA) TO WS-SUSTITUTA
           MOVE WS-SUS-NOMBRE TO WS-ARM-NOMBRE
           MOVE WS-SUS-APELLIDO1 TO WS-ARM-APELLIDO1
           MOVE WS-SUS-APELLIDO2 TO WS-ARM-APELLIDO2
           MOVE "," TO WS-ARM-SEPARADOR
           PERFORM ARMAR-CLAVE
           MOVE WS-ARM-RESULTADO TO WS-SUSTITUTO
           MOVE WS-ARM-LONGITUD TO WS-SUSTITUTO-LONG
           MOVE 1 TO WS-POSICION-LINEA
           MOVE WS-RCH-FIN-CLAVE TO WS-POSICION-FIN
           MOVE WS-RCH-FIN-CLAVE TO WS-TRAMO-HASTA
           MOVE WS-RCH-FIN-CLAVE TO WS-PATRON-LONG
           PERFORM REEMPLAZAR-EN-POSICION.

      *    Tramo que sigue a "CRITERIOS: " hasta el final de la linea.
       LOCALIZAR-CRITERIOS.
           MOVE ZERO TO WS-CUENTA
           INSPECT WS-LINEA-NUEVA TALLYING WS-CUENTA
               FOR CHARACTERS BEFORE INITIAL "CRITERIOS: "
           PERFORM MEDIR-LINEA
           IF WS-CUENTA + 12 > WS-LONGITUD-LINEA
               MOVE 1 TO WS-TRAMO-DESDE
               MOVE 0 TO WS-TRAMO-HASTA
               MOVE SPACE TO WS-VAL-TIPO-BUSCADO
           ELSE
               COMPUTE WS-TRAMO-DESDE = WS-CUENTA + 12
               MOVE WS-LONGITUD-LINEA TO WS-TRAMO-HASTA
               PERFORM DETERMINAR-TIPO-CRITERIO
           END-IF.

      *    "LOTE DE n CRITERIO(S)" no nombra a nadie, pero sus
      *    detalles pueden llevar criterios de ambos tipos; "(POR
      *    APELLIDO)" marca la busqueda por primer apellido.
       DETERMINAR-TIPO-CRITERIO.
           IF WS-TRAMO-DESDE < 290
               AND WS-LINEA-NUEVA(WS-TRAMO-DESDE:8) = "LOTE DE "
               MOVE "*" TO WS-VAL-TIPO-BUSCADO
               MOVE 0 TO WS-TRAMO-HASTA
           ELSE
               MOVE ZERO TO WS-CUENTA
               INSPECT WS-LINEA-NUEVA(WS-TRAMO-DESDE:)
                   TALLYING WS-CUENTA FOR ALL "(POR APELLIDO)"
               IF WS-CUENTA > ZERO
                   MOVE "A" TO WS-VAL-TIPO-BUSCADO
               ELSE
                   MOVE "N" TO WS-VAL-TIPO-BUSCADO
               END-IF
           END-IF.

      *    Limites del campo numero WS-CAMPO-BUSCADO de la linea, con
      *    ";" como separador; tramo vacio si la linea no lo tiene.
       LOCALIZAR-CAMPO.
           MOVE 1 TO WS-TRAMO-DESDE
           MOVE 0 TO WS-TRAMO-HASTA
           MOVE 1 TO WS-CAMPO-ACTUAL
           MOVE 'N' TO WS-CAMPO-LOCALIZADO
           PERFORM MEDIR-LINEA
           PERFORM EXAMINAR-SEPARADOR
               VARYING WS-INDICE FROM 1 BY 1
               UNTIL WS-INDICE > WS-LONGITUD-LINEA
                   OR CAMPO-LOCALIZADO
           IF NOT CAMPO-LOCALIZADO
               IF WS-CAMPO-ACTUAL = WS-CAMPO-BUSCADO
                   MOVE WS-LONGITUD-LINEA TO WS-TRAMO-HASTA
               ELSE
                   MOVE 1 TO WS-TRAMO-DESDE
                   MOVE 0 TO WS-TRAMO-HASTA
               END-IF
           END-IF.

       EXAMINAR-SEPARADOR.
           IF WS-LINEA-NUEVA(WS-INDICE:1) = ";"
               IF WS-CAMPO-ACTUAL = WS-CAMPO-BUSCADO
                   COMPUTE WS-TRAMO-HASTA = WS-INDICE - 1
                   SET CAMPO-LOCALIZADO TO TRUE
               ELSE
                   ADD 1 TO WS-CAMPO-ACTUAL
                   COMPUTE WS-TRAMO-DESDE = WS-INDICE + 1
               END-IF
           END-IF.

       MEDIR-LINEA.
           IF WS-LINEA-NUEVA = SPACES
               MOVE ZERO TO WS-LONGITUD-LINEA
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LINEA-NUEVA
                   TRAILING)) TO WS-LONGITUD-LINEA
           END-IF.

      *    Los valores de busqueda propios de la persona del tipo
      *    WS-VAL-TIPO-BUSCADO ("*" ambos) dentro del tramo se cambian
      *    por ANONIMO (nombre) o SUPRIMIDO (apellido).
       SUSTITUIR-VALORES.
           IF WS-VAL-TIPO-BUSCADO NOT = SPACE
               SET COMPARAR-PLEGADO TO TRUE
               SET LIMITES-VALOR TO TRUE
               PERFORM SUSTITUIR-VALOR
                   VARYING WS-VAL-INDICE FROM 1 BY 1
                   UNTIL WS-VAL-INDICE > WS-TOTAL-VALORES
           END-IF.

       SUSTITUIR-VALOR.
           IF WS-VAL-COMPARTIDO(WS-VAL-INDICE) = 'N'
               AND (WS-VAL-TIPO-BUSCADO = "*"
                   OR WS-VAL-TIPO-BUSCADO = WS-VAL-TIPO(WS-VAL-INDICE))
               MOVE WS-VAL-PLEGADO(WS-VAL-INDICE) TO WS-PATRON
               MOVE WS-VAL-LONG(WS-VAL-INDICE) TO WS-PATRON-LONG
               IF WS-VAL-TIPO(WS-VAL-INDICE) = "N"
                   MOVE "ANONIMO" TO WS-SUSTITUTO
                   MOVE 7 TO WS-SUSTITUTO-LONG
               ELSE
                   MOVE "SUPRIMIDO" TO WS-SUSTITUTO
                   MOVE 9 TO WS-SUSTITUTO-LONG
               END-IF
               PERFORM SUSTITUIR-PATRON
           END-IF.

      *----------------------------------------------------------------
      *    Sustitucion de WS-PATRON por WS-SUSTITUTO en cada sitio
      *    del tramo donde aparece con los limites pedidos. La linea
      *    se rehace alrededor del hueco, porque el sustituto no mide
      *    lo mismo que el patron, y el tramo se corre con ella.
      *----------------------------------------------------------------
       SUSTITUIR-PATRON.
           IF WS-PATRON-LONG > ZERO
               AND WS-TRAMO-HASTA >= WS-TRAMO-DESDE + WS-PATRON-LONG - 1
               MOVE ZERO TO WS-CUENTA
               IF COMPARAR-PLEGADO
                   INSPECT WS-LINEA-PLEGADA TALLYING WS-CUENTA
                       FOR ALL WS-PATRON(1:WS-PATRON-LONG)
               ELSE
                   INSPECT WS-LINEA-NUEVA TALLYING WS-CUENTA
                       FOR ALL WS-PATRON(1:WS-PATRON-LONG)
               END-IF
               IF WS-CUENTA > ZERO
                   MOVE WS-TRAMO-DESDE TO WS-POSICION-LINEA
                   PERFORM EXAMINAR-POSICION
                       UNTIL WS-POSICION-LINEA + WS-PATRON-LONG - 1
                           > WS-TRAMO-HASTA
               END-IF
           END-IF.

       EXAMINAR-POSICION.
           COMPUTE WS-POSICION-FIN =
               WS-POSICION-LINEA + WS-PATRON-LONG - 1
           MOVE 'N' TO WS-COINCIDE
           IF COMPARAR-PLEGADO
               IF WS-LINEA-PLEGADA(WS-POSICION-LINEA:WS-PATRON-LONG)
                   = WS-PATRON(1:WS-PATRON-LONG)
                   SET COINCIDE TO TRUE
               END-IF
           ELSE
               IF WS-LINEA-NUEVA(WS-POSICION-LINEA:WS-PATRON-LONG)
                   = WS-PATRON(1:WS-PATRON-LONG)
                   SET COINCIDE TO TRUE
               END-IF
           END-IF
           IF COINCIDE
               PERFORM COMPROBAR-LIMITES
           END-IF
           IF COINCIDE
               PERFORM REEMPLAZAR-EN-POSICION
           ELSE
               ADD 1 TO WS-POSICION-LINEA
           END-IF.

       COMPROBAR-LIMITES.
           IF WS-POSICION-LINEA > WS-TRAMO-DESDE
               MOVE WS-LINEA-NUEVA(WS-POSICION-LINEA - 1:1)
                   TO WS-CARACTER
               IF LIMITES-CAMPO-CSV
                   IF WS-CARACTER NOT = ";"
                       MOVE 'N' TO WS-COINCIDE
                   END-IF
               ELSE
                   IF NOT CARACTER-ANTES-VALOR
                       MOVE 'N' TO WS-COINCIDE
                   END-IF
               END-IF
           END-IF
           IF COINCIDE AND WS-POSICION-FIN < WS-TRAMO-HASTA
               MOVE WS-LINEA-NUEVA(WS-POSICION-FIN + 1:1)
                   TO WS-CARACTER
               IF LIMITES-CAMPO-CSV
                   IF WS-CARACTER NOT = ";"
                       AND WS-LINEA-NUEVA(WS-POSICION-FIN + 1:)
                           NOT = SPACES
                       MOVE 'N' TO WS-COINCIDE
                   END-IF
               ELSE
                   IF NOT CARACTER-TRAS-VALOR
                       MOVE 'N' TO WS-COINCIDE
                   END-IF
               END-IF
           END-IF.

       REEMPLAZAR-EN-POSICION.
           MOVE SPACES TO WS-LINEA-AUX
           MOVE 1 TO WS-PUNTERO
           IF WS-POSICION-LINEA > 1
               STRING WS-LINEA-NUEVA(1:WS-POSICION-LINEA - 1)
                          DELIMITED BY SIZE
                   INTO WS-LINEA-AUX WITH POINTER WS-PUNTERO
               END-STRING
           END-IF
           STRING WS-SUSTITUTO(1:WS-SUSTITUTO-LONG) DELIMITED BY SIZE
               INTO WS-LINEA-AUX WITH POINTER WS-PUNTERO
           END-STRING
           IF WS-POSICION-FIN < 300
               STRING WS-LINEA-NUEVA(WS-POSICION-FIN + 1:)
                          DELIMITED BY SIZE
                   INTO WS-LINEA-AUX WITH POINTER WS-PUNTERO
               END-STRING
           END-IF
           MOVE WS-LINEA-AUX TO WS-LINEA-NUEVA
           COMPUTE WS-TRAMO-HASTA =
               WS-TRAMO-HASTA + WS-SUSTITUTO-LONG - WS-PATRON-LONG
           IF WS-TRAMO-HASTA > 300
               MOVE 300 TO WS-TRAMO-HASTA
           END-IF
           ADD WS-SUSTITUTO-LONG TO WS-POSICION-LINEA
           PERFORM PLEGAR-LINEA
           ADD 1 TO WS-APARICIONES-LINEA.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM DERNOM.


       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRUNOM.
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

      *    Cola de cambios pendientes que deja MANTNOM (layout
      *    CPNOMPEN). Este programa la lista, la resuelve solicitud a
      *    solicitud y marca las que caducan sin resolver.
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

      *    Informe diario de solicitudes rechazadas, caducadas y aun
      *    pendientes, para los supervisores.
           SELECT FICHERO-INFORME
           ASSIGN TO "infpend.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-STATUS-INF.

           COPY CPCERSEL.

           COPY CPOPESEL.
       DATA DIVISION.
       FILE SECTION.
       FD  FICHERO-MAESTRO.
       01  REGISTRO-MAESTRO.
           COPY CPNOMREG.

       FD  FICHERO-PENDIENTES.
       01  REGISTRO-PENDIENTE.
           COPY CPNOMPEN.

       FD  FICHERO-DIARIO.
       01  REGISTRO-DIARIO.
           COPY CPNOMJRN.

       FD  FICHERO-INFORME.
       01  REGISTRO-INFORME PIC X(250).

       COPY CPCERFD.

       COPY CPOPEFD.

       WORKING-STORAGE SECTION.
      *    El estado "02" no es un error: avisa de que la lectura o
      *    escritura toco un duplicado de la clave alternativa de
      *    apellido, cosa normal en un fichero con WITH DUPLICATES.
       01  FS-STATUS-MAE PIC XX.
           88 FS-OK-MAE VALUE "00" "02".
           88 FS-ERROR-MAE VALUE "35".
       01  FS-STATUS-PEN PIC XX.
           88 FS-OK-PEN VALUE "00".
           88 FS-ERROR-PEN VALUE "35".
       01  FS-STATUS-JRN PIC XX.
           88 FS-OK-JRN VALUE "00".
           88 FS-ERROR-JRN VALUE "35".
       01  FS-STATUS-INF PIC XX.
           88 FS-OK-INF VALUE "00".
           88 FS-ERROR-INF VALUE "35".

       01  WS-FS-CODIGO      PIC XX.
       01  WS-FS-ETIQUETA    PIC X(30).

       01  WS-FIN-MENU              PIC X VALUE 'N'.
           88 FIN-MENU              VALUE 'S'.

       01  WS-OPCION PIC 9(01) VALUE ZERO.
           88 OPCION-LISTAR        VALUE 1.
           88 OPCION-RESOLVER      VALUE 2.
           88 OPCION-INFORME       VALUE 3.
           88 OPCION-SALIR         VALUE 9.

       01  WS-DECISION        PIC X VALUE SPACE.
           88 DECISION-APROBAR    VALUE 'A' 'a'.
           88 DECISION-RECHAZAR   VALUE 'R' 'r'.

       01  WS-MAE-ABIERTO     PIC X VALUE 'N'.
           88 MAE-ABIERTO     VALUE 'S'.
       01  WS-PEN-ABIERTO     PIC X VALUE 'N'.
           88 PEN-ABIERTO     VALUE 'S'.
       01  WS-JRN-ABIERTO     PIC X VALUE 'N'.
           88 JRN-ABIERTO     VALUE 'S'.
       01  WS-INF-ABIERTO     PIC X VALUE 'N'.
           88 INF-ABIERTO     VALUE 'S'.

       01  WS-EOF-PEN         PIC X VALUE 'N'.
           88 FIN-FICHERO-PEN VALUE 'S'.

      *    Dias que una solicitud puede esperar en la cola; pasado ese
      *    plazo se da por caducada y ya no se puede aprobar: quien la
      *    pidio tiene que volver a pedirla contra el maestro de hoy.
       01  WS-DIAS-CADUCIDAD  PIC 9(03) VALUE 7.
       01  WS-DIAS-ANTIGUEDAD PIC 9(05) VALUE ZERO.
       01  WS-FECHA-HOY-NUM   PIC 9(08) VALUE ZERO.
       01  WS-FECHA-PEN-NUM   PIC 9(08) VALUE ZERO.

       01  WS-NUMERO-PEDIDO   PIC 9(08) VALUE ZERO.
       01  WS-MOTIVO          PIC X(60) VALUE SPACES.

      *    Resultado de intentar aplicar una solicitud aprobada: el
      *    maestro puede haber cambiado desde que se pidio, y entonces
      *    la solicitud se cierra como rechazada con el motivo.
       01  WS-APLICADA        PIC X VALUE 'N'.
           88 SOLICITUD-APLICADA VALUE 'S'.
       01  WS-MOTIVO-FALLO    PIC X(60) VALUE SPACES.

      *    Vista de una imagen del maestro guardada en la cola, para
      *    mostrarla al revisor y escribirla en el informe.
       01  WS-IMAGEN.
           05 WS-IMG-NOMBRE       PIC X(20).
           05 WS-IMG-APELLIDO1    PIC X(30).
           05 WS-IMG-APELLIDO2    PIC X(30).
           05 WS-IMG-FECHA-ALTA   PIC X(08).
           05 WS-IMG-FECHA-MODIF  PIC X(08).
           05 WS-IMG-ESTADO       PIC X(01).
           05 WS-IMG-FECHA-BAJA   PIC X(08).
       01  WS-IMG-ETIQUETA    PIC X(09).
       01  WS-CLAVE-ANTES-TXT   PIC X(82) VALUE SPACES.
       01  WS-CLAVE-DESPUES-TXT PIC X(82) VALUE SPACES.
       01  WS-CLAVE-TXT         PIC X(82) VALUE SPACES.

       01  WS-OPERACION-TXT   PIC X(16) VALUE SPACES.
       01  WS-ESTADO-TXT      PIC X(10) VALUE SPACES.

       01  WS-CONTADOR-LISTADAS     PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-RECHAZADAS   PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-CADUCADAS    PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-PENDIENTES   PIC 9(06) VALUE ZERO.
       01  WS-CONTADOR-TXT          PIC Z(5)9.
       01  WS-DIAS-TXT              PIC Z(4)9.

       01  WS-LINEA-INFORME   PIC X(250) VALUE SPACES.

      *    Operacion e imagenes pendientes de anotar en el diario de
      *    actualizaciones del maestro (diario.dat, layout CPNOMJRN).
       01  WS-JRN-OPERACION         PIC X(01).
       01  WS-JRN-ANTES             PIC X(105).
       01  WS-JRN-DESPUES           PIC X(105).

       01  WS-FECHA-ACTUAL    PIC X(08).

       COPY CPCERWS.

       COPY CPOPEWS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           MOVE 0 TO RETURN-CODE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-FECHA-ACTUAL.
           MOVE WS-FECHA-ACTUAL TO WS-FECHA-HOY-NUM.

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
               WHEN OPCION-LISTAR
                   PERFORM LISTAR-PENDIENTES
               WHEN OPCION-RESOLVER
                   IF ROL-PERMITE-MANTENER
                       PERFORM RESOLVER-PENDIENTE
                   ELSE
                       PERFORM AVISAR-PERMISO-DENEGADO
                   END-IF
               WHEN OPCION-INFORME
                   PERFORM INFORME-DIARIO
               WHEN OPCION-SALIR
                   SET FIN-MENU TO TRUE
               WHEN OTHER
                   DISPLAY "OPCION NO VALIDA."
           END-EVALUATE.

       MOSTRAR-MENU.
           DISPLAY "----------------------------------------".
           DISPLAY "APROBACION DE CAMBIOS DEL MAESTRO".
           DISPLAY "  1. LISTAR SOLICITUDES PENDIENTES".
           DISPLAY "  2. APROBAR O RECHAZAR UNA SOLICITUD".
           DISPLAY "  3. INFORME DIARIO (infpend.txt)".
           DISPLAY "  9. SALIR".
           DISPLAY "----------------------------------------".

       LEER-OPCION.
           DISPLAY "Opcion: "
           ACCEPT WS-OPCION.

      *----------------------------------------------------------------
      *    LISTADO. Recorre la cola en orden de numero y muestra las
      *    solicitudes que siguen pendientes, con quien las pidio,
      *    cuantos dias llevan esperando y las claves afectadas. Solo
      *    lee la cola: no necesita cerrojo.
      *----------------------------------------------------------------
       LISTAR-PENDIENTES.
           MOVE ZERO TO WS-CONTADOR-LISTADAS
           OPEN INPUT FICHERO-PENDIENTES.
           IF FS-OK-PEN
               SET PEN-ABIERTO TO TRUE
               PERFORM SITUAR-PRINCIPIO-COLA
               PERFORM LISTAR-UNA-SOLICITUD UNTIL FIN-FICHERO-PEN
               CLOSE FICHERO-PENDIENTES
               MOVE 'N' TO WS-PEN-ABIERTO
               DISPLAY "SOLICITUDES PENDIENTES: " WS-CONTADOR-LISTADAS
           ELSE
               DISPLAY "NO HAY COLA DE PENDIENTES TODAVIA."
           END-IF.

       SITUAR-PRINCIPIO-COLA.
           MOVE 'N' TO WS-EOF-PEN
           MOVE ZERO TO PEN-NUMERO
           START FICHERO-PENDIENTES KEY IS NOT LESS THAN PEN-NUMERO
               INVALID KEY
                   SET FIN-FICHERO-PEN TO TRUE
           END-START.

       LISTAR-UNA-SOLICITUD.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO-PEN TO TRUE
               NOT AT END
                   IF PEN-PENDIENTE
                       ADD 1 TO WS-CONTADOR-LISTADAS
                       PERFORM MOSTRAR-SOLICITUD
                   END-IF
           END-READ.

       MOSTRAR-SOLICITUD.
           PERFORM NOMBRAR-OPERACION
           PERFORM CALCULAR-ANTIGUEDAD
           MOVE WS-DIAS-ANTIGUEDAD TO WS-DIAS-TXT
           DISPLAY "----------------------------------------"
           DISPLAY "SOLICITUD " PEN-NUMERO " "
               FUNCTION TRIM(WS-OPERACION-TXT)
               " PEDIDA POR " FUNCTION TRIM(PEN-SOLICITANTE)
               " EL " PEN-FECHA-SOLICITUD " " PEN-HORA-SOLICITUD
               " (" FUNCTION TRIM(WS-DIAS-TXT) " DIAS)"
           IF PEN-ANTES NOT = SPACES
               MOVE PEN-ANTES TO WS-IMAGEN
               MOVE "ANTES:   " TO WS-IMG-ETIQUETA
               PERFORM MOSTRAR-IMAGEN
           END-IF
           IF PEN-DESPUES NOT = SPACES
               MOVE PEN-DESPUES TO WS-IMAGEN
               MOVE "DESPUES: " TO WS-IMG-ETIQUETA
               PERFORM MOSTRAR-IMAGEN
           END-IF.

       MOSTRAR-IMAGEN.
           DISPLAY "  " WS-IMG-ETIQUETA
               FUNCTION TRIM(WS-IMG-NOMBRE) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO1) " / "
               FUNCTION TRIM(WS-IMG-APELLIDO2)
               "  ESTADO " WS-IMG-ESTADO
               " ALTA " WS-IMG-FECHA-ALTA
               " MODIF " WS-IMG-FECHA-MODIF
               " BAJA " WS-IMG-FECHA-BAJA.

       NOMBRAR-OPERACION.
           EVALUATE TRUE
               WHEN PEN-OP-ALTA
                   MOVE "ALTA" TO WS-OPERACION-TXT
               WHEN PEN-OP-CAMBIO-CLAVE
                   MOVE "CAMBIO DE CLAVE" TO WS-OPERACION-TXT
               WHEN PEN-OP-BORRADO
                   MOVE "BORRADO FISICO" TO WS-OPERACION-TXT
               WHEN OTHER
                   MOVE "DESCONOCIDA" TO WS-OPERACION-TXT
           END-EVALUATE.

      *    Dias naturales que lleva la solicitud en la cola. Una fecha
      *    de solicitud ilegible cuenta como recien pedida, para no
      *    caducar nada por un dato roto.
       CALCULAR-ANTIGUEDAD.
           MOVE ZERO TO WS-DIAS-ANTIGUEDAD
           IF PEN-FECHA-SOLICITUD NUMERIC
               MOVE PEN-FECHA-SOLICITUD TO WS-FECHA-PEN-NUM
               IF WS-FECHA-PEN-NUM < WS-FECHA-HOY-NUM
                   COMPUTE WS-DIAS-ANTIGUEDAD =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-HOY-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-FECHA-PEN-NUM)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    RESOLUCION. El revisor indica el numero de la solicitud, la
      *    ve con sus imagenes y la aprueba o la rechaza con un
      *    motivo. Nadie resuelve sus propias solicitudes, y un
      *    borrado fisico solo lo aprueba un administrador, que es el
      *    unico rol que puede pedirlo. Se toma el cerrojo del maestro
      *    en modo escritura, como MANTNOM, porque aprobar es aplicar
      *    el cambio a nombres.dat.
      *----------------------------------------------------------------
       RESOLVER-PENDIENTE.
           DISPLAY "Numero de solicitud: "
           ACCEPT WS-NUMERO-PEDIDO

           MOVE "APRUNOM" TO WS-CER-PROGRAMA
           MOVE "E" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO
               PERFORM ABRIR-FICHEROS-RESOLUCION
               IF MAE-ABIERTO AND PEN-ABIERTO AND JRN-ABIERTO
                   PERFORM BUSCAR-SOLICITUD
               END-IF
               PERFORM CERRAR-FICHEROS-RESOLUCION
               PERFORM LIBERAR-CERROJO
           END-IF.

       ABRIR-FICHEROS-RESOLUCION.
           OPEN I-O FICHERO-PENDIENTES.
           IF FS-OK-PEN
               SET PEN-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-PEN TO WS-FS-CODIGO
               MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO HAY COLA DE PENDIENTES TODAVIA."
           END-IF.

           IF PEN-ABIERTO
               OPEN I-O FICHERO-MAESTRO
               IF FS-OK-MAE
                   SET MAE-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-MAE TO WS-FS-CODIGO
                   MOVE "FICHERO MAESTRO" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
                   DISPLAY "NO SE PUDO ABRIR nombres.dat. "
                       "EJECUTE PRIMERO CARGAENT."
               END-IF
           END-IF.

      *    El diario de actualizaciones se abre en EXTEND; sin diario
      *    no se aprueba nada, porque la recuperacion hacia delante de
      *    RECUNOM depende de que ningun cambio quede sin anotar.
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

       CERRAR-FICHEROS-RESOLUCION.
           IF MAE-ABIERTO
               CLOSE FICHERO-MAESTRO
               MOVE 'N' TO WS-MAE-ABIERTO
           END-IF.
           IF PEN-ABIERTO
               CLOSE FICHERO-PENDIENTES
               MOVE 'N' TO WS-PEN-ABIERTO
           END-IF.
           IF JRN-ABIERTO
               CLOSE FICHERO-DIARIO
               MOVE 'N' TO WS-JRN-ABIERTO
           END-IF.

       BUSCAR-SOLICITUD.
           MOVE WS-NUMERO-PEDIDO TO PEN-NUMERO
           READ FICHERO-PENDIENTES
               INVALID KEY
                   DISPLAY "NO EXISTE LA SOLICITUD " WS-NUMERO-PEDIDO
               NOT INVALID KEY
                   PERFORM COMPROBAR-SOLICITUD
           END-READ.

       COMPROBAR-SOLICITUD.
           PERFORM CALCULAR-ANTIGUEDAD
           EVALUATE TRUE
               WHEN NOT PEN-PENDIENTE
                   DISPLAY "LA SOLICITUD " PEN-NUMERO
                       " YA ESTA RESUELTA (ESTADO " PEN-ESTADO ")."
               WHEN WS-DIAS-ANTIGUEDAD > WS-DIAS-CADUCIDAD
                   PERFORM CADUCAR-SOLICITUD
                   DISPLAY "LA SOLICITUD " PEN-NUMERO " HA CADUCADO "
                       "SIN RESOLVER. DEBE VOLVER A PEDIRSE."
               WHEN PEN-SOLICITANTE = WS-OPE-ID
                   DISPLAY "NO PUEDE RESOLVER UNA SOLICITUD PEDIDA POR "
                       "USTED MISMO."
               WHEN PEN-OP-BORRADO AND NOT ROL-ADMINISTRADOR
                   PERFORM AVISAR-PERMISO-DENEGADO
               WHEN OTHER
                   PERFORM MOSTRAR-SOLICITUD
                   PERFORM PEDIR-DECISION
           END-EVALUATE.

       PEDIR-DECISION.
           DISPLAY "Aprobar (A), rechazar (R) o dejar pendiente "
               "(otra tecla): "
           ACCEPT WS-DECISION
           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
               WHEN DECISION-APROBAR
                   DISPLAY "Motivo u observaciones (opcional): "
                   ACCEPT WS-MOTIVO
                   PERFORM APROBAR-SOLICITUD
               WHEN DECISION-RECHAZAR
                   PERFORM PEDIR-MOTIVO-RECHAZO
                       UNTIL WS-MOTIVO NOT = SPACES
                   PERFORM RECHAZAR-SOLICITUD
                   DISPLAY "SOLICITUD " PEN-NUMERO " RECHAZADA."
               WHEN OTHER
                   DISPLAY "LA SOLICITUD " PEN-NUMERO
                       " SIGUE PENDIENTE."
           END-EVALUATE.

       PEDIR-MOTIVO-RECHAZO.
           DISPLAY "Motivo del rechazo (obligatorio): "
           ACCEPT WS-MOTIVO.

      *    Aprobar es aplicar: si el maestro ya no permite el cambio
      *    (la clave se ocupo o el registro cambio desde que se pidio)
      *    la solicitud se cierra como rechazada con la causa, para que
      *    se vuelva a pedir sobre el maestro actual.
       APROBAR-SOLICITUD.
           MOVE 'N' TO WS-APLICADA
           MOVE SPACES TO WS-MOTIVO-FALLO

           EVALUATE TRUE
               WHEN PEN-OP-ALTA
                   PERFORM APLICAR-ALTA
               WHEN PEN-OP-CAMBIO-CLAVE
                   PERFORM APLICAR-CAMBIO-CLAVE
               WHEN PEN-OP-BORRADO
                   PERFORM APLICAR-BORRADO
               WHEN OTHER
                   MOVE "OPERACION DESCONOCIDA EN LA SOLICITUD"
                       TO WS-MOTIVO-FALLO
           END-EVALUATE

           IF SOLICITUD-APLICADA
               SET PEN-APROBADA TO TRUE
               PERFORM CERRAR-SOLICITUD
               DISPLAY "SOLICITUD " PEN-NUMERO
                   " APROBADA Y APLICADA AL MAESTRO."
           ELSE
               MOVE WS-MOTIVO-FALLO TO WS-MOTIVO
               PERFORM RECHAZAR-SOLICITUD
               DISPLAY "NO SE PUDO APLICAR: "
                   FUNCTION TRIM(WS-MOTIVO-FALLO) "."
               DISPLAY "SOLICITUD " PEN-NUMERO
                   " CERRADA COMO RECHAZADA."
           END-IF.

       RECHAZAR-SOLICITUD.
           SET PEN-RECHAZADA TO TRUE
           PERFORM CERRAR-SOLICITUD.

       CADUCAR-SOLICITUD.
           MOVE WS-DIAS-CADUCIDAD TO WS-DIAS-TXT
           MOVE SPACES TO WS-MOTIVO
           STRING "SIN RESOLVER EN " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DIAS-TXT) DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
               INTO WS-MOTIVO
           END-STRING
           SET PEN-CADUCADA TO TRUE
           PERFORM CERRAR-SOLICITUD.

      *    Anota la resolucion en la propia solicitud, que se conserva
      *    en la cola como rastro de quien pidio y quien resolvio.
       CERRAR-SOLICITUD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PEN-FECHA-RESOLUCION
           MOVE FUNCTION CURRENT-DATE(9:6) TO PEN-HORA-RESOLUCION
           MOVE WS-OPE-ID TO PEN-REVISOR
           MOVE WS-MOTIVO TO PEN-MOTIVO
           REWRITE REGISTRO-PENDIENTE
               INVALID KEY
                   DISPLAY "ERROR ANOTANDO LA RESOLUCION DE LA "
                       "SOLICITUD " PEN-NUMERO "."
                   MOVE FS-STATUS-PEN TO WS-FS-CODIGO
                   MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
           END-REWRITE.

      *    El alta se escribe con la fecha del dia en que se aprueba,
      *    que es cuando el registro entra de verdad en el maestro.
       APLICAR-ALTA.
           MOVE PEN-DESPUES TO REGISTRO-MAESTRO
           MOVE WS-FECHA-ACTUAL TO MAE-FECHA-ALTA
           MOVE WS-FECHA-ACTUAL TO MAE-FECHA-MODIF

           WRITE REGISTRO-MAESTRO
               INVALID KEY
                   MOVE "YA EXISTE UN REGISTRO CON ESA CLAVE"
                       TO WS-MOTIVO-FALLO
               NOT INVALID KEY
                   MOVE "A" TO WS-JRN-OPERACION
                   MOVE SPACES TO WS-JRN-ANTES
                   MOVE REGISTRO-MAESTRO TO WS-JRN-DESPUES
                   PERFORM GRABAR-DIARIO
                   SET SOLICITUD-APLICADA TO TRUE
           END-WRITE.

      *    El registro original tiene que seguir tal como estaba
      *    cuando se pidio el cambio, y la clave nueva tiene que
      *    seguir libre: solo entonces se borra y se reescribe.
       APLICAR-CAMBIO-CLAVE.
           MOVE PEN-ANTES TO REGISTRO-MAESTRO
           READ FICHERO-MAESTRO
               INVALID KEY
                   MOVE "EL REGISTRO ORIGINAL YA NO EXISTE"
                       TO WS-MOTIVO-FALLO
               NOT INVALID KEY
                   IF REGISTRO-MAESTRO NOT = PEN-ANTES
                       MOVE "EL REGISTRO CAMBIO DESDE LA SOLICITUD"
                           TO WS-MOTIVO-FALLO
                   ELSE
                       PERFORM COMPROBAR-CLAVE-NUEVA
                   END-IF
           END-READ.

       COMPROBAR-CLAVE-NUEVA.
           MOVE PEN-DESPUES TO REGISTRO-MAESTRO
           READ FICHERO-MAESTRO
               INVALID KEY
                   PERFORM BORRAR-Y-ESCRIBIR-NUEVA-CLAVE
               NOT INVALID KEY
                   MOVE "YA EXISTE UN REGISTRO CON LA CLAVE NUEVA"
                       TO WS-MOTIVO-FALLO
           END-READ.

       BORRAR-Y-ESCRIBIR-NUEVA-CLAVE.
           MOVE PEN-ANTES TO REGISTRO-MAESTRO

           DELETE FICHERO-MAESTRO RECORD
               INVALID KEY
                   MOVE "ERROR BORRANDO EL REGISTRO ORIGINAL"
                       TO WS-MOTIVO-FALLO
               NOT INVALID KEY
                   MOVE "D" TO WS-JRN-OPERACION
                   MOVE PEN-ANTES TO WS-JRN-ANTES
                   MOVE SPACES TO WS-JRN-DESPUES
                   PERFORM GRABAR-DIARIO
           END-DELETE.

           IF WS-MOTIVO-FALLO = SPACES
               MOVE PEN-DESPUES TO REGISTRO-MAESTRO
               MOVE WS-FECHA-ACTUAL TO MAE-FECHA-MODIF
               WRITE REGISTRO-MAESTRO
                   INVALID KEY
                       MOVE "YA EXISTE UN REGISTRO CON LA CLAVE NUEVA"
                           TO WS-MOTIVO-FALLO
                   NOT INVALID KEY
                       MOVE "A" TO WS-JRN-OPERACION
                       MOVE SPACES TO WS-JRN-ANTES
                       MOVE REGISTRO-MAESTRO TO WS-JRN-DESPUES
                       PERFORM GRABAR-DIARIO
                       SET SOLICITUD-APLICADA TO TRUE
               END-WRITE
           END-IF.

       APLICAR-BORRADO.
           MOVE PEN-ANTES TO REGISTRO-MAESTRO
           READ FICHERO-MAESTRO
               INVALID KEY
                   MOVE "EL REGISTRO YA NO EXISTE" TO WS-MOTIVO-FALLO
               NOT INVALID KEY
                   IF REGISTRO-MAESTRO NOT = PEN-ANTES
                       MOVE "EL REGISTRO CAMBIO DESDE LA SOLICITUD"
                           TO WS-MOTIVO-FALLO
                   ELSE
                       PERFORM BORRAR-REGISTRO
                   END-IF
           END-READ.

       BORRAR-REGISTRO.
           DELETE FICHERO-MAESTRO RECORD
               INVALID KEY
                   MOVE "ERROR BORRANDO EL REGISTRO" TO WS-MOTIVO-FALLO
               NOT INVALID KEY
                   MOVE "D" TO WS-JRN-OPERACION
                   MOVE PEN-ANTES TO WS-JRN-ANTES
                   MOVE SPACES TO WS-JRN-DESPUES
                   PERFORM GRABAR-DIARIO
                   SET SOLICITUD-APLICADA TO TRUE
           END-DELETE.

      *    Anota en diario.dat la operacion pendiente con su imagen
      *    anterior y posterior, fechada y firmada por este programa y
      *    por el operador que aprobo el cambio.
       GRABAR-DIARIO.
           IF JRN-ABIERTO
               MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-FECHA
               MOVE FUNCTION CURRENT-DATE(9:6) TO JRN-HORA
               MOVE "APRUNOM" TO JRN-PROGRAMA
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
               END-IF
           END-IF.

      *----------------------------------------------------------------
      *    INFORME DIARIO. Primero da por caducadas las solicitudes
      *    que llevan esperando mas del plazo; despues escribe en
      *    infpend.txt las rechazadas y caducadas hoy y las que siguen
      *    pendientes, con sus totales. Toma el cerrojo en escritura
      *    porque la cola solo se reescribe con el maestro tomado.
      *----------------------------------------------------------------
       INFORME-DIARIO.
           MOVE ZERO TO WS-CONTADOR-RECHAZADAS
           MOVE ZERO TO WS-CONTADOR-CADUCADAS
           MOVE ZERO TO WS-CONTADOR-PENDIENTES

           MOVE "APRUNOM" TO WS-CER-PROGRAMA
           MOVE "E" TO WS-CER-MODO-PEDIDO
           PERFORM TOMAR-CERROJO
           IF CERROJO-CONCEDIDO
               PERFORM GENERAR-INFORME-DIARIO
               PERFORM LIBERAR-CERROJO
           END-IF.

       GENERAR-INFORME-DIARIO.
           OPEN I-O FICHERO-PENDIENTES.
           IF FS-OK-PEN
               SET PEN-ABIERTO TO TRUE
           ELSE
               MOVE FS-STATUS-PEN TO WS-FS-CODIGO
               MOVE "COLA DE PENDIENTES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
               DISPLAY "NO HAY COLA DE PENDIENTES TODAVIA."
           END-IF.

           IF PEN-ABIERTO
               OPEN OUTPUT FICHERO-INFORME
               IF FS-OK-INF
                   SET INF-ABIERTO TO TRUE
               ELSE
                   MOVE FS-STATUS-INF TO WS-FS-CODIGO
                   MOVE "INFORME DE PENDIENTES" TO WS-FS-ETIQUETA
                   PERFORM EVALUAR-ESTADO-FICHERO
               END-IF
           END-IF.

           IF PEN-ABIERTO AND INF-ABIERTO
               PERFORM ESCRIBIR-CABECERA-INFORME
               PERFORM SITUAR-PRINCIPIO-COLA
               PERFORM INFORMAR-UNA-SOLICITUD UNTIL FIN-FICHERO-PEN
               PERFORM ESCRIBIR-TOTALES-INFORME
               DISPLAY "RECHAZADAS HOY:      " WS-CONTADOR-RECHAZADAS
               DISPLAY "CADUCADAS HOY:       " WS-CONTADOR-CADUCADAS
               DISPLAY "SIGUEN PENDIENTES:   " WS-CONTADOR-PENDIENTES
               DISPLAY "EL DETALLE ESTA EN infpend.txt"
           END-IF.

           IF PEN-ABIERTO
               CLOSE FICHERO-PENDIENTES
               MOVE 'N' TO WS-PEN-ABIERTO
           END-IF.
           IF INF-ABIERTO
               CLOSE FICHERO-INFORME
               MOVE 'N' TO WS-INF-ABIERTO
           END-IF.

       INFORMAR-UNA-SOLICITUD.
           READ FICHERO-PENDIENTES NEXT RECORD
               AT END
                   SET FIN-FICHERO-PEN TO TRUE
               NOT AT END
                   IF PEN-PENDIENTE
                       PERFORM CALCULAR-ANTIGUEDAD
                       IF WS-DIAS-ANTIGUEDAD > WS-DIAS-CADUCIDAD
                           PERFORM CADUCAR-SOLICITUD
                       END-IF
                   END-IF
                   EVALUATE TRUE
                       WHEN PEN-PENDIENTE
                           ADD 1 TO WS-CONTADOR-PENDIENTES
                           MOVE "PENDIENTE" TO WS-ESTADO-TXT
                           PERFORM ESCRIBIR-DETALLE-INFORME
                       WHEN PEN-RECHAZADA
                           AND PEN-FECHA-RESOLUCION = WS-FECHA-ACTUAL
                           ADD 1 TO WS-CONTADOR-RECHAZADAS
                           MOVE "RECHAZADA" TO WS-ESTADO-TXT
                           PERFORM ESCRIBIR-DETALLE-INFORME
                       WHEN PEN-CADUCADA
                           AND PEN-FECHA-RESOLUCION = WS-FECHA-ACTUAL
                           ADD 1 TO WS-CONTADOR-CADUCADAS
                           MOVE "CADUCADA" TO WS-ESTADO-TXT
                           PERFORM ESCRIBIR-DETALLE-INFORME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       ESCRIBIR-CABECERA-INFORME.
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "SOLICITUDES RECHAZADAS, CADUCADAS Y PENDIENTES - "
                      DELIMITED BY SIZE
                  "FECHA: " DELIMITED BY SIZE
                  WS-FECHA-ACTUAL DELIMITED BY SIZE
               INTO WS-LINEA-INFORME
           END-STRING
           PERFORM GRABAR-LINEA-INFORME
           MOVE "NUMERO;ESTADO;OPERACION;SOLICITANTE;FECHA-SOLICITUD;"
               & "REVISOR;FECHA-RESOLUCION;CLAVE-ANTES;CLAVE-DESPUES;"
               & "MOTIVO" TO WS-LINEA-INFORME
           PERFORM GRABAR-LINEA-INFORME.

       ESCRIBIR-DETALLE-INFORME.
           PERFORM NOMBRAR-OPERACION
           MOVE PEN-ANTES TO WS-IMAGEN
           PERFORM FORMAR-CLAVE-TXT
           MOVE WS-CLAVE-TXT TO WS-CLAVE-ANTES-TXT
           MOVE PEN-DESPUES TO WS-IMAGEN
           PERFORM FORMAR-CLAVE-TXT
           MOVE WS-CLAVE-TXT TO WS-CLAVE-DESPUES-TXT

           MOVE SPACES TO WS-LINEA-INFORME
           STRING PEN-NUMERO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ESTADO-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERACION-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PEN-SOLICITANTE) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PEN-FECHA-SOLICITUD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PEN-REVISOR) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  PEN-FECHA-RESOLUCION DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLAVE-ANTES-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CLAVE-DESPUES-TXT) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  FUNCTION TRIM(PEN-MOTIVO) DELIMITED BY SIZE
               INTO WS-LINEA-INFORME
           END-STRING
           PERFORM GRABAR-LINEA-INFORME.

      *    Clave de una imagen como "NOMBRE APELLIDO1 APELLIDO2"; una
      *    imagen vacia (alta sin anterior, borrado sin posterior) da
      *    una clave vacia.
       FORMAR-CLAVE-TXT.
           MOVE SPACES TO WS-CLAVE-TXT
           IF WS-IMAGEN NOT = SPACES
               STRING FUNCTION TRIM(WS-IMG-NOMBRE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IMG-APELLIDO1) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IMG-APELLIDO2) DELIMITED BY SIZE
                   INTO WS-CLAVE-TXT
               END-STRING
           END-IF.

       ESCRIBIR-TOTALES-INFORME.
           MOVE WS-CONTADOR-RECHAZADAS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "TOTAL RECHAZADAS HOY: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-INFORME
           END-STRING
           PERFORM GRABAR-LINEA-INFORME

           MOVE WS-CONTADOR-CADUCADAS TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "TOTAL CADUCADAS HOY: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-INFORME
           END-STRING
           PERFORM GRABAR-LINEA-INFORME

           MOVE WS-CONTADOR-PENDIENTES TO WS-CONTADOR-TXT
           MOVE SPACES TO WS-LINEA-INFORME
           STRING "TOTAL SIGUEN PENDIENTES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONTADOR-TXT) DELIMITED BY SIZE
               INTO WS-LINEA-INFORME
           END-STRING
           PERFORM GRABAR-LINEA-INFORME.

       GRABAR-LINEA-INFORME.
           MOVE WS-LINEA-INFORME TO REGISTRO-INFORME
           WRITE REGISTRO-INFORME.
           IF NOT FS-OK-INF
               MOVE FS-STATUS-INF TO WS-FS-CODIGO
               MOVE "INFORME DE PENDIENTES" TO WS-FS-ETIQUETA
               PERFORM EVALUAR-ESTADO-FICHERO
           END-IF.

       COPY CPCERPRO.

       COPY CPOPEPRO.

       FIN-PROGRAMA.
            STOP RUN.
       END PROGRAM APRUNOM.

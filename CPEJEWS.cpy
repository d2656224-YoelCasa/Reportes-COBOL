      *----------------------------------------------------------------
      *  CPEJEWS
      *  Campos de trabajo del historial de ejecuciones. Al arrancar,
      *  el programa deja su nombre en WS-EJE-PROGRAMA y hace PERFORM
      *  INICIAR-EJECUCION; al terminar, antes de FIN-PROGRAMA, deja
      *  en WS-EJE-LEIDOS, WS-EJE-ESCRITOS y WS-EJE-RECHAZADOS los
      *  registros leidos, los escritos o aplicados y los rechazados
      *  de la ejecucion, y hace PERFORM REGISTRAR-EJECUCION, que
      *  anota tambien la hora de fin y el RETURN-CODE final.
      *----------------------------------------------------------------
       01  FS-STATUS-EJE PIC XX.
           88 FS-OK-EJE VALUE "00".
           88 FS-ERROR-EJE VALUE "35".

       01  WS-EJE-PROGRAMA        PIC X(08) VALUE SPACES.
       01  WS-EJE-INICIO          PIC X(14) VALUE SPACES.
       01  WS-EJE-FIN             PIC X(14) VALUE SPACES.
       01  WS-EJE-LEIDOS          PIC 9(09) VALUE ZERO.
       01  WS-EJE-ESCRITOS        PIC 9(09) VALUE ZERO.
       01  WS-EJE-RECHAZADOS      PIC 9(09) VALUE ZERO.

       01  WS-EJE-SEGUNDOS        PIC S9(09) VALUE ZERO.
       01  WS-EJE-DIAS            PIC S9(09) VALUE ZERO.
       01  WS-EJE-RC              PIC 9(04) VALUE ZERO.
       01  WS-EJE-SEGUNDOS-TXT    PIC Z(8)9.
       01  WS-EJE-RC-TXT          PIC Z(3)9.
       01  WS-EJE-LEIDOS-TXT      PIC Z(8)9.
       01  WS-EJE-ESCRITOS-TXT    PIC Z(8)9.
       01  WS-EJE-RECHAZADOS-TXT  PIC Z(8)9.
       01  WS-EJE-LINEA           PIC X(120) VALUE SPACES.

      *----------------------------------------------------------------
      *  CPOPEWS
      *  Campos de trabajo de la identificacion del operador. Al
      *  arrancar, el programa hace PERFORM IDENTIFICAR-OPERADOR y
      *  comprueba OPERADOR-IDENTIFICADO; si no lo esta, abandona sin
      *  abrir nada (los de un solo lanzamiento con RETURN-CODE 12).
      *  Cada opcion que cambia el maestro comprueba despues el rol
      *  con los niveles 88 de WS-OPE-ROL y, si no lo permite, hace
      *  PERFORM AVISAR-PERMISO-DENEGADO y no la ejecuta.
      *  WS-OPE-ID queda como firma del operador en diario.dat y en
      *  auditoria.csv.
      *----------------------------------------------------------------
       01  FS-STATUS-OPE PIC XX.
           88 FS-OK-OPE VALUE "00".
           88 FS-ERROR-OPE VALUE "35".

       01  WS-OPE-ID              PIC X(08) VALUE SPACES.
       01  WS-OPE-CLAVE           PIC X(16) VALUE SPACES.
       01  WS-OPE-NOMBRE          PIC X(40) VALUE SPACES.
       01  WS-OPE-ROL             PIC X(01) VALUE SPACE.
           88 ROL-CONSULTA           VALUE "C".
           88 ROL-MANTENIMIENTO      VALUE "M".
           88 ROL-CALIDAD            VALUE "Q".
           88 ROL-ADMINISTRADOR      VALUE "A".
           88 ROL-VALIDO             VALUE "C" "M" "Q" "A".
      *    Alta, modificacion, baja logica y aplicacion de lotes de
      *    movimientos: mantenimiento y, por encima, calidad de datos
      *    y administrador.
           88 ROL-PERMITE-MANTENER   VALUE "M" "Q" "A".
      *    Fusiones y correcciones de calidad sobre el maestro.
           88 ROL-PERMITE-CALIDAD    VALUE "Q" "A".
       01  WS-OPE-ROL-TXT         PIC X(16) VALUE SPACES.

       01  WS-OPE-IDENTIFICADO    PIC X VALUE 'N'.
           88 OPERADOR-IDENTIFICADO VALUE 'S'.
       01  WS-OPE-EOF             PIC X VALUE 'N'.
           88 FIN-FICHERO-OPE     VALUE 'S'.

       01  WS-OPE-CAMPO-1         PIC X(10).
       01  WS-OPE-CAMPO-2         PIC X(10).
       01  WS-OPE-CAMPO-3         PIC X(20).
       01  WS-OPE-CAMPO-4         PIC X(40).

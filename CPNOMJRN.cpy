      *  CPNOMJRN
      *  Registro del diario de actualizaciones del maestro de
      *  nombres (diario.dat). Comun a CARGAENT, APLIMOV, MANTNOM,
      *  CARGAINT, FUSNOM, PURGNOM, APRUNOM, RESPNOM, RECUNOM, REINOM,
      *  CORRNOM y DERNOM.
      *  Cada programa que escribe en nombres.dat anota aqui la
      *  imagen anterior y posterior de cada WRITE, REWRITE y DELETE,
      *  con fecha, hora y programa de origen, para que RECUNOM pueda
      *  por CARGAENT (OPEN OUTPUT), y "S" marca de descarga de
      *  respaldo de RESPNOM, que es el punto desde el que RECUNOM
      *  reaplica el diario.
      *  JRN-OPERADOR es el identificador (operadores.csv) de quien
      *  ejecutaba el programa que hizo el cambio.
      *  JRN-LOTE agrupa los cambios de una misma pasada de la
      *  correccion masiva de CORRNOM (AAAAMMDDHHMMSS de la pasada),
      *  para poder deshacerla entera; el resto de programas lo deja
      *  en blanco.
      *----------------------------------------------------------------
           10 JRN-FECHA           PIC X(08).
           10 JRN-HORA            PIC X(06).
               88 JRN-OP-RESPALDO     VALUE "S".
           10 JRN-ANTES           PIC X(105).
           10 JRN-DESPUES         PIC X(105).
           10 JRN-OPERADOR        PIC X(08).
           10 JRN-LOTE            PIC X(14).

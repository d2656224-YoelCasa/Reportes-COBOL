      *----------------------------------------------------------------
      *  CPNOMHIS
      *  Registro del archivo historico de bajas purgadas
      *  (historico.dat). Comun a PURGNOM, CONSNOM, REINOM y
      *  DERNOM.
      *  Mismo layout y clave que el maestro (CPNOMREG), para que la
      *  consulta de cumplimiento llegue directa por clave, mas la
      *  fecha en que la purga movio el registro al historico, para
      *  saber en que pasada salio del maestro.
      *----------------------------------------------------------------
           10 HIS-CLAVE.
               15 HIS-NOMBRE     PIC X(20).
               15 HIS-APELLIDO1  PIC X(30).
               15 HIS-APELLIDO2  PIC X(30).
           10 HIS-DATOS.
               15 HIS-FECHA-ALTA    PIC X(08).
               15 HIS-FECHA-MODIF   PIC X(08).
               15 HIS-ESTADO        PIC X(01).
               15 HIS-FECHA-BAJA    PIC X(08).
           10 HIS-FECHA-PURGA    PIC X(08).

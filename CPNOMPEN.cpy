      *----------------------------------------------------------------
      *  CPNOMPEN
      *  Registro de la cola de cambios pendientes de aprobacion
      *  (pendientes.dat). Comun a MANTNOM, APRUNOM y DERNOM.
      *  MANTNOM no aplica directamente las altas, los cambios de
      *  clave ni los borrados fisicos: los deja aqui con la imagen
      *  anterior y posterior del registro del maestro, y un segundo
      *  operador, distinto del que los pidio, los aprueba o los
      *  rechaza con APRUNOM. Solo al aprobarse llegan a nombres.dat
      *  y a diario.dat.
      *  Operaciones: "A" alta, "K" cambio de clave (borrado de la
      *  clave antigua y alta de la nueva con los mismos datos de
      *  gestion), "D" borrado fisico.
      *  Estados: "P" pendiente, "A" aprobada y aplicada, "R"
      *  rechazada (por el revisor, o porque al aprobarla el maestro
      *  ya no permitia aplicarla), "C" caducada sin resolver.
      *----------------------------------------------------------------
           10 PEN-NUMERO             PIC 9(08).
           10 PEN-ESTADO             PIC X(01).
               88 PEN-PENDIENTE         VALUE "P".
               88 PEN-APROBADA          VALUE "A".
               88 PEN-RECHAZADA         VALUE "R".
               88 PEN-CADUCADA          VALUE "C".
           10 PEN-OPERACION          PIC X(01).
               88 PEN-OP-ALTA           VALUE "A".
               88 PEN-OP-CAMBIO-CLAVE   VALUE "K".
               88 PEN-OP-BORRADO        VALUE "D".
           10 PEN-FECHA-SOLICITUD    PIC X(08).
           10 PEN-HORA-SOLICITUD     PIC X(06).
           10 PEN-SOLICITANTE        PIC X(08).
           10 PEN-ANTES              PIC X(105).
           10 PEN-DESPUES            PIC X(105).
           10 PEN-FECHA-RESOLUCION   PIC X(08).
           10 PEN-HORA-RESOLUCION    PIC X(06).
           10 PEN-REVISOR            PIC X(08).
           10 PEN-MOTIVO             PIC X(60).

      ******************************************************************
      * Copybook : PERIODO.CPY
      * Uso      : Layout del archivo de control de periodos cerrados
      *            (periodo.ctl), un unico registro que graba el cierre
      *            mensual CIERRMES. PER-ULT-CERRADO (AAAAMM) es el
      *            ultimo mes cerrado: los periodos se cierran en orden,
      *            de modo que toda fecha de ese mes o anterior cae en
      *            un periodo cerrado y ningun programa puede grabar
      *            MOVIMIENTOS con ella. Sin archivo, o en cero, no hay
      *            periodos cerrados.
      ******************************************************************
       FD  PERIODOS.

       01  REG-PERIODO.
           03  PER-ULT-CERRADO     PIC 9(6).
           03  PER-FECHA-CIERRE    PIC 9(8).
           03  PER-HORA-CIERRE     PIC 9(8).
           03  PER-SUPERVISOR      PIC X(4).
           03  FILLER              PIC X(20).

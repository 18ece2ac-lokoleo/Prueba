      ******************************************************************
      * Copybook : FERIADO.CPY
      * Uso      : Layout del archivo de Feriados (feriados.dat), un
      *            renglon por dia no laborable que no cae en sabado
      *            ni domingo (feriados nacionales, asuetos). Se
      *            mantiene a mano como nocturno.par; sin archivo solo
      *            se consideran no habiles los sabados y domingos.
      ******************************************************************
       FD  FERIADOS.

       01  REG-FERIADO.
           03  FER-FECHA           PIC 9(8).
           03  FILLER              PIC X.
           03  FER-DESCRIPCION     PIC X(30).

      ******************************************************************
      * Copybook : CONCEPTO.CPY
      * Uso      : Layout del archivo maestro de Conceptos de
      *            Movimiento (concepto.dat), catalogo de codigos
      *            validos para MOV-CONCEPTO. CPT-TIPO es el tipo de
      *            movimiento (D/C) que admite el concepto. Un
      *            movimiento del tipo del concepto se contabiliza al
      *            Debe de CPT-CUENTA-DEBE y al Haber de
      *            CPT-CUENTA-HABER; los contra-asientos de una
      *            reversa llevan el concepto del original con el tipo
      *            opuesto y se contabilizan con las cuentas
      *            invertidas. Los conceptos no se borran, se
      *            desactivan.
      ******************************************************************
       FD  CONCEPTOS.

       01  REG-CONCEPTO.
           03  CPT-CODIGO          PIC X(4).
           03  CPT-DESCRIPCION     PIC X(30).
           03  CPT-TIPO            PIC X.
               88  CPT-DEBITO        VALUE "D".
               88  CPT-CREDITO       VALUE "C".
           03  CPT-CUENTA-DEBE     PIC X(12).
           03  CPT-CUENTA-HABER    PIC X(12).
           03  CPT-ACTIVO          PIC X.
               88  CPT-ES-ACTIVO     VALUE "S".
               88  CPT-ES-INACTIVO   VALUE "N".
           03  FILLER              PIC X(20).

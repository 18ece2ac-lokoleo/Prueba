      ******************************************************************
      * Copybook : INTIMAC.CPY
      * Uso      : Layout del historial de Intimaciones de Pago
      *            (intimac.dat), que graba el batch INTIMA. Un
      *            registro por cliente y fecha de corrida con el nivel
      *            en que quedo el cliente y el saldo adeudado a esa
      *            fecha. INT-NIVEL: 1 aviso amistoso, 2 intimacion
      *            formal, 3 ultimo aviso; 0 marca que el cliente
      *            regularizo y la escala vuelve a empezar.
      *            INT-CARTA indica si en esa corrida se emitio carta
      *            ("S") o solo se registro el cambio de nivel ("N").
      *            El ultimo registro del cliente es su nivel vigente.
      ******************************************************************
       FD  INTIMACIONES.

       01  REG-INTIMACION.
           03  INT-CLAVE.
               05  INT-CLI-ID      PIC 9(7).
               05  INT-FECHA       PIC 9(8).
           03  INT-NIVEL           PIC 9.
               88  INT-REGULARIZADO  VALUE 0.
               88  INT-AMISTOSA      VALUE 1.
               88  INT-FORMAL        VALUE 2.
               88  INT-FINAL         VALUE 3.
           03  INT-IMPORTE         PIC S9(7)V9(3).
           03  INT-DIAS            PIC 9(5).
           03  INT-CARTA           PIC X.
               88  INT-CON-CARTA     VALUE "S".
               88  INT-SIN-CARTA     VALUE "N".
           03  FILLER              PIC X(20).

      ******************************************************************
      * Copybook : NUMERAD.CPY
      * Uso      : Layout del archivo de Numeradores (numerad.dat),
      *            un registro por serie de comprobantes con el ultimo
      *            numero asignado. Todo programa que emite un
      *            comprobante numerado lee la serie, suma uno y
      *            regraba antes de usar el numero, de modo que la
      *            numeracion es unica para todos los programas. Una
      *            serie que no existe se crea al emitir su primer
      *            numero. Series: RETE certificados de retencion,
      *            RECI recibos de movimientos.
      ******************************************************************
       FD  NUMERADORES.

       01  REG-NUMERADOR.
           03  NUM-SERIE           PIC X(4).
           03  NUM-ULTIMO          PIC 9(8).
           03  NUM-FECHA-ULT       PIC 9(8).
           03  NUM-OPERADOR-ULT    PIC X(4).
           03  FILLER              PIC X(16).

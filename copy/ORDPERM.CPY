      ******************************************************************
      * Copybook : ORDPERM.CPY
      * Uso      : Layout del archivo maestro de Ordenes Permanentes
      *            (ordperm.dat): cargos y abonos fijos por cliente
      *            (abonos, cuotas) que el batch APLORDEN genera en
      *            MOVIMIENTOS en cada vencimiento, en lugar de
      *            cargarlos a mano todos los meses. Clave cliente +
      *            numero de orden. El vencimiento del periodo es el
      *            dia de ORP-FECHA-DESDE (o el ultimo del mes si el
      *            mes es mas corto), cada 1/2/3/6/12 meses segun
      *            ORP-FRECUENCIA, contados desde el mes de alta y
      *            hasta ORP-FECHA-HASTA (cero = sin vencimiento).
      *            ORP-ULT-PERIODO (AAAAMM) es el ultimo periodo
      *            aplicado o retenido en PENDIENTES: una orden nunca
      *            se genera dos veces en el mismo periodo. Las
      *            ordenes no se borran, se desactivan.
      *            ORP-CONCEPTO es el concepto con que se generan los
      *            movimientos de la orden.
      ******************************************************************
       FD  ORDENES.

       01  REG-ORDEN.
           03  ORP-CLAVE.
               05  ORP-CLI-ID      PIC 9(7).
               05  ORP-NUMERO      PIC 9(3).
           03  ORP-TIPO            PIC X.
               88  ORP-DEBITO        VALUE "D".
               88  ORP-CREDITO       VALUE "C".
           03  ORP-IMPORTE         PIC 9(7)V9(3).
           03  ORP-MOTIVO          PIC X(40).
           03  ORP-FRECUENCIA      PIC X.
               88  ORP-MENSUAL       VALUE "M".
               88  ORP-BIMESTRAL     VALUE "B".
               88  ORP-TRIMESTRAL    VALUE "T".
               88  ORP-SEMESTRAL     VALUE "S".
               88  ORP-ANUAL         VALUE "A".
               88  ORP-FRECUENCIA-OK VALUE "M" "B" "T" "S" "A".
           03  ORP-FECHA-DESDE     PIC 9(8).
           03  ORP-FECHA-HASTA     PIC 9(8).
           03  ORP-ACTIVA          PIC X.
               88  ORP-ES-ACTIVA     VALUE "S".
               88  ORP-ES-INACTIVA   VALUE "N".
           03  ORP-ULT-PERIODO     PIC 9(6).
           03  ORP-ULT-FECHA       PIC 9(8).
           03  ORP-OPERADOR        PIC X(4).
           03  ORP-CONCEPTO        PIC X(4).
           03  FILLER              PIC X(16).

      ******************************************************************
      * Copybook : ASIENTO.CPY
      * Uso      : Layout del archivo de asientos contables del dia
      *            (asientos.dat), que graba el batch ASIENTOS para
      *            la contabilidad general. Un asiento por concepto
      *            de movimiento (ASI-NUMERO) con sus renglones
      *            (ASI-RENGLON) al Debe ("D") o al Haber ("H") de las
      *            cuentas del catalogo de Conceptos. Cada asiento
      *            balancea: la suma del Debe es igual a la del Haber.
      *            ASI-IMPORTE siempre es positivo.
      ******************************************************************
       FD  DIARIO.

       01  REG-ASIENTO.
           03  ASI-FECHA           PIC 9(8).
           03  ASI-NUMERO          PIC 9(5).
           03  ASI-RENGLON         PIC 9(3).
           03  ASI-CUENTA          PIC X(12).
           03  ASI-DH              PIC X.
               88  ASI-DEBE          VALUE "D".
               88  ASI-HABER         VALUE "H".
           03  ASI-IMPORTE         PIC 9(11)V9(3).
           03  ASI-CONCEPTO        PIC X(4).
           03  ASI-LEYENDA         PIC X(40).
           03  FILLER              PIC X(13).

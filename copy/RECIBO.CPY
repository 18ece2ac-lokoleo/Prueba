      ******************************************************************
      * Copybook : RECIBO.CPY
      * Uso      : Layout del archivo de Recibos (recibos.dat), uno
      *            por cada recibo impreso de un movimiento registrado
      *            por pantalla o aprobado en APRUEBA, con clave el
      *            numero de recibo (serie RECI de NUMERADORES); el
      *            movimiento lleva el mismo numero en MOV-RECIBO.
      *            Guarda los datos que salen impresos para poder
      *            emitir un duplicado identico. La reversa de un
      *            movimiento anula su recibo (REC-ESTADO "A", con
      *            fecha, operador y numero del recibo que lo anula)
      *            y el recibo del contra-asiento lo referencia en
      *            REC-REFERENCIA. REC-DUPLICADOS cuenta las
      *            reimpresiones; cada una queda ademas en AUDITORIA.
      ******************************************************************
       FD  RECIBOS.

       01  REG-RECIBO.
           03  REC-NUMERO          PIC 9(8).
           03  REC-FECHA           PIC 9(8).
           03  REC-HORA            PIC 9(8).
           03  REC-CLI-ID          PIC 9(7).
           03  REC-CLI-NOMBRE      PIC X(70).
           03  REC-CUIT            PIC X(11).
           03  REC-MOV-FECHA       PIC 9(8).
           03  REC-MOV-SEQ         PIC 9(5).
           03  REC-TIPO            PIC X.
               88  REC-DEBITO        VALUE "D".
               88  REC-CREDITO       VALUE "C".
           03  REC-CONCEPTO        PIC X(4).
           03  REC-IMPORTE         PIC S9(7)V9(3).
           03  REC-MOTIVO          PIC X(40).
           03  REC-OPERADOR        PIC X(4).
           03  REC-SALDO           PIC S9(7)V9(3).
           03  REC-REFERENCIA      PIC 9(8).
           03  REC-ESTADO          PIC X.
               88  REC-VIGENTE       VALUE "V".
               88  REC-ANULADO       VALUE "A".
           03  REC-ANU-FECHA       PIC 9(8).
           03  REC-ANU-OPERADOR    PIC X(4).
           03  REC-ANU-RECIBO      PIC 9(8).
           03  REC-DUPLICADOS      PIC 9(3).
           03  FILLER              PIC X(20).

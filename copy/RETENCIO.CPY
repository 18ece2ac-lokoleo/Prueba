      ******************************************************************
      * Copybook : RETENCIO.CPY
      * Uso      : Layout del archivo de Certificados de Retencion
      *            (retencio.dat), uno por cada retencion practicada
      *            sobre un credito, con clave el numero de
      *            certificado (serie RETE de NUMERADORES). Guarda la
      *            liquidacion (importe del credito, minimo no sujeto,
      *            base, alicuota y retencion) y las claves, dentro
      *            del cliente, del credito retenido y del debito de
      *            la retencion en MOVIMIENTOS; ambos movimientos
      *            llevan el numero en MOV-CERTIFICADO. RET-EMITIDO
      *            queda en "N" hasta que CERTRET imprime el
      *            certificado para el cliente.
      ******************************************************************
       FD  RETENCIONES.

       01  REG-RETENCION.
           03  RET-CERTIFICADO     PIC 9(8).
           03  RET-FECHA           PIC 9(8).
           03  RET-CLI-ID          PIC 9(7).
           03  RET-CUIT            PIC X(11).
           03  RET-REGIMEN         PIC X(3).
           03  RET-CONDICION       PIC X(2).
           03  RET-IMPORTE-CREDITO PIC 9(7)V9(3).
           03  RET-MINIMO          PIC 9(7)V9(3).
           03  RET-BASE            PIC 9(7)V9(3).
           03  RET-ALICUOTA        PIC 9(2)V9(3).
           03  RET-IMPORTE         PIC 9(7)V9(3).
           03  RET-CRE-FECHA       PIC 9(8).
           03  RET-CRE-SEQ         PIC 9(5).
           03  RET-DEB-FECHA       PIC 9(8).
           03  RET-DEB-SEQ         PIC 9(5).
           03  RET-OPERADOR        PIC X(4).
           03  RET-EMITIDO         PIC X.
               88  RET-ES-EMITIDO    VALUE "S".
               88  RET-NO-EMITIDO    VALUE "N".
           03  RET-FECHA-EMISION   PIC 9(8).
           03  FILLER              PIC X(20).

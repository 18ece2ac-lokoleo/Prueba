      ******************************************************************
      * Copybook : BANDEJA.CPY
      * Uso      : Layout de la bandeja de salida de resumenes por
      *            e-mail (bandeja.dat) que graba RESUMEN en cada
      *            corrida para el servidor de correo. Un registro por
      *            resumen a enviar: cliente, direccion de e-mail y
      *            nombre del archivo con el resumen de ese cliente,
      *            mas el periodo y la fecha de emision.
      ******************************************************************
       FD  BANDEJA.

       01  REG-BANDEJA.
           03  BAN-CLI-ID          PIC 9(7).
           03  BAN-EMAIL           PIC X(44).
           03  BAN-ARCHIVO         PIC X(40).
           03  BAN-DESDE           PIC 9(8).
           03  BAN-HASTA           PIC 9(8).
           03  BAN-EMISION         PIC 9(8).
           03  FILLER              PIC X(10).

      ******************************************************************
      * Copybook : CIERRCTL.CPY
      * Uso      : Layout del control del ultimo cierre de caja de la
      *            sucursal (cierre.ctl), que graba CIERRE cuando se
      *            pide para todos los operadores. Lleva la fecha del
      *            cierre y los totales de debitos y creditos del dia
      *            para que otros procesos (ASIENTOS) se controlen
      *            contra la caja. CCT-COMPLETO en "N" indica que la
      *            tabla de operadores se desbordo o hubo errores de
      *            lectura y los totales no son confiables.
      ******************************************************************
       FD  CIERRECTL.

       01  REG-CIERRE-CTL.
           03  CCT-FECHA           PIC 9(8).
           03  CCT-DEB-CANT        PIC 9(7).
           03  CCT-DEB-IMP         PIC S9(11)V9(3).
           03  CCT-CRE-CANT        PIC 9(7).
           03  CCT-CRE-IMP         PIC S9(11)V9(3).
           03  CCT-COMPLETO        PIC X.
               88  CCT-ES-COMPLETO   VALUE "S".
           03  CCT-FECHA-EMISION   PIC 9(8).
           03  CCT-HORA-EMISION    PIC 9(8).
           03  FILLER              PIC X(20).

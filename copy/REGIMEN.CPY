      ******************************************************************
      * Copybook : REGIMEN.CPY
      * Uso      : Layout de la tabla de Regimenes de Retencion
      *            (regimen.dat), clave regimen + condicion fiscal
      *            del cliente (CLI-RET-REGIMEN / CLI-COND-FISCAL).
      *            RGM-MINIMO es el minimo no sujeto: un credito que
      *            no lo supera no sufre retencion; si lo supera, la
      *            base es el excedente y la retencion es la base por
      *            RGM-ALICUOTA (porcentaje), redondeada al centavo.
      *            Se mantiene con CARGAMAE (tipo "R"); las bajas son
      *            logicas y un regimen inactivo no retiene.
      ******************************************************************
       FD  REGIMENES.

       01  REG-REGIMEN.
           03  RGM-CLAVE.
               05  RGM-CODIGO      PIC X(3).
               05  RGM-CONDICION   PIC X(2).
           03  RGM-DESCRIPCION     PIC X(30).
           03  RGM-ACTIVO          PIC X.
               88  RGM-ES-ACTIVO     VALUE "S".
               88  RGM-ES-INACTIVO   VALUE "N".
           03  RGM-MINIMO          PIC 9(7)V9(3).
           03  RGM-ALICUOTA        PIC 9(2)V9(3).
           03  FILLER              PIC X(20).

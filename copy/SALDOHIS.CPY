      ******************************************************************
      * Copybook : SALDOHIS.CPY
      * Uso      : Layout del historial de saldos de cierre mensual
      *            (saldohis.dat) que graba CIERRMES al cerrar un
      *            periodo: por cliente y periodo (AAAAMM), el saldo
      *            CLI_SALDO al ultimo dia del mes y los totales de
      *            debitos y creditos del mes. Es la base de la consulta
      *            de saldo a una fecha: al cierre del periodo anterior
      *            se le suman los movimientos posteriores.
      ******************************************************************
       FD  SALDOSHIS.

       01  REG-SALDOHIS.
           03  SHI-CLAVE.
               05  SHI-CLI-ID      PIC 9(7).
               05  SHI-PERIODO     PIC 9(6).
           03  SHI-SALDO-CIERRE    PIC S9(9)V9(3).
           03  SHI-TOT-DEBITOS     PIC S9(9)V9(3).
           03  SHI-TOT-CREDITOS    PIC S9(9)V9(3).
           03  SHI-CANT-MOVS       PIC 9(5).
           03  SHI-FECHA-CIERRE    PIC 9(8).
           03  FILLER              PIC X(20).

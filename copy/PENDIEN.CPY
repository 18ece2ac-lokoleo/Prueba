      *            el supervisor que lo resolvio (PEN-SUPERVISOR).
      *            Organizacion indexada con la misma clave que
      *            MOVIMIENTOS (cliente + fecha + secuencia).
      *            PEN-CONCEPTO pasa a MOV-CONCEPTO al aprobarse.
      ******************************************************************
       FD  PENDIENTES.

               88  PEN-RECHAZADO     VALUE "R".
           03  PEN-SUPERVISOR      PIC X(4).
           03  PEN-FECHA-RESOL     PIC 9(8).
           03  PEN-CONCEPTO        PIC X(4).
           03  FILLER              PIC X(7).

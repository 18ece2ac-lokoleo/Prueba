      *            contra-asientos ("C"); en ambos casos
      *            MOV-REV-FECHA/MOV-REV-SEQ apuntan a la fecha y
      *            secuencia del movimiento apareado, dentro del mismo
      *            cliente. MOV-CONCEPTO es el codigo del catalogo
      *            de Conceptos (concepto.dat) con que se contabiliza
      *            el movimiento; un contra-asiento lleva el concepto
      *            del movimiento que reversa. MOV-CERTIFICADO es el
      *            numero del certificado de retencion (RETENCIONES)
      *            en el credito retenido, en el debito de la
      *            retencion (concepto RETE) y en sus contra-asientos;
      *            cero en los demas movimientos. MOV-RECIBO es el
      *            numero del recibo impreso (RECIBOS) en los
      *            movimientos registrados por pantalla o aprobados en
      *            APRUEBA; cero en los generados por procesos batch.
      ******************************************************************
       FD  MOVIMIENTOS.

               88  MOV-ES-CONTRA     VALUE "C".
           03  MOV-REV-FECHA       PIC 9(8).
           03  MOV-REV-SEQ         PIC 9(5).
           03  MOV-CONCEPTO        PIC X(4).
           03  MOV-CERTIFICADO     PIC 9(8).
           03  MOV-RECIBO          PIC 9(8).

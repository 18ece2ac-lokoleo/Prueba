000180* 2026-08-21  SIS  Version inicial.
000182* 2026-09-02  SIS  Inicializa los campos de reversa del
000184*                  registro de movimiento.
000186* 2026-10-15  SIS  Asigna el concepto CONV a los movimientos
000188*                  convertidos.
000190* 2026-10-15  SIS  Inicializa el numero de certificado de
000192*                  retencion del movimiento.
000194* 2026-10-15  SIS  Inicializa el numero de recibo del
000196*                  movimiento.
000198******************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. CONVMOV.
000220 ENVIRONMENT DIVISION.
001556     MOVE SPACE       TO MOV-REV-MARCA.
001557     MOVE 0           TO MOV-REV-FECHA.
001558     MOVE 0           TO MOV-REV-SEQ.
001559     MOVE "CONV"      TO MOV-CONCEPTO.
001561     MOVE 0           TO MOV-CERTIFICADO.
001562     MOVE 0           TO MOV-RECIBO.
001563 2000-GRABA.
001570     WRITE REG-MOVIMIENTO.
001580     IF ST-MOV = "22"
001590        ADD 1 TO MOV-SEQ

000280* 2026-09-02  SIS  No devenga dos veces en el mismo mes: si el
000290*                  cliente ya tiene el movimiento INTE del
000300*                  periodo, la corrida lo saltea y lo lista.
000302* 2026-10-15  SIS  No devenga si el mes de la corrida ya esta
000304*                  cerrado (periodo.ctl).
000306* 2026-10-15  SIS  Graba el debito de interes con el concepto
000308*                  INTE.
000310* 2026-10-15  SIS  Inicializa el numero de certificado de
000312*                  retencion del movimiento.
000314* 2026-10-15  SIS  Inicializa el numero de recibo del
000316*                  movimiento.
000318******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. INTERES.
000340 ENVIRONMENT DIVISION.
000660     SELECT REPORTE ASSIGN TO "./interes.lst"
000670            ORGANIZATION LINE SEQUENTIAL
000680            STATUS ST-REP.
000682
000684     SELECT OPTIONAL PERIODOS ASSIGN TO "./periodo.ctl"
000686            ORGANIZATION LINE SEQUENTIAL
000688            STATUS ST-PER.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000770     COPY "MOVIMIEN.CPY".
000780
000790     COPY "AUDITORI.CPY".
000792
000794     COPY "PERIODO.CPY".
000800
000810 FD  REPORTE.
000820
000890 01  ST-MOV                  PIC XX.
000900 01  ST-AUD                  PIC XX.
000910 01  ST-REP                  PIC XX.
000912 01  ST-PER                  PIC XX.
000920
000930 01  FIN-ARCHIVO             PIC X     VALUE "N".
000940     88  NO-HAY-MAS-CLIENTES VALUE "S".
001020 01  W-SALDO-NVO-ED          PIC -9(7),999.
001030 01  W-FECHA-SIST            PIC 9(8).
001040 01  W-HORA-SIST             PIC 9(8).
001042 01  W-ULT-CERRADO           PIC 9(6)  VALUE 0.
001050
001060 01  W-MOV-MOTIVO-STD.
001070     03  FILLER              PIC X(24) VALUE
002350     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002360     MOVE W-FECHA-SIST TO LT1-FECHA.
002370     MOVE W-FECHA-SIST(1:6) TO W-MOT-AAAAMM.
002371     OPEN INPUT PERIODOS.
002372     IF ST-PER = "00"
002373        READ PERIODOS
002374            AT END MOVE 0 TO PER-ULT-CERRADO
002375        END-READ
002376        IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
002377           MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
002378     CLOSE PERIODOS.
002380     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002390     MOVE SPACES TO LIN-REPORTE.
002400     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002401     IF W-FECHA-SIST(1:6) NOT > W-ULT-CERRADO
002402        MOVE "Periodo de la corrida cerrado - no se devenga."
002403             TO LIN-REPORTE
002404        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002405        CLOSE REPORTE
002406        STOP RUN.
002410     OPEN I-O CLIENTES.
002420     IF ST-CLI > "07"
002430        MOVE SPACES TO LIN-REPORTE
003970     MOVE SPACE            TO MOV-REV-MARCA.
003980     MOVE 0                TO MOV-REV-FECHA.
003990     MOVE 0                TO MOV-REV-SEQ.
003995     MOVE "INTE"           TO MOV-CONCEPTO.
003997     MOVE 0                TO MOV-CERTIFICADO.
003998     MOVE 0                TO MOV-RECIBO.
004000 2300-GRABA.
004010     WRITE REG-MOVIMIENTO.
004020     IF ST-MOV = "22"

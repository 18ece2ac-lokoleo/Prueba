000170* Modification History
000180* Date       Init  Description
000190* 2026-09-02  SIS  Version inicial.
000192* 2026-10-15  SIS  Pedido para todos los operadores graba los
000194*                  totales del dia en cierre.ctl para el control
000196*                  de ASIENTOS.
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CIERRE.
000410     SELECT REPORTE ASSIGN TO "./cierre.lst"
000420            ORGANIZATION LINE SEQUENTIAL
000430            STATUS ST-REP.
000432
000434     SELECT CIERRECTL ASSIGN TO "./cierre.ctl"
000436            ORGANIZATION LINE SEQUENTIAL
000438            STATUS ST-CCT.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000480     COPY "MOVIMIEN.CPY".
000490
000500     COPY "AUDITORI.CPY".
000502
000504     COPY "CIERRCTL.CPY".
000510
000520 FD  REPORTE.
000530
000580 01  ST-MOV                  PIC XX.
000590 01  ST-AUD                  PIC XX.
000600 01  ST-REP                  PIC XX.
000602 01  ST-CCT                  PIC XX.
000610
000620 01  FIN-MOVS                PIC X     VALUE "N".
000630     88  NO-HAY-MAS-MOVS     VALUE "S".
000780 01  W-OPE-CANT              PIC 9(3)  VALUE 0.
000790 01  W-OPE-SUB               PIC 9(3)  VALUE 0.
000800 01  W-OPE-DESBORDE          PIC X     VALUE "N".
000802 01  W-HUBO-ERROR-MOVS       PIC X     VALUE "N".
000810
000820 01  W-TAB-OPERADORES.
000830     03  W-OPE-ENTRADA OCCURS 200.
001910               "-Status=" ST-MOV DELIMITED BY SIZE
001920               INTO LIN-REPORTE
001930        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
001932        MOVE "S" TO W-HUBO-ERROR-MOVS
001940        SET NO-HAY-MAS-MOVS TO TRUE.
001950     OPEN INPUT AUDITORIA.
001960     IF ST-AUD > "07"
002110     IF NO-HAY-MAS-MOVS
002120        GO TO 2000-EXIT.
002130     IF ST-MOV > "07"
002132        MOVE "S" TO W-HUBO-ERROR-MOVS
002140        SET NO-HAY-MAS-MOVS TO TRUE
002150        MOVE SPACES TO LIN-REPORTE
002160        STRING "Error leyendo MOVIMIENTOS - Status=" ST-MOV
003510     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
003520     MOVE W-CANT-LISTADOS TO LR3-CANT.
003530     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
003532     IF W-SEL-OPERADOR = SPACES
003534        PERFORM 7000-GRABA-CONTROL THRU 7000-EXIT.
003540     CLOSE MOVIMIENTOS.
003550     CLOSE AUDITORIA.
003560     CLOSE REPORTE.
003890 6000-EXIT.
003900     EXIT.
003910
003920******************************************************************
003930* 7000-GRABA-CONTROL - Deja en cierre.ctl la fecha y los totales
003940*                      de debitos y creditos de la sucursal, con
003950*                      la marca de si el cierre quedo completo.
003960******************************************************************
003970 7000-GRABA-CONTROL.
003980     OPEN OUTPUT CIERRECTL.
003990     IF ST-CCT NOT = "00"
004000        MOVE SPACES TO LIN-REPORTE
004010        STRING "No se pudo grabar el control (cierre.ctl)"
004020               "-Status=" ST-CCT DELIMITED BY SIZE
004030               INTO LIN-REPORTE
004040        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004050        GO TO 7000-EXIT.
004060     MOVE W-FECHA-CIERRE TO CCT-FECHA.
004070     MOVE W-TOT-DEB-CANT TO CCT-DEB-CANT.
004080     MOVE W-TOT-DEB-IMP  TO CCT-DEB-IMP.
004090     MOVE W-TOT-CRE-CANT TO CCT-CRE-CANT.
004100     MOVE W-TOT-CRE-IMP  TO CCT-CRE-IMP.
004110     MOVE "S"            TO CCT-COMPLETO.
004120     IF W-OPE-DESBORDE = "S" OR W-HUBO-ERROR-MOVS = "S"
004130        MOVE "N" TO CCT-COMPLETO.
004140     MOVE W-FECHA-SIST   TO CCT-FECHA-EMISION.
004150     ACCEPT CCT-HORA-EMISION FROM TIME.
004160     WRITE REG-CIERRE-CTL.
004170     CLOSE CIERRECTL.
004180 7000-EXIT.
004190     EXIT.
004200
004210 END PROGRAM CIERRE.

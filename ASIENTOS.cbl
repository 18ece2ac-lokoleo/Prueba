000010******************************************************************
000020* Program-ID : ASIENTOS
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Asientos contables del dia: resume los
000070*              MOVIMIENTOS de la fecha de proceso por concepto
000080*              y graba en asientos.dat un asiento balanceado por
000090*              concepto con las cuentas del catalogo de
000100*              Conceptos. Los movimientos del tipo del concepto
000110*              van al Debe de CPT-CUENTA-DEBE y al Haber de
000120*              CPT-CUENTA-HABER; los de tipo opuesto (contra-
000130*              asientos de reversas) con las cuentas invertidas.
000140*              Un movimiento sin concepto, con un concepto
000150*              inexistente o sin cuentas contables no se
000160*              contabiliza y sale como observado en el listado
000170*              de control. El listado controla que el Debe sea
000180*              igual al Haber y compara los totales de debitos
000190*              y creditos del dia con los del cierre de caja
000200*              (cierre.ctl) que graba CIERRE.
000210*              La fecha de proceso se toma de nocturno.par o
000220*              se pregunta por consola (cero = hoy).
000230* Tectonics  : cobc
000240*-------------------------------------------------------------
000250* Modification History
000260* Date       Init  Description
000270* 2026-10-15  SIS  Version inicial.
000272* 2026-10-15  SIS  Sin catalogo de CONCEPTOS (concepto.dat) la
000274*                  corrida termina con ERROR.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ASIENTOS.
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390
000400     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000410            ORGANIZATION INDEXED
000420            ACCESS MODE DYNAMIC
000430            RECORD KEY IS MOV-CLAVE
000440            STATUS ST-MOV.
000450
000460     SELECT OPTIONAL CONCEPTOS ASSIGN TO "./concepto.dat"
000470            ORGANIZATION INDEXED
000480            ACCESS MODE DYNAMIC
000490            RECORD KEY IS CPT-CODIGO
000500            STATUS ST-CPT.
000510
000520     SELECT DIARIO ASSIGN TO "./asientos.dat"
000530            ORGANIZATION LINE SEQUENTIAL
000540            STATUS ST-ASI.
000550
000560     SELECT OPTIONAL CIERRECTL ASSIGN TO "./cierre.ctl"
000570            ORGANIZATION LINE SEQUENTIAL
000580            STATUS ST-CCT.
000590
000600     SELECT REPORTE ASSIGN TO "./asientos.lst"
000610            ORGANIZATION LINE SEQUENTIAL
000620            STATUS ST-REP.
000630
000640     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000650            ORGANIZATION LINE SEQUENTIAL
000660            STATUS ST-PAR.
000670
000680     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000690            ORGANIZATION SEQUENTIAL
000700            ACCESS MODE SEQUENTIAL
000710            STATUS ST-JOB.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760     COPY "MOVIMIEN.CPY".
000770
000780     COPY "CONCEPTO.CPY".
000790
000800     COPY "ASIENTO.CPY".
000810
000820     COPY "CIERRCTL.CPY".
000830
000840 FD  REPORTE.
000850
000860 01  LIN-REPORTE             PIC X(132).
000870
000880     COPY "NOCTURNO.CPY".
000890
000900     COPY "JOBLOG.CPY".
000910
000920 WORKING-STORAGE SECTION.
000930
000940 01  ST-MOV                  PIC XX.
000950 01  ST-CPT                  PIC XX.
000960 01  ST-ASI                  PIC XX.
000970 01  ST-CCT                  PIC XX.
000980 01  ST-REP                  PIC XX.
000990 01  ST-PAR                  PIC XX.
001000 01  ST-JOB                  PIC XX.
001010
001020 01  FIN-MOVS                PIC X     VALUE "N".
001030     88  NO-HAY-MAS-MOVS     VALUE "S".
001040
001050 01  W-PARAM-HAY             PIC X     VALUE "N".
001060 01  W-PARAM-DATOS           PIC X(72).
001070 01  W-PARAM-ASIENTOS REDEFINES W-PARAM-DATOS.
001080     03  PARAM-FECHA         PIC X(8).
001090     03  FILLER              PIC X(64).
001100
001110 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001120 01  W-JOB-RESULTADO         PIC X(5).
001130 01  W-JOB-DETALLE           PIC X(70).
001140 01  W-JOB-HORA-FIN          PIC 9(8).
001150
001160 01  W-FECHA-SIST            PIC 9(8).
001170 01  W-FECHA-PROCESO         PIC 9(8).
001180 01  W-FECHA-PROCESO-X REDEFINES W-FECHA-PROCESO.
001190     03  W-FP-AAAA           PIC 9(4).
001200     03  W-FP-MM             PIC 9(2).
001210     03  W-FP-DD             PIC 9(2).
001220
001230* Tabla de conceptos del dia con los datos del catalogo y lo
001240* acumulado del tipo del concepto (NOR) y del tipo opuesto (REV).
001250 01  W-CON-BUSCADO           PIC X(4).
001260 01  W-CON-TOPE              PIC 9(3)  VALUE 200.
001270 01  W-CON-CANT              PIC 9(3)  VALUE 0.
001280 01  W-CON-SUB               PIC 9(3)  VALUE 0.
001290 01  W-CON-DESBORDE          PIC X     VALUE "N".
001300 01  W-CON-OBSERVA           PIC X(30).
001310
001320 01  W-TABLA-CONCEPTOS.
001330     03  W-CON-ENTRADA OCCURS 200.
001340         05  W-CON-CODIGO    PIC X(4).
001350         05  W-CON-DESCRIP   PIC X(30).
001360         05  W-CON-TIPO      PIC X.
001370         05  W-CON-CTA-DEBE  PIC X(12).
001380         05  W-CON-CTA-HABER PIC X(12).
001390         05  W-CON-CANT-NOR  PIC 9(7).
001400         05  W-CON-IMP-NOR   PIC S9(11)V9(3).
001410         05  W-CON-CANT-REV  PIC 9(7).
001420         05  W-CON-IMP-REV   PIC S9(11)V9(3).
001430
001440 01  W-ASI-NUMERO            PIC 9(5)  VALUE 0.
001450 01  W-ASI-RENGLON           PIC 9(3)  VALUE 0.
001460 01  W-REN-CUENTA            PIC X(12).
001470 01  W-REN-DH                PIC X.
001480 01  W-REN-IMPORTE           PIC S9(11)V9(3).
001490 01  W-REN-LEYENDA           PIC X(40).
001500
001510 01  W-CIERRE-ESTADO         PIC X(3)  VALUE "N/D".
001520
001530 01  W-CANT-MOVS             PIC 9(7)  VALUE 0.
001540 01  W-CANT-CONTAB           PIC 9(7)  VALUE 0.
001550 01  W-CANT-OBSERVADOS       PIC 9(7)  VALUE 0.
001560 01  W-CANT-RENGLONES        PIC 9(7)  VALUE 0.
001570 01  W-CANT-ERRORES-IO       PIC 9(7)  VALUE 0.
001580 01  W-TOT-DEB-CANT          PIC 9(7)  VALUE 0.
001590 01  W-TOT-DEB-IMP           PIC S9(11)V9(3) VALUE 0.
001600 01  W-TOT-CRE-CANT          PIC 9(7)  VALUE 0.
001610 01  W-TOT-CRE-IMP           PIC S9(11)V9(3) VALUE 0.
001620 01  W-TOT-CONTAB            PIC S9(11)V9(3) VALUE 0.
001630 01  W-TOT-OBSERVADO         PIC S9(11)V9(3) VALUE 0.
001640 01  W-TOT-DEBE              PIC S9(11)V9(3) VALUE 0.
001650 01  W-TOT-HABER             PIC S9(11)V9(3) VALUE 0.
001660
001670 01  LIN-TITULO-1.
001680     03  FILLER              PIC X(40) VALUE
001690             "Asientos Contables por Concepto".
001700     03  FILLER              PIC X(18) VALUE
001710             "Fecha de proceso: ".
001720     03  LT1-FECHA           PIC 9(8).
001730     03  FILLER              PIC X(11) VALUE "  Emision: ".
001740     03  LT1-EMISION         PIC 9(8).
001750
001760 01  LIN-TITULO-2.
001770     03  FILLER              PIC X(50) VALUE
001780             "Movimientos observados (no contabilizados)".
001790
001800 01  LIN-TITULO-3.
001810     03  FILLER              PIC X(10) VALUE "Id Cliente".
001820     03  FILLER              PIC X(7)  VALUE "  Seq".
001830     03  FILLER              PIC X(3)  VALUE "T".
001840     03  FILLER              PIC X(14) VALUE "     Importe".
001850     03  FILLER              PIC X(6)  VALUE "Conc".
001860     03  FILLER              PIC X(30) VALUE "Observacion".
001870
001880 01  LIN-OBSERVADO.
001890     03  LO-ID               PIC Z(6)9.
001900     03  FILLER              PIC X(3)  VALUE SPACES.
001910     03  LO-SEQ              PIC ZZZZ9.
001920     03  FILLER              PIC X(2)  VALUE SPACES.
001930     03  LO-TIPO             PIC X.
001940     03  FILLER              PIC X(2)  VALUE SPACES.
001950     03  LO-IMPORTE          PIC -9(7),999.
001960     03  FILLER              PIC X(2)  VALUE SPACES.
001970     03  LO-CONCEPTO         PIC X(4).
001980     03  FILLER              PIC X(2)  VALUE SPACES.
001990     03  LO-OBSERVA          PIC X(30).
002000
002010 01  LIN-TITULO-4.
002020     03  FILLER              PIC X(40) VALUE
002030             "Asientos del dia".
002040
002050 01  LIN-TITULO-5.
002060     03  FILLER              PIC X(8)  VALUE "Asiento".
002070     03  FILLER              PIC X(5)  VALUE "Ren".
002080     03  FILLER              PIC X(6)  VALUE "Conc".
002090     03  FILLER              PIC X(14) VALUE "Cuenta".
002100     03  FILLER              PIC X(17) VALUE "          Debe".
002110     03  FILLER              PIC X(17) VALUE "         Haber".
002120     03  FILLER              PIC X(40) VALUE "Leyenda".
002130
002140 01  LIN-RENGLON.
002150     03  LRE-ASIENTO         PIC ZZZZ9.
002160     03  FILLER              PIC X(3)  VALUE SPACES.
002170     03  LRE-RENGLON         PIC ZZ9.
002180     03  FILLER              PIC X(2)  VALUE SPACES.
002190     03  LRE-CONCEPTO        PIC X(4).
002200     03  FILLER              PIC X(2)  VALUE SPACES.
002210     03  LRE-CUENTA          PIC X(12).
002220     03  FILLER              PIC X(2)  VALUE SPACES.
002230     03  LRE-DEBE            PIC Z(10)9,999.
002240     03  FILLER              PIC X(2)  VALUE SPACES.
002250     03  LRE-HABER           PIC Z(10)9,999.
002260     03  FILLER              PIC X(2)  VALUE SPACES.
002270     03  LRE-LEYENDA         PIC X(40).
002280
002290 01  LIN-TOTAL-ASI.
002300     03  FILLER              PIC X(19) VALUE SPACES.
002310     03  FILLER              PIC X(14) VALUE "Totales".
002320     03  LTA-DEBE            PIC Z(10)9,999.
002330     03  FILLER              PIC X(2)  VALUE SPACES.
002340     03  LTA-HABER           PIC Z(10)9,999.
002350     03  FILLER              PIC X(2)  VALUE SPACES.
002360     03  LTA-ESTADO          PIC X(40).
002370
002380 01  LIN-CONTROL.
002390     03  LC-TITULO           PIC X(24).
002400     03  FILLER              PIC X(10) VALUE "Debitos: ".
002410     03  LC-DEB-CANT         PIC ZZZZZZ9.
002420     03  FILLER              PIC X(2)  VALUE SPACES.
002430     03  LC-DEB-IMP          PIC -9(11),999.
002440     03  FILLER              PIC X(13) VALUE "  Creditos: ".
002450     03  LC-CRE-CANT         PIC ZZZZZZ9.
002460     03  FILLER              PIC X(2)  VALUE SPACES.
002470     03  LC-CRE-IMP          PIC -9(11),999.
002480
002490 01  LIN-RESUMEN-1.
002500     03  FILLER              PIC X(24) VALUE
002510             "Movimientos del dia   :".
002520     03  LR1-CANT            PIC ZZZZZZ9.
002530
002540 01  LIN-RESUMEN-2.
002550     03  FILLER              PIC X(24) VALUE
002560             "Contabilizados        :".
002570     03  LR2-CANT            PIC ZZZZZZ9.
002580     03  FILLER              PIC X(2)  VALUE SPACES.
002590     03  LR2-IMPORTE         PIC -9(11),999.
002600
002610 01  LIN-RESUMEN-3.
002620     03  FILLER              PIC X(24) VALUE
002630             "Observados            :".
002640     03  LR3-CANT            PIC ZZZZZZ9.
002650     03  FILLER              PIC X(2)  VALUE SPACES.
002660     03  LR3-IMPORTE         PIC -9(11),999.
002670
002680 01  LIN-RESUMEN-4.
002690     03  FILLER              PIC X(24) VALUE
002700             "Asientos grabados     :".
002710     03  LR4-CANT            PIC ZZZZZZ9.
002720
002730 01  LIN-RESUMEN-5.
002740     03  FILLER              PIC X(24) VALUE
002750             "Renglones grabados    :".
002760     03  LR5-CANT            PIC ZZZZZZ9.
002770
002780 01  LIN-RESUMEN-6.
002790     03  FILLER              PIC X(24) VALUE
002800             "Errores de E/S        :".
002810     03  LR6-CANT            PIC ZZZZZZ9.
002820
002830 PROCEDURE DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INICIO.
002860     PERFORM 2000-ACUMULA-MOVS THRU 2000-EXIT
002870             UNTIL NO-HAY-MAS-MOVS.
002880     PERFORM 3000-GENERA-ASIENTOS THRU 3000-EXIT.
002890     PERFORM 4000-CONTROL-CIERRE THRU 4000-EXIT.
002900     PERFORM 5000-FINAL.
002910     STOP RUN.
002920
002930******************************************************************
002940* 1000-INICIO - Toma la fecha de proceso y abre los archivos.
002950*               Sin el catalogo de Conceptos no hay cuentas con
002960*               que contabilizar y la corrida se aborta.
002970******************************************************************
002980 1000-INICIO.
002990     OPEN OUTPUT REPORTE.
003000     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
003010     ACCEPT W-JOB-HORA-INICIO FROM TIME.
003020     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
003030     MOVE 0 TO W-FECHA-PROCESO.
003040     IF W-PARAM-HAY = "S"
003050        IF PARAM-FECHA NUMERIC
003060           MOVE PARAM-FECHA TO W-FECHA-PROCESO
003070        END-IF
003080     ELSE
003090        DISPLAY "Fecha de proceso (AAAAMMDD, 0 = hoy):"
003100        ACCEPT W-FECHA-PROCESO.
003110     IF W-FECHA-PROCESO = 0
003120        MOVE W-FECHA-SIST TO W-FECHA-PROCESO.
003130     MOVE W-FECHA-PROCESO TO LT1-FECHA.
003140     MOVE W-FECHA-SIST    TO LT1-EMISION.
003150     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
003160     MOVE SPACES TO LIN-REPORTE.
003170     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003180     IF W-FP-MM < 1 OR W-FP-MM > 12
003190        OR W-FP-DD < 1 OR W-FP-DD > 31
003200        MOVE "Fecha de proceso invalida - fin sin proceso."
003210             TO LIN-REPORTE
003220        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003230        MOVE "ERROR" TO W-JOB-RESULTADO
003240        MOVE "Fecha de proceso invalida" TO W-JOB-DETALLE
003250        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003260        CLOSE REPORTE
003270        STOP RUN.
003280     OPEN INPUT MOVIMIENTOS.
003290     IF ST-MOV > "07"
003300        MOVE SPACES TO LIN-REPORTE
003310        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
003320               "-Status=" ST-MOV DELIMITED BY SIZE
003330               INTO LIN-REPORTE
003340        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003350        MOVE "ERROR" TO W-JOB-RESULTADO
003360        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
003370        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003380        CLOSE REPORTE
003390        CLOSE MOVIMIENTOS
003400        STOP RUN.
003410     OPEN INPUT CONCEPTOS.
003420     IF ST-CPT NOT = "00"
003430        MOVE SPACES TO LIN-REPORTE
003440        STRING "No se pudo abrir CONCEPTOS (concepto.dat)"
003450               "-Status=" ST-CPT DELIMITED BY SIZE
003460               INTO LIN-REPORTE
003470        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003480        MOVE "ERROR" TO W-JOB-RESULTADO
003490        MOVE "No abre CONCEPTOS" TO W-JOB-DETALLE
003500        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003510        CLOSE REPORTE
003520        CLOSE MOVIMIENTOS
003530        CLOSE CONCEPTOS
003540        STOP RUN.
003550     OPEN OUTPUT DIARIO.
003560     IF ST-ASI NOT = "00"
003570        MOVE SPACES TO LIN-REPORTE
003580        STRING "No se pudo abrir DIARIO (asientos.dat)"
003590               "-Status=" ST-ASI DELIMITED BY SIZE
003600               INTO LIN-REPORTE
003610        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003620        MOVE "ERROR" TO W-JOB-RESULTADO
003630        MOVE "No abre DIARIO" TO W-JOB-DETALLE
003640        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003650        CLOSE REPORTE
003660        CLOSE MOVIMIENTOS
003670        CLOSE CONCEPTOS
003680        STOP RUN.
003690     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
003700     WRITE LIN-REPORTE FROM LIN-TITULO-3 AFTER ADVANCING 1 LINE.
003710     MOVE SPACES TO LIN-REPORTE.
003720     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003730
003740******************************************************************
003750* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003760*                      programa; si esta, la fecha de proceso
003770*                      se toma de alli y no se pregunta por
003780*                      consola (corrida desatendida).
003790******************************************************************
003800 1050-LEE-PARAMETROS.
003810     OPEN INPUT PARAMS.
003820     IF ST-PAR > "07"
003830        CLOSE PARAMS
003840        GO TO 1050-EXIT.
003850 1050-CICLO.
003860     READ PARAMS
003870         AT END
003880            CLOSE PARAMS
003890            GO TO 1050-EXIT.
003900     IF ST-PAR > "07"
003910        CLOSE PARAMS
003920        GO TO 1050-EXIT.
003930     IF PAR-PROGRAMA = "ASIENTOS"
003940        MOVE PAR-DATOS TO W-PARAM-DATOS
003950        MOVE "S"       TO W-PARAM-HAY
003960        CLOSE PARAMS
003970        GO TO 1050-EXIT.
003980     GO TO 1050-CICLO.
003990 1050-EXIT.
004000     EXIT.
004010
004020******************************************************************
004030* 2000-ACUMULA-MOVS - Acumula por concepto los movimientos de la
004040*                     fecha de proceso. Los que no se pueden
004050*                     contabilizar se listan como observados.
004060******************************************************************
004070 2000-ACUMULA-MOVS.
004080     READ MOVIMIENTOS NEXT RECORD
004090         AT END SET NO-HAY-MAS-MOVS TO TRUE.
004100     IF NO-HAY-MAS-MOVS
004110        GO TO 2000-EXIT.
004120     IF ST-MOV > "07"
004130        ADD 1 TO W-CANT-ERRORES-IO
004140        SET NO-HAY-MAS-MOVS TO TRUE
004150        MOVE SPACES TO LIN-REPORTE
004160        STRING "Error leyendo MOVIMIENTOS - Status=" ST-MOV
004170               DELIMITED BY SIZE INTO LIN-REPORTE
004180        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004190        GO TO 2000-EXIT.
004200     IF MOV-FECHA NOT = W-FECHA-PROCESO
004210        GO TO 2000-EXIT.
004220     ADD 1 TO W-CANT-MOVS.
004230     IF MOV-DEBITO
004240        ADD 1           TO W-TOT-DEB-CANT
004250        ADD MOV-IMPORTE TO W-TOT-DEB-IMP
004260     ELSE
004270        ADD 1           TO W-TOT-CRE-CANT
004280        ADD MOV-IMPORTE TO W-TOT-CRE-IMP.
004290     MOVE MOV-CONCEPTO TO W-CON-BUSCADO.
004300     PERFORM 6000-BUSCA-CONCEPTO THRU 6000-EXIT.
004310     IF W-CON-SUB = 0
004320        PERFORM 2100-OBSERVADO THRU 2100-EXIT
004330        GO TO 2000-EXIT.
004340     ADD 1           TO W-CANT-CONTAB.
004350     ADD MOV-IMPORTE TO W-TOT-CONTAB.
004360     IF MOV-TIPO = W-CON-TIPO (W-CON-SUB)
004370        ADD 1           TO W-CON-CANT-NOR (W-CON-SUB)
004380        ADD MOV-IMPORTE TO W-CON-IMP-NOR (W-CON-SUB)
004390     ELSE
004400        ADD 1           TO W-CON-CANT-REV (W-CON-SUB)
004410        ADD MOV-IMPORTE TO W-CON-IMP-REV (W-CON-SUB).
004420 2000-EXIT.
004430     EXIT.
004440
004450******************************************************************
004460* 2100-OBSERVADO - Lista un movimiento que no se contabiliza con
004470*                  el motivo dejado en W-CON-OBSERVA.
004480******************************************************************
004490 2100-OBSERVADO.
004500     ADD 1           TO W-CANT-OBSERVADOS.
004510     ADD MOV-IMPORTE TO W-TOT-OBSERVADO.
004520     MOVE MOV-CLI-ID    TO LO-ID.
004530     MOVE MOV-SEQ       TO LO-SEQ.
004540     MOVE MOV-TIPO      TO LO-TIPO.
004550     MOVE MOV-IMPORTE   TO LO-IMPORTE.
004560     MOVE MOV-CONCEPTO  TO LO-CONCEPTO.
004570     MOVE W-CON-OBSERVA TO LO-OBSERVA.
004580     WRITE LIN-REPORTE FROM LIN-OBSERVADO AFTER ADVANCING 1 LINE.
004590 2100-EXIT.
004600     EXIT.
004610
004620******************************************************************
004630* 3000-GENERA-ASIENTOS - Un asiento por concepto con movimientos:
004640*                        los renglones en cero no se graban.
004650******************************************************************
004660 3000-GENERA-ASIENTOS.
004670     IF W-CANT-OBSERVADOS = 0
004680        MOVE "Sin movimientos observados." TO LIN-REPORTE
004690        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004700     IF W-CON-DESBORDE = "S"
004710        MOVE SPACES TO LIN-REPORTE
004720        STRING "ATENCION: tabla de conceptos desbordada, los "
004730               "asientos quedan incompletos"
004740               DELIMITED BY SIZE INTO LIN-REPORTE
004750        WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
004760     WRITE LIN-REPORTE FROM LIN-TITULO-4 AFTER ADVANCING PAGE.
004770     WRITE LIN-REPORTE FROM LIN-TITULO-5 AFTER ADVANCING 1 LINE.
004780     MOVE SPACES TO LIN-REPORTE.
004790     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004800     MOVE 1 TO W-CON-SUB.
004810 3000-CICLO.
004820     IF W-CON-SUB > W-CON-CANT
004830        GO TO 3000-TOTALES.
004840     IF W-CON-IMP-NOR (W-CON-SUB) = 0
004850        AND W-CON-IMP-REV (W-CON-SUB) = 0
004860        ADD 1 TO W-CON-SUB
004870        GO TO 3000-CICLO.
004880     ADD 1 TO W-ASI-NUMERO.
004890     MOVE 0 TO W-ASI-RENGLON.
004900     IF W-CON-IMP-NOR (W-CON-SUB) NOT = 0
004910        MOVE W-CON-IMP-NOR (W-CON-SUB)   TO W-REN-IMPORTE
004920        MOVE W-CON-DESCRIP (W-CON-SUB)   TO W-REN-LEYENDA
004930        MOVE W-CON-CTA-DEBE (W-CON-SUB)  TO W-REN-CUENTA
004940        MOVE "D"                         TO W-REN-DH
004950        PERFORM 3100-GRABA-RENGLON THRU 3100-EXIT
004960        MOVE W-CON-CTA-HABER (W-CON-SUB) TO W-REN-CUENTA
004970        MOVE "H"                         TO W-REN-DH
004980        PERFORM 3100-GRABA-RENGLON THRU 3100-EXIT.
004990     IF W-CON-IMP-REV (W-CON-SUB) NOT = 0
005000        MOVE W-CON-IMP-REV (W-CON-SUB)   TO W-REN-IMPORTE
005010        MOVE SPACES TO W-REN-LEYENDA
005020        STRING "Reversa " W-CON-DESCRIP (W-CON-SUB)
005030               DELIMITED BY SIZE INTO W-REN-LEYENDA
005040        MOVE W-CON-CTA-HABER (W-CON-SUB) TO W-REN-CUENTA
005050        MOVE "D"                         TO W-REN-DH
005060        PERFORM 3100-GRABA-RENGLON THRU 3100-EXIT
005070        MOVE W-CON-CTA-DEBE (W-CON-SUB)  TO W-REN-CUENTA
005080        MOVE "H"                         TO W-REN-DH
005090        PERFORM 3100-GRABA-RENGLON THRU 3100-EXIT.
005100     MOVE SPACES TO LIN-REPORTE.
005110     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005120     ADD 1 TO W-CON-SUB.
005130     GO TO 3000-CICLO.
005140 3000-TOTALES.
005150     IF W-ASI-NUMERO = 0
005160        MOVE "Sin asientos para la fecha de proceso."
005170             TO LIN-REPORTE
005180        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005190     MOVE W-TOT-DEBE  TO LTA-DEBE.
005200     MOVE W-TOT-HABER TO LTA-HABER.
005210     IF W-TOT-DEBE = W-TOT-HABER
005220        MOVE "Debe = Haber" TO LTA-ESTADO
005230     ELSE
005240        MOVE "DESBALANCEADO: Debe distinto de Haber"
005250             TO LTA-ESTADO.
005260     WRITE LIN-REPORTE FROM LIN-TOTAL-ASI AFTER ADVANCING 1 LINE.
005270     IF W-TOT-DEBE NOT = W-TOT-CONTAB
005280        MOVE SPACES TO LIN-REPORTE
005290        STRING "ATENCION: el total de los asientos no coincide "
005300               "con el importe contabilizado"
005310               DELIMITED BY SIZE INTO LIN-REPORTE
005320        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005330 3000-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 3100-GRABA-RENGLON - Graba un renglon del asiento en curso en
005380*                      asientos.dat y en el listado.
005390******************************************************************
005400 3100-GRABA-RENGLON.
005410     ADD 1 TO W-ASI-RENGLON.
005420     MOVE SPACES TO REG-ASIENTO.
005430     MOVE W-FECHA-PROCESO            TO ASI-FECHA.
005440     MOVE W-ASI-NUMERO               TO ASI-NUMERO.
005450     MOVE W-ASI-RENGLON              TO ASI-RENGLON.
005460     MOVE W-REN-CUENTA               TO ASI-CUENTA.
005470     MOVE W-REN-DH                   TO ASI-DH.
005480     MOVE W-REN-IMPORTE              TO ASI-IMPORTE.
005490     MOVE W-CON-CODIGO (W-CON-SUB)   TO ASI-CONCEPTO.
005500     MOVE W-REN-LEYENDA              TO ASI-LEYENDA.
005510     WRITE REG-ASIENTO.
005520     IF ST-ASI NOT = "00"
005530        ADD 1 TO W-CANT-ERRORES-IO
005540        MOVE SPACES TO LIN-REPORTE
005550        STRING "Error grabando DIARIO - Status=" ST-ASI
005560               DELIMITED BY SIZE INTO LIN-REPORTE
005570        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005580        GO TO 3100-EXIT.
005590     ADD 1 TO W-CANT-RENGLONES.
005600     MOVE W-ASI-NUMERO  TO LRE-ASIENTO.
005610     MOVE W-ASI-RENGLON TO LRE-RENGLON.
005620     MOVE ASI-CONCEPTO  TO LRE-CONCEPTO.
005630     MOVE ASI-CUENTA    TO LRE-CUENTA.
005640     MOVE ASI-LEYENDA   TO LRE-LEYENDA.
005650     IF ASI-DEBE
005660        ADD ASI-IMPORTE TO W-TOT-DEBE
005670        MOVE ASI-IMPORTE TO LRE-DEBE
005680        MOVE 0           TO LRE-HABER
005690     ELSE
005700        ADD ASI-IMPORTE TO W-TOT-HABER
005710        MOVE 0           TO LRE-DEBE
005720        MOVE ASI-IMPORTE TO LRE-HABER.
005730     WRITE LIN-REPORTE FROM LIN-RENGLON AFTER ADVANCING 1 LINE.
005740 3100-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 4000-CONTROL-CIERRE - Compara los debitos y creditos del dia
005790*                       con los del cierre de caja de la misma
005800*                       fecha grabado por CIERRE en cierre.ctl.
005810******************************************************************
005820 4000-CONTROL-CIERRE.
005830     MOVE SPACES TO LIN-REPORTE.
005840     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
005850     MOVE "Control contra el cierre de caja" TO LIN-REPORTE.
005860     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005870     MOVE "Movimientos del dia   :" TO LC-TITULO.
005880     MOVE W-TOT-DEB-CANT TO LC-DEB-CANT.
005890     MOVE W-TOT-DEB-IMP  TO LC-DEB-IMP.
005900     MOVE W-TOT-CRE-CANT TO LC-CRE-CANT.
005910     MOVE W-TOT-CRE-IMP  TO LC-CRE-IMP.
005920     WRITE LIN-REPORTE FROM LIN-CONTROL AFTER ADVANCING 2 LINES.
005930     OPEN INPUT CIERRECTL.
005940     IF ST-CCT NOT = "00"
005950        MOVE "Control de cierre de caja no disponible."
005960             TO LIN-REPORTE
005970        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005980        GO TO 4000-EXIT.
005990     READ CIERRECTL
006000         AT END MOVE 0 TO CCT-FECHA.
006010     CLOSE CIERRECTL.
006020     IF CCT-FECHA NOT = W-FECHA-PROCESO
006030        MOVE SPACES TO LIN-REPORTE
006040        STRING "No hay cierre de caja de la fecha de proceso "
006050               "(ultimo cierre: " CCT-FECHA ")."
006060               DELIMITED BY SIZE INTO LIN-REPORTE
006070        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006080        GO TO 4000-EXIT.
006090     MOVE "Cierre de caja        :" TO LC-TITULO.
006100     MOVE CCT-DEB-CANT TO LC-DEB-CANT.
006110     MOVE CCT-DEB-IMP  TO LC-DEB-IMP.
006120     MOVE CCT-CRE-CANT TO LC-CRE-CANT.
006130     MOVE CCT-CRE-IMP  TO LC-CRE-IMP.
006140     WRITE LIN-REPORTE FROM LIN-CONTROL AFTER ADVANCING 1 LINE.
006150     IF NOT CCT-ES-COMPLETO
006160        MOVE "INC" TO W-CIERRE-ESTADO
006170        MOVE "Cierre de caja incompleto: control no concluyente."
006180             TO LIN-REPORTE
006190        WRITE LIN-REPORTE AFTER ADVANCING 2 LINES
006200        GO TO 4000-EXIT.
006210     IF CCT-DEB-CANT = W-TOT-DEB-CANT
006220        AND CCT-DEB-IMP = W-TOT-DEB-IMP
006230        AND CCT-CRE-CANT = W-TOT-CRE-CANT
006240        AND CCT-CRE-IMP = W-TOT-CRE-IMP
006250        MOVE "OK" TO W-CIERRE-ESTADO
006260        MOVE "Los totales coinciden con el cierre de caja."
006270             TO LIN-REPORTE
006280     ELSE
006290        MOVE "DIF" TO W-CIERRE-ESTADO
006300        MOVE "DIFERENCIA entre movimientos y cierre de caja."
006310             TO LIN-REPORTE.
006320     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
006330 4000-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 5000-FINAL - Totales de la corrida, renglon de joblog y cierre
006380*              de archivos.
006390******************************************************************
006400 5000-FINAL.
006410     MOVE SPACES TO LIN-REPORTE.
006420     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
006430     MOVE W-CANT-MOVS       TO LR1-CANT.
006440     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
006450     MOVE W-CANT-CONTAB     TO LR2-CANT.
006460     MOVE W-TOT-CONTAB      TO LR2-IMPORTE.
006470     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
006480     MOVE W-CANT-OBSERVADOS TO LR3-CANT.
006490     MOVE W-TOT-OBSERVADO   TO LR3-IMPORTE.
006500     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
006510     MOVE W-ASI-NUMERO      TO LR4-CANT.
006520     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
006530     MOVE W-CANT-RENGLONES  TO LR5-CANT.
006540     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
006550     MOVE W-CANT-ERRORES-IO TO LR6-CANT.
006560     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
006570     CLOSE MOVIMIENTOS.
006580     CLOSE CONCEPTOS.
006590     CLOSE DIARIO.
006600     CLOSE REPORTE.
006610     IF W-CANT-ERRORES-IO > 0
006620        OR W-CANT-OBSERVADOS > 0
006630        OR W-CON-DESBORDE = "S"
006640        OR W-TOT-DEBE NOT = W-TOT-HABER
006650        OR W-CIERRE-ESTADO = "DIF"
006660        MOVE "ERROR" TO W-JOB-RESULTADO
006670     ELSE
006680        MOVE "OK"    TO W-JOB-RESULTADO.
006690     MOVE SPACES TO W-JOB-DETALLE.
006700     STRING "MOVS=" W-CANT-MOVS " OBS=" W-CANT-OBSERVADOS
006710            " ASIE=" W-ASI-NUMERO
006720            " CIERRE=" W-CIERRE-ESTADO
006730            DELIMITED BY SIZE INTO W-JOB-DETALLE.
006740     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
006750
006760******************************************************************
006770* 6000-BUSCA-CONCEPTO - Deja en W-CON-SUB la entrada del concepto
006780*                       W-CON-BUSCADO, agregandola desde el
006790*                       catalogo la primera vez. Devuelve cero
006800*                       con el motivo en W-CON-OBSERVA si el
006810*                       movimiento no se puede contabilizar.
006820******************************************************************
006830 6000-BUSCA-CONCEPTO.
006840     MOVE 0 TO W-CON-SUB.
006850     MOVE SPACES TO W-CON-OBSERVA.
006860     IF W-CON-BUSCADO = SPACES
006870        MOVE "Movimiento sin concepto" TO W-CON-OBSERVA
006880        GO TO 6000-EXIT.
006890     MOVE 1 TO W-CON-SUB.
006900 6000-CICLO.
006910     IF W-CON-SUB > W-CON-CANT
006920        GO TO 6000-AGREGA.
006930     IF W-CON-CODIGO (W-CON-SUB) = W-CON-BUSCADO
006940        GO TO 6000-EXIT.
006950     ADD 1 TO W-CON-SUB.
006960     GO TO 6000-CICLO.
006970 6000-AGREGA.
006980     MOVE 0 TO W-CON-SUB.
006990     MOVE W-CON-BUSCADO TO CPT-CODIGO.
007000     READ CONCEPTOS
007010         INVALID KEY MOVE "23" TO ST-CPT.
007020     IF ST-CPT NOT = "00"
007030        MOVE "Concepto inexistente" TO W-CON-OBSERVA
007040        GO TO 6000-EXIT.
007050     IF CPT-CUENTA-DEBE = SPACES OR CPT-CUENTA-HABER = SPACES
007060        MOVE "Concepto sin cuentas contables" TO W-CON-OBSERVA
007070        GO TO 6000-EXIT.
007080     IF W-CON-CANT = W-CON-TOPE
007090        MOVE "S" TO W-CON-DESBORDE
007100        MOVE "Tabla de conceptos desbordada" TO W-CON-OBSERVA
007110        GO TO 6000-EXIT.
007120     ADD 1 TO W-CON-CANT.
007130     MOVE W-CON-CANT       TO W-CON-SUB.
007140     MOVE CPT-CODIGO       TO W-CON-CODIGO (W-CON-SUB).
007150     MOVE CPT-DESCRIPCION  TO W-CON-DESCRIP (W-CON-SUB).
007160     MOVE CPT-TIPO         TO W-CON-TIPO (W-CON-SUB).
007170     MOVE CPT-CUENTA-DEBE  TO W-CON-CTA-DEBE (W-CON-SUB).
007180     MOVE CPT-CUENTA-HABER TO W-CON-CTA-HABER (W-CON-SUB).
007190     MOVE 0 TO W-CON-CANT-NOR (W-CON-SUB).
007200     MOVE 0 TO W-CON-IMP-NOR (W-CON-SUB).
007210     MOVE 0 TO W-CON-CANT-REV (W-CON-SUB).
007220     MOVE 0 TO W-CON-IMP-REV (W-CON-SUB).
007230 6000-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
007280*                     control comun de la cadena nocturna.
007290******************************************************************
007300 9000-GRABA-JOBLOG.
007310     OPEN EXTEND JOBLOG.
007320     IF ST-JOB = "35"
007330        OPEN OUTPUT JOBLOG
007340        CLOSE JOBLOG
007350        OPEN EXTEND JOBLOG.
007360     IF ST-JOB > "07"
007370        GO TO 9000-EXIT.
007380     ACCEPT W-JOB-HORA-FIN FROM TIME.
007390     MOVE "ASIENTOS"        TO JOB-PROGRAMA.
007400     MOVE W-FECHA-SIST      TO JOB-FECHA.
007410     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
007420     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
007430     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
007440     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
007450     WRITE REG-JOBLOG.
007460     CLOSE JOBLOG.
007470 9000-EXIT.
007480     EXIT.
007490
007500 END PROGRAM ASIENTOS.

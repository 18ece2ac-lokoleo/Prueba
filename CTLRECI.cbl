000010******************************************************************
000020* Program-ID : CTLRECI
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Control diario de la numeracion de recibos, para
000070*              control interno. Sobre la fecha que se pide al
000080*              correr lista:
000090*              1. Los duplicados emitidos en el dia, de los
000100*                 renglones DUPLIC de AUDITORIA.
000110*              2. La secuencia de RECIBOS en orden de numero: los
000120*                 numeros faltantes junto a recibos del dia o al
000130*                 final de la serie RECI de NUMERADORES, cada uno
000140*                 justificado si AUDITORIA registra que se tomo y
000150*                 no se pudo grabar ese dia o antes, y los recibos
000160*                 anulados en el dia por reversa del movimiento.
000170*              3. Un resumen por operador de recibos emitidos,
000180*                 numeros no usados, anulaciones y duplicados del
000190*                 dia, con los totales al pie.
000200*              Un faltante sin justificar deja la corrida en ERROR
000210*              en el joblog. La fecha se toma de nocturno.par o se
000220*              pregunta por consola; cero es el dia de la corrida.
000230* Tectonics  : cobc
000240*-------------------------------------------------------------
000250* Modification History
000260* Date       Init  Description
000270* 2026-10-15  SIS  Version inicial.
000280* 2026-10-15  SIS  Justifica faltantes con numeros no usados de
000290*                  dias anteriores; el resumen por operador sigue
000300*                  contando solo los del dia.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. CTLRECI.
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400
000410     SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
000420            ORGANIZATION INDEXED
000430            ACCESS MODE DYNAMIC
000440            RECORD KEY IS REC-NUMERO
000450            STATUS ST-REC.
000460
000470     SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
000480            ORGANIZATION SEQUENTIAL
000490            ACCESS MODE SEQUENTIAL
000500            STATUS ST-AUD.
000510
000520     SELECT OPTIONAL NUMERADORES ASSIGN TO "./numerad.dat"
000530            ORGANIZATION INDEXED
000540            ACCESS MODE DYNAMIC
000550            RECORD KEY IS NUM-SERIE
000560            STATUS ST-NUM.
000570
000580     SELECT REPORTE ASSIGN TO "./ctlreci.lst"
000590            ORGANIZATION LINE SEQUENTIAL
000600            STATUS ST-REP.
000610
000620     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000630            ORGANIZATION LINE SEQUENTIAL
000640            STATUS ST-PAR.
000650
000660     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000670            ORGANIZATION SEQUENTIAL
000680            ACCESS MODE SEQUENTIAL
000690            STATUS ST-JOB.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730
000740     COPY "RECIBO.CPY".
000750
000760     COPY "AUDITORI.CPY".
000770
000780     COPY "NUMERAD.CPY".
000790
000800 FD  REPORTE.
000810
000820 01  LIN-REPORTE             PIC X(132).
000830
000840     COPY "NOCTURNO.CPY".
000850
000860     COPY "JOBLOG.CPY".
000870
000880 WORKING-STORAGE SECTION.
000890
000900 01  ST-REC                  PIC XX.
000910 01  ST-AUD                  PIC XX.
000920 01  ST-NUM                  PIC XX.
000930 01  ST-REP                  PIC XX.
000940 01  ST-PAR                  PIC XX.
000950 01  ST-JOB                  PIC XX.
000960
000970 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
000980 01  W-AUDITORIA-OK          PIC X     VALUE "S".
000990 01  W-NUMERADORES-OK        PIC X     VALUE "S".
001000 01  W-PARAM-HAY             PIC X     VALUE "N".
001010 01  W-PARAM-DATOS           PIC X(72).
001020 01  W-PARAM-CTLRECI REDEFINES W-PARAM-DATOS.
001030     03  PARAM-FECHA         PIC 9(8).
001040     03  FILLER              PIC X(64).
001050
001060 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001070 01  W-JOB-RESULTADO         PIC X(5).
001080 01  W-JOB-DETALLE           PIC X(70).
001090 01  W-JOB-HORA-FIN          PIC 9(8).
001100
001110 01  FIN-AUDITORIA           PIC X     VALUE "N".
001120     88  NO-HAY-MAS-AUD      VALUE "S".
001130 01  FIN-RECIBOS             PIC X     VALUE "N".
001140     88  NO-HAY-MAS-RECIBOS  VALUE "S".
001150
001160 01  W-FECHA-SIST            PIC 9(8).
001170 01  W-FECHA-CTL             PIC 9(8)  VALUE 0.
001180
001190*    Numeros tomados y no grabados segun AUDITORIA (justifican
001200*    los faltantes de la secuencia).
001210 01  W-NOU-TOPE              PIC 9(4)  VALUE 2000.
001220 01  W-NOU-CANT              PIC 9(4)  VALUE 0.
001230 01  W-NOU-SUB               PIC 9(4)  VALUE 0.
001240 01  W-NOU-DESBORDE          PIC X     VALUE "N".
001250 01  W-TAB-NO-USADOS.
001260     03  W-NOU-ENTRADA OCCURS 2000.
001270         05  W-NOU-NUMERO    PIC 9(8).
001280         05  W-NOU-OPERADOR  PIC X(4).
001290         05  W-NOU-FECHA     PIC 9(8).
001300
001310 01  W-OPE-BUSCADO           PIC X(4).
001320 01  W-OPE-TOPE              PIC 9(3)  VALUE 200.
001330 01  W-OPE-CANT              PIC 9(3)  VALUE 0.
001340 01  W-OPE-SUB               PIC 9(3)  VALUE 0.
001350 01  W-OPE-DESBORDE          PIC X     VALUE "N".
001360 01  W-TAB-OPERADORES.
001370     03  W-OPE-ENTRADA OCCURS 200.
001380         05  W-OPE-CODIGO    PIC X(4).
001390         05  W-OPE-EMITIDOS  PIC 9(5).
001400         05  W-OPE-IMPORTE   PIC S9(9)V9(3).
001410         05  W-OPE-NO-USADOS PIC 9(5).
001420         05  W-OPE-ANULADOS  PIC 9(5).
001430         05  W-OPE-DUPLICADOS PIC 9(5).
001440
001450 01  W-REC-ANT               PIC 9(8)  VALUE 0.
001460 01  W-REC-ANT-FECHA         PIC 9(8)  VALUE 0.
001470 01  W-FALTA-DESDE           PIC 9(8).
001480 01  W-FALTA-HASTA           PIC 9(8).
001490 01  W-FALTA-NUMERO          PIC 9(8).
001500 01  W-FALTA-LISTADOS        PIC 9(5).
001510 01  W-FALTA-MAX             PIC 9(5)  VALUE 50.
001520 01  W-FALTA-RESTO           PIC 9(8).
001530
001540 01  W-PRIMERO-DIA           PIC 9(8)  VALUE 0.
001550 01  W-ULTIMO-DIA            PIC 9(8)  VALUE 0.
001560 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
001570 01  W-CANT-EMITIDOS         PIC 9(7)  VALUE 0.
001580 01  W-TOT-IMPORTE           PIC S9(9)V9(3) VALUE 0.
001590 01  W-CANT-FALTANTES        PIC 9(7)  VALUE 0.
001600 01  W-CANT-JUSTIFICADOS     PIC 9(7)  VALUE 0.
001610 01  W-CANT-SIN-JUSTIFICAR   PIC 9(7)  VALUE 0.
001620 01  W-CANT-ANULADOS         PIC 9(7)  VALUE 0.
001630 01  W-CANT-DUPLICADOS       PIC 9(7)  VALUE 0.
001640
001650 01  LIN-TITULO-1.
001660     03  FILLER              PIC X(40) VALUE
001670             "Control de Numeracion de Recibos".
001680     03  FILLER              PIC X(7)  VALUE "Fecha: ".
001690     03  LT1-FECHA           PIC 9(8).
001700     03  FILLER              PIC X(11) VALUE "  Emitido: ".
001710     03  LT1-EMITIDO         PIC 9(8).
001720
001730 01  LIN-SECCION.
001740     03  LS-TITULO           PIC X(60).
001750
001760 01  LIN-TITULO-DUP.
001770     03  FILLER              PIC X(10) VALUE "Recibo".
001780     03  FILLER              PIC X(8)  VALUE "Hora".
001790     03  FILLER              PIC X(10) VALUE "Id Cli.".
001800     03  FILLER              PIC X(10) VALUE "Operador".
001810     03  FILLER              PIC X(40) VALUE "Detalle".
001820
001830 01  LIN-DUPLICADO.
001840     03  LDU-RECIBO          PIC X(8).
001850     03  FILLER              PIC X(2)  VALUE SPACES.
001860     03  LDU-HORA            PIC X(5).
001870     03  FILLER              PIC X(3)  VALUE SPACES.
001880     03  LDU-ID              PIC Z(6)9.
001890     03  FILLER              PIC X(3)  VALUE SPACES.
001900     03  LDU-OPERADOR        PIC X(4).
001910     03  FILLER              PIC X(6)  VALUE SPACES.
001920     03  LDU-DETALLE         PIC X(80).
001930
001940 01  LIN-TITULO-SEC.
001950     03  FILLER              PIC X(10) VALUE "Recibo".
001960     03  FILLER              PIC X(10) VALUE "Situacion".
001970     03  FILLER              PIC X(10) VALUE "Operador".
001980     03  FILLER              PIC X(60) VALUE "Detalle".
001990
002000 01  LIN-SECUENCIA.
002010     03  LSE-RECIBO          PIC 9(8).
002020     03  FILLER              PIC X(2)  VALUE SPACES.
002030     03  LSE-SITUACION       PIC X(8).
002040     03  FILLER              PIC X(2)  VALUE SPACES.
002050     03  LSE-OPERADOR        PIC X(4).
002060     03  FILLER              PIC X(6)  VALUE SPACES.
002070     03  LSE-DETALLE         PIC X(90).
002080
002090 01  W-IMPORTE-ED            PIC -9(7),999.
002100 01  W-ID-ED                 PIC Z(6)9.
002110 01  W-CANT-ED               PIC Z(7)9.
002120
002130 01  LIN-TITULO-OPE.
002140     03  FILLER              PIC X(10) VALUE "Operador".
002150     03  FILLER              PIC X(10) VALUE "  Emitidos".
002160     03  FILLER              PIC X(16) VALUE "         Importe".
002170     03  FILLER              PIC X(11) VALUE "  No usados".
002180     03  FILLER              PIC X(11) VALUE "   Anulados".
002190     03  FILLER              PIC X(12) VALUE "  Duplicados".
002200
002210 01  LIN-OPERADOR.
002220     03  LOP-CODIGO          PIC X(4).
002230     03  FILLER              PIC X(6)  VALUE SPACES.
002240     03  LOP-EMITIDOS        PIC ZZZZZZZZZ9.
002250     03  FILLER              PIC X(2)  VALUE SPACES.
002260     03  LOP-IMPORTE         PIC -(9)9,999.
002270     03  LOP-NO-USADOS       PIC ZZZZZZZZZZ9.
002280     03  LOP-ANULADOS        PIC ZZZZZZZZZZ9.
002290     03  LOP-DUPLICADOS      PIC ZZZZZZZZZZZ9.
002300
002310 01  LIN-RESUMEN-1.
002320     03  FILLER              PIC X(30) VALUE
002330             "Recibos emitidos en el dia   :".
002340     03  LR1-CANT            PIC ZZZZZZ9.
002350     03  FILLER              PIC X(10) VALUE "   Desde: ".
002360     03  LR1-DESDE           PIC 9(8).
002370     03  FILLER              PIC X(9)  VALUE "  Hasta: ".
002380     03  LR1-HASTA           PIC 9(8).
002390     03  FILLER              PIC X(12) VALUE "  Importe: ".
002400     03  LR1-IMPORTE         PIC -(9)9,999.
002410
002420 01  LIN-RESUMEN-2.
002430     03  FILLER              PIC X(30) VALUE
002440             "Numeros faltantes            :".
002450     03  LR2-CANT            PIC ZZZZZZ9.
002460     03  FILLER              PIC X(16) VALUE "   Justificados:".
002470     03  LR2-JUSTIFICADOS    PIC ZZZZZZ9.
002480     03  FILLER              PIC X(18) VALUE "   Sin justificar:".
002490     03  LR2-SIN-JUSTIFICAR  PIC ZZZZZZ9.
002500
002510 01  LIN-RESUMEN-3.
002520     03  FILLER              PIC X(30) VALUE
002530             "Recibos anulados en el dia   :".
002540     03  LR3-CANT            PIC ZZZZZZ9.
002550
002560 01  LIN-RESUMEN-4.
002570     03  FILLER              PIC X(30) VALUE
002580             "Duplicados emitidos en el dia:".
002590     03  LR4-CANT            PIC ZZZZZZ9.
002600
002610 PROCEDURE DIVISION.
002620 0000-MAINLINE.
002630     PERFORM 1000-INICIO.
002640     PERFORM 2000-AUDITORIA THRU 2000-EXIT.
002650     PERFORM 3000-SECUENCIA THRU 3000-EXIT.
002660     PERFORM 4000-RESUMEN THRU 4000-EXIT.
002670     PERFORM 5000-FINAL.
002680     STOP RUN.
002690
002700******************************************************************
002710* 1000-INICIO - Toma la fecha a controlar y abre archivos. Sin
002720*               RECIBOS no hay nada que controlar; sin AUDITORIA
002730*               no se listan duplicados y ningun faltante queda
002740*               justificado.
002750******************************************************************
002760 1000-INICIO.
002770     OPEN OUTPUT REPORTE.
002780     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002790     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002800     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
002810     IF W-PARAM-HAY = "S"
002820        IF PARAM-FECHA NUMERIC
002830           MOVE PARAM-FECHA TO W-FECHA-CTL
002840        END-IF
002850     ELSE
002860        DISPLAY "Fecha a controlar (AAAAMMDD, 0 = hoy):"
002870        ACCEPT W-FECHA-CTL.
002880     IF W-FECHA-CTL = 0
002890        MOVE W-FECHA-SIST TO W-FECHA-CTL.
002900     MOVE W-FECHA-CTL  TO LT1-FECHA.
002910     MOVE W-FECHA-SIST TO LT1-EMITIDO.
002920     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002930     MOVE SPACES TO LIN-REPORTE.
002940     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002950     OPEN INPUT RECIBOS.
002960     IF ST-REC > "07"
002970        MOVE SPACES TO LIN-REPORTE
002980        STRING "No se pudo abrir RECIBOS (recibos.dat)-Status="
002990               ST-REC DELIMITED BY SIZE INTO LIN-REPORTE
003000        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003010        MOVE "ERROR" TO W-JOB-RESULTADO
003020        MOVE "No abre RECIBOS" TO W-JOB-DETALLE
003030        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003040        CLOSE REPORTE
003050        CLOSE RECIBOS
003060        STOP RUN.
003070     OPEN INPUT AUDITORIA.
003080     IF ST-AUD NOT = "00"
003090        MOVE "N" TO W-AUDITORIA-OK
003100        MOVE "AUDITORIA no disponible - sin duplicados ni"
003110             TO LIN-REPORTE
003120        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003130        MOVE "justificacion de faltantes." TO LIN-REPORTE
003140        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003150     OPEN INPUT NUMERADORES.
003160     IF ST-NUM NOT = "00"
003170        MOVE "N" TO W-NUMERADORES-OK.
003180
003190******************************************************************
003200* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003210*                      programa; si esta, las respuestas se
003220*                      toman de alli y no se pregunta por
003230*                      consola (corrida desatendida).
003240******************************************************************
003250 1050-LEE-PARAMETROS.
003260     OPEN INPUT PARAMS.
003270     IF ST-PAR > "07"
003280        CLOSE PARAMS
003290        GO TO 1050-EXIT.
003300 1050-CICLO.
003310     READ PARAMS
003320         AT END
003330            CLOSE PARAMS
003340            GO TO 1050-EXIT.
003350     IF ST-PAR > "07"
003360        CLOSE PARAMS
003370        GO TO 1050-EXIT.
003380     IF PAR-PROGRAMA = "CTLRECI"
003390        MOVE PAR-DATOS TO W-PARAM-DATOS
003400        MOVE "S"       TO W-PARAM-HAY
003410        CLOSE PARAMS
003420        GO TO 1050-EXIT.
003430     GO TO 1050-CICLO.
003440 1050-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480* 2000-AUDITORIA - Recorre AUDITORIA: lista los duplicados de
003490*                  recibo emitidos en el dia y guarda en tabla los
003500*                  numeros tomados y no grabados hasta ese dia.
003510******************************************************************
003520 2000-AUDITORIA.
003530     MOVE "1. Duplicados de recibo emitidos" TO LS-TITULO.
003540     WRITE LIN-REPORTE FROM LIN-SECCION AFTER ADVANCING 1 LINE.
003550     WRITE LIN-REPORTE FROM LIN-TITULO-DUP AFTER ADVANCING 1 LINE.
003560     MOVE SPACES TO LIN-REPORTE.
003570     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003580     IF W-AUDITORIA-OK NOT = "S"
003590        GO TO 2000-EXIT.
003600 2000-CICLO.
003610     READ AUDITORIA
003620         AT END SET NO-HAY-MAS-AUD TO TRUE.
003630     IF NO-HAY-MAS-AUD
003640        GO TO 2000-EXIT.
003650     IF ST-AUD > "07"
003660        MOVE "S" TO W-HUBO-ERR-LECTURA
003670        MOVE SPACES TO LIN-REPORTE
003680        STRING "Error leyendo AUDITORIA - Status=" ST-AUD
003690               DELIMITED BY SIZE INTO LIN-REPORTE
003700        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003710        GO TO 2000-EXIT.
003720     IF AUD-FECHA > W-FECHA-CTL
003730        GO TO 2000-CICLO.
003740     IF AUD-OPERACION = "RECIBO" AND AUD-CAMPO = "RECIBO_NO_USADO"
003750        PERFORM 2200-GUARDA-NO-USADO THRU 2200-EXIT.
003760     IF AUD-FECHA NOT = W-FECHA-CTL
003770        GO TO 2000-CICLO.
003780     IF AUD-OPERACION = "DUPLIC" AND AUD-CAMPO = "RECIBO"
003790        PERFORM 2100-LISTA-DUPLICADO THRU 2100-EXIT.
003800     GO TO 2000-CICLO.
003810 2000-EXIT.
003820     EXIT.
003830
003840******************************************************************
003850* 2100-LISTA-DUPLICADO - Un renglon por duplicado emitido, sumado
003860*                        al supervisor que lo emitio.
003870******************************************************************
003880 2100-LISTA-DUPLICADO.
003890     ADD 1 TO W-CANT-DUPLICADOS.
003900     MOVE AUD-VALOR-ANTERIOR (1:8) TO LDU-RECIBO.
003910     MOVE SPACES                   TO LDU-HORA.
003920     STRING AUD-HORA (1:2) ":" AUD-HORA (3:2)
003930            DELIMITED BY SIZE INTO LDU-HORA.
003940     MOVE AUD-CLI-ID               TO LDU-ID.
003950     MOVE AUD-OPERADOR             TO LDU-OPERADOR.
003960     MOVE AUD-VALOR-NUEVO          TO LDU-DETALLE.
003970     WRITE LIN-REPORTE FROM LIN-DUPLICADO AFTER ADVANCING 1 LINE.
003980     MOVE AUD-OPERADOR TO W-OPE-BUSCADO.
003990     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
004000     IF W-OPE-SUB > 0
004010        ADD 1 TO W-OPE-DUPLICADOS (W-OPE-SUB).
004020 2100-EXIT.
004030     EXIT.
004040
004050******************************************************************
004060* 2200-GUARDA-NO-USADO - Guarda el numero tomado y no grabado con
004070*                        el operador que lo tomo y la fecha.
004080******************************************************************
004090 2200-GUARDA-NO-USADO.
004100     IF AUD-VALOR-ANTERIOR (1:8) NOT NUMERIC
004110        GO TO 2200-EXIT.
004120     IF W-NOU-CANT = W-NOU-TOPE
004130        MOVE "S" TO W-NOU-DESBORDE
004140        GO TO 2200-EXIT.
004150     ADD 1 TO W-NOU-CANT.
004160     MOVE AUD-VALOR-ANTERIOR (1:8) TO W-NOU-NUMERO (W-NOU-CANT).
004170     MOVE AUD-OPERADOR             TO W-NOU-OPERADOR (W-NOU-CANT).
004180     MOVE AUD-FECHA                TO W-NOU-FECHA (W-NOU-CANT).
004190 2200-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 3000-SECUENCIA - Recorre RECIBOS en orden de numero. Lista los
004240*                  faltantes que tocan un recibo del dia, los
004250*                  recibos anulados en el dia y, al final, los
004260*                  numeros de la serie RECI que no llegaron a
004270*                  RECIBOS. Suma los emitidos del dia por
004280*                  operador.
004290******************************************************************
004300 3000-SECUENCIA.
004310     MOVE SPACES TO LIN-REPORTE.
004320     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
004330     MOVE "2. Secuencia: faltantes y anulados" TO LS-TITULO.
004340     WRITE LIN-REPORTE FROM LIN-SECCION AFTER ADVANCING 1 LINE.
004350     WRITE LIN-REPORTE FROM LIN-TITULO-SEC AFTER ADVANCING 1 LINE.
004360     MOVE SPACES TO LIN-REPORTE.
004370     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004380     MOVE 0 TO REC-NUMERO.
004390     START RECIBOS KEY IS NOT LESS THAN REC-NUMERO
004400         INVALID KEY SET NO-HAY-MAS-RECIBOS TO TRUE.
004410 3000-CICLO.
004420     IF NO-HAY-MAS-RECIBOS
004430        GO TO 3000-COLA.
004440     READ RECIBOS NEXT RECORD
004450         AT END SET NO-HAY-MAS-RECIBOS TO TRUE.
004460     IF NO-HAY-MAS-RECIBOS
004470        GO TO 3000-COLA.
004480     IF ST-REC > "07"
004490        MOVE "S" TO W-HUBO-ERR-LECTURA
004500        MOVE SPACES TO LIN-REPORTE
004510        STRING "Error leyendo RECIBOS - Status=" ST-REC
004520               DELIMITED BY SIZE INTO LIN-REPORTE
004530        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004540        GO TO 3000-EXIT.
004550     ADD 1 TO W-CANT-LEIDOS.
004560     IF REC-NUMERO > W-REC-ANT + 1
004570        AND (REC-FECHA = W-FECHA-CTL
004580             OR W-REC-ANT-FECHA = W-FECHA-CTL)
004590        COMPUTE W-FALTA-DESDE = W-REC-ANT + 1
004600        COMPUTE W-FALTA-HASTA = REC-NUMERO - 1
004610        PERFORM 3100-LISTA-FALTANTES THRU 3100-EXIT.
004620     IF REC-FECHA = W-FECHA-CTL
004630        PERFORM 3200-SUMA-EMITIDO THRU 3200-EXIT.
004640     IF REC-ANULADO AND REC-ANU-FECHA = W-FECHA-CTL
004650        PERFORM 3300-LISTA-ANULADO THRU 3300-EXIT.
004660     MOVE REC-NUMERO TO W-REC-ANT.
004670     MOVE REC-FECHA  TO W-REC-ANT-FECHA.
004680     GO TO 3000-CICLO.
004690 3000-COLA.
004700     IF W-NUMERADORES-OK NOT = "S"
004710        GO TO 3000-EXIT.
004720     MOVE "RECI" TO NUM-SERIE.
004730     READ NUMERADORES
004740         INVALID KEY GO TO 3000-EXIT.
004750     IF NUM-ULTIMO > W-REC-ANT
004760        COMPUTE W-FALTA-DESDE = W-REC-ANT + 1
004770        MOVE NUM-ULTIMO TO W-FALTA-HASTA
004780        PERFORM 3100-LISTA-FALTANTES THRU 3100-EXIT.
004790 3000-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 3100-LISTA-FALTANTES - Lista los numeros W-FALTA-DESDE a
004840*            W-FALTA-HASTA que no estan en RECIBOS, buscando
004850*            cada uno entre los no usados de AUDITORIA. Pasados
004860*            W-FALTA-MAX renglones, el resto del salto se
004870*            informa en uno solo.
004880******************************************************************
004890 3100-LISTA-FALTANTES.
004900     MOVE W-FALTA-DESDE TO W-FALTA-NUMERO.
004910     MOVE 0             TO W-FALTA-LISTADOS.
004920 3100-CICLO.
004930     IF W-FALTA-NUMERO > W-FALTA-HASTA
004940        GO TO 3100-EXIT.
004950     IF W-FALTA-LISTADOS = W-FALTA-MAX
004960        GO TO 3100-RESTO.
004970     ADD 1 TO W-CANT-FALTANTES.
004980     ADD 1 TO W-FALTA-LISTADOS.
004990     MOVE W-FALTA-NUMERO TO LSE-RECIBO.
005000     MOVE "FALTA"        TO LSE-SITUACION.
005010     PERFORM 3150-BUSCA-NO-USADO THRU 3150-EXIT.
005020     IF W-NOU-SUB > 0
005030        ADD 1 TO W-CANT-JUSTIFICADOS
005040        MOVE W-NOU-OPERADOR (W-NOU-SUB) TO LSE-OPERADOR
005050        MOVE SPACES TO LSE-DETALLE
005060        STRING "Numero tomado y no grabado el "
005070               W-NOU-FECHA (W-NOU-SUB) " (AUDITORIA)"
005080               DELIMITED BY SIZE INTO LSE-DETALLE
005090        IF W-NOU-FECHA (W-NOU-SUB) = W-FECHA-CTL
005100           MOVE W-NOU-OPERADOR (W-NOU-SUB) TO W-OPE-BUSCADO
005110           PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT
005120           IF W-OPE-SUB > 0
005130              ADD 1 TO W-OPE-NO-USADOS (W-OPE-SUB)
005140           END-IF
005150        END-IF
005160     ELSE
005170        ADD 1 TO W-CANT-SIN-JUSTIFICAR
005180        MOVE SPACES TO LSE-OPERADOR
005190        MOVE
005200           "SIN JUSTIFICAR - no esta en RECIBOS ni en AUDITORIA"
005210             TO LSE-DETALLE.
005220     WRITE LIN-REPORTE FROM LIN-SECUENCIA AFTER ADVANCING 1 LINE.
005230     ADD 1 TO W-FALTA-NUMERO.
005240     GO TO 3100-CICLO.
005250 3100-RESTO.
005260     COMPUTE W-FALTA-RESTO = W-FALTA-HASTA - W-FALTA-NUMERO + 1.
005270     ADD W-FALTA-RESTO TO W-CANT-FALTANTES.
005280     ADD W-FALTA-RESTO TO W-CANT-SIN-JUSTIFICAR.
005290     MOVE W-FALTA-NUMERO TO LSE-RECIBO.
005300     MOVE "FALTA"        TO LSE-SITUACION.
005310     MOVE SPACES         TO LSE-OPERADOR.
005320     MOVE W-FALTA-RESTO  TO W-CANT-ED.
005330     MOVE SPACES         TO LSE-DETALLE.
005340     STRING "SIN JUSTIFICAR - " W-CANT-ED
005350            " numeros hasta el " W-FALTA-HASTA
005360            DELIMITED BY SIZE INTO LSE-DETALLE.
005370     WRITE LIN-REPORTE FROM LIN-SECUENCIA AFTER ADVANCING 1 LINE.
005380 3100-EXIT.
005390     EXIT.
005400
005410******************************************************************
005420* 3150-BUSCA-NO-USADO - Deja en W-NOU-SUB la entrada de la
005430*                       tabla de no usados para W-FALTA-NUMERO;
005440*                       cero si no esta.
005450******************************************************************
005460 3150-BUSCA-NO-USADO.
005470     MOVE 1 TO W-NOU-SUB.
005480 3150-CICLO.
005490     IF W-NOU-SUB > W-NOU-CANT
005500        MOVE 0 TO W-NOU-SUB
005510        GO TO 3150-EXIT.
005520     IF W-NOU-NUMERO (W-NOU-SUB) = W-FALTA-NUMERO
005530        GO TO 3150-EXIT.
005540     ADD 1 TO W-NOU-SUB.
005550     GO TO 3150-CICLO.
005560 3150-EXIT.
005570     EXIT.
005580
005590******************************************************************
005600* 3200-SUMA-EMITIDO - Recibo emitido en el dia: primero y ultimo
005610*                     numero del dia y totales del operador.
005620******************************************************************
005630 3200-SUMA-EMITIDO.
005640     ADD 1 TO W-CANT-EMITIDOS.
005650     ADD REC-IMPORTE TO W-TOT-IMPORTE.
005660     IF W-PRIMERO-DIA = 0
005670        MOVE REC-NUMERO TO W-PRIMERO-DIA.
005680     MOVE REC-NUMERO TO W-ULTIMO-DIA.
005690     MOVE REC-OPERADOR TO W-OPE-BUSCADO.
005700     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
005710     IF W-OPE-SUB > 0
005720        ADD 1 TO W-OPE-EMITIDOS (W-OPE-SUB)
005730        ADD REC-IMPORTE TO W-OPE-IMPORTE (W-OPE-SUB).
005740 3200-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780* 3300-LISTA-ANULADO - Recibo anulado en el dia por la reversa de
005790*                      su movimiento, sumado al supervisor que
005800*                      reverso.
005810******************************************************************
005820 3300-LISTA-ANULADO.
005830     ADD 1 TO W-CANT-ANULADOS.
005840     MOVE REC-NUMERO       TO LSE-RECIBO.
005850     MOVE "ANULADO"        TO LSE-SITUACION.
005860     MOVE REC-ANU-OPERADOR TO LSE-OPERADOR.
005870     MOVE REC-CLI-ID       TO W-ID-ED.
005880     MOVE REC-IMPORTE      TO W-IMPORTE-ED.
005890     MOVE SPACES           TO LSE-DETALLE.
005900     STRING "Emitido " REC-FECHA " por " REC-OPERADOR
005910            " cliente " W-ID-ED " importe " W-IMPORTE-ED
005920            " - anulado por recibo " REC-ANU-RECIBO
005930            DELIMITED BY SIZE INTO LSE-DETALLE.
005940     WRITE LIN-REPORTE FROM LIN-SECUENCIA AFTER ADVANCING 1 LINE.
005950     MOVE REC-ANU-OPERADOR TO W-OPE-BUSCADO.
005960     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
005970     IF W-OPE-SUB > 0
005980        ADD 1 TO W-OPE-ANULADOS (W-OPE-SUB).
005990 3300-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030* 4000-RESUMEN - Un renglon por operador con actividad de recibos
006040*                en el dia.
006050******************************************************************
006060 4000-RESUMEN.
006070     MOVE SPACES TO LIN-REPORTE.
006080     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
006090     MOVE "3. Resumen por operador" TO LS-TITULO.
006100     WRITE LIN-REPORTE FROM LIN-SECCION AFTER ADVANCING 1 LINE.
006110     WRITE LIN-REPORTE FROM LIN-TITULO-OPE AFTER ADVANCING 1 LINE.
006120     MOVE SPACES TO LIN-REPORTE.
006130     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
006140     MOVE 1 TO W-OPE-SUB.
006150 4000-CICLO.
006160     IF W-OPE-SUB > W-OPE-CANT
006170        GO TO 4000-EXIT.
006180     MOVE W-OPE-CODIGO (W-OPE-SUB)     TO LOP-CODIGO.
006190     MOVE W-OPE-EMITIDOS (W-OPE-SUB)   TO LOP-EMITIDOS.
006200     MOVE W-OPE-IMPORTE (W-OPE-SUB)    TO LOP-IMPORTE.
006210     MOVE W-OPE-NO-USADOS (W-OPE-SUB)  TO LOP-NO-USADOS.
006220     MOVE W-OPE-ANULADOS (W-OPE-SUB)   TO LOP-ANULADOS.
006230     MOVE W-OPE-DUPLICADOS (W-OPE-SUB) TO LOP-DUPLICADOS.
006240     WRITE LIN-REPORTE FROM LIN-OPERADOR AFTER ADVANCING 1 LINE.
006250     ADD 1 TO W-OPE-SUB.
006260     GO TO 4000-CICLO.
006270 4000-EXIT.
006280     EXIT.
006290
006300******************************************************************
006310* 5000-FINAL - Totales, cierre de archivos y renglon del joblog.
006320******************************************************************
006330 5000-FINAL.
006340     MOVE SPACES TO LIN-REPORTE.
006350     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
006360     MOVE W-CANT-EMITIDOS       TO LR1-CANT.
006370     MOVE W-PRIMERO-DIA         TO LR1-DESDE.
006380     MOVE W-ULTIMO-DIA          TO LR1-HASTA.
006390     MOVE W-TOT-IMPORTE         TO LR1-IMPORTE.
006400     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
006410     MOVE W-CANT-FALTANTES      TO LR2-CANT.
006420     MOVE W-CANT-JUSTIFICADOS   TO LR2-JUSTIFICADOS.
006430     MOVE W-CANT-SIN-JUSTIFICAR TO LR2-SIN-JUSTIFICAR.
006440     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
006450     MOVE W-CANT-ANULADOS       TO LR3-CANT.
006460     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
006470     MOVE W-CANT-DUPLICADOS     TO LR4-CANT.
006480     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
006490     IF W-OPE-DESBORDE = "S"
006500        MOVE "ATENCION: tabla de operadores desbordada, resumen"
006510             TO LIN-REPORTE
006520        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006530        MOVE "por operador incompleto." TO LIN-REPORTE
006540        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
006550     IF W-NOU-DESBORDE = "S"
006560        MOVE "ATENCION: tabla de numeros no usados desbordada."
006570             TO LIN-REPORTE
006580        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
006590     CLOSE RECIBOS.
006600     IF W-AUDITORIA-OK = "S"
006610        CLOSE AUDITORIA.
006620     IF W-NUMERADORES-OK = "S"
006630        CLOSE NUMERADORES.
006640     CLOSE REPORTE.
006650     IF W-HUBO-ERR-LECTURA = "S" OR W-CANT-SIN-JUSTIFICAR > 0
006660        MOVE "ERROR" TO W-JOB-RESULTADO
006670     ELSE
006680        MOVE "OK"    TO W-JOB-RESULTADO.
006690     MOVE SPACES TO W-JOB-DETALLE.
006700     STRING "FECHA=" W-FECHA-CTL
006710            " EMITIDOS=" W-CANT-EMITIDOS
006720            " FALTAN=" W-CANT-FALTANTES
006730            " SIN JUST=" W-CANT-SIN-JUSTIFICAR
006740            DELIMITED BY SIZE INTO W-JOB-DETALLE.
006750     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
006760
006770******************************************************************
006780* 6000-BUSCA-OPERADOR - Deja en W-OPE-SUB la entrada de la tabla
006790*                       para W-OPE-BUSCADO, dandola de alta si no
006800*                       estaba; deja cero si la tabla se desbordo.
006810******************************************************************
006820 6000-BUSCA-OPERADOR.
006830     MOVE 1 TO W-OPE-SUB.
006840 6000-CICLO.
006850     IF W-OPE-SUB > W-OPE-CANT
006860        GO TO 6000-AGREGA.
006870     IF W-OPE-CODIGO (W-OPE-SUB) = W-OPE-BUSCADO
006880        GO TO 6000-EXIT.
006890     ADD 1 TO W-OPE-SUB.
006900     GO TO 6000-CICLO.
006910 6000-AGREGA.
006920     IF W-OPE-CANT = W-OPE-TOPE
006930        MOVE "S" TO W-OPE-DESBORDE
006940        MOVE 0   TO W-OPE-SUB
006950        GO TO 6000-EXIT.
006960     ADD 1 TO W-OPE-CANT.
006970     MOVE W-OPE-CANT    TO W-OPE-SUB.
006980     MOVE W-OPE-BUSCADO TO W-OPE-CODIGO (W-OPE-SUB).
006990     MOVE 0 TO W-OPE-EMITIDOS (W-OPE-SUB).
007000     MOVE 0 TO W-OPE-IMPORTE (W-OPE-SUB).
007010     MOVE 0 TO W-OPE-NO-USADOS (W-OPE-SUB).
007020     MOVE 0 TO W-OPE-ANULADOS (W-OPE-SUB).
007030     MOVE 0 TO W-OPE-DUPLICADOS (W-OPE-SUB).
007040 6000-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
007090*                     control comun de la cadena nocturna.
007100******************************************************************
007110 9000-GRABA-JOBLOG.
007120     OPEN EXTEND JOBLOG.
007130     IF ST-JOB = "35"
007140        OPEN OUTPUT JOBLOG
007150        CLOSE JOBLOG
007160        OPEN EXTEND JOBLOG.
007170     IF ST-JOB > "07"
007180        GO TO 9000-EXIT.
007190     ACCEPT W-JOB-HORA-FIN FROM TIME.
007200     MOVE "CTLRECI"         TO JOB-PROGRAMA.
007210     MOVE W-FECHA-SIST      TO JOB-FECHA.
007220     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
007230     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
007240     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
007250     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
007260     WRITE REG-JOBLOG.
007270     CLOSE JOBLOG.
007280 9000-EXIT.
007290     EXIT.
007300
007310 END PROGRAM CTLRECI.

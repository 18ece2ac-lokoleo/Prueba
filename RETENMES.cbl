000010******************************************************************
000020* Program-ID : RETENMES
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Presentacion mensual de retenciones: arma para
000070*              el organismo recaudador el archivo de formato
000080*              fijo (retenmes.txt) con un renglon por
000090*              certificado de RETENCIONES del periodo: CUIT,
000100*              fecha, regimen, base imponible, importe retenido
000110*              y numero de certificado. Cada certificado se
000120*              controla contra su debito en MOVIMIENTOS; los
000130*              que no tienen debito, lo tienen reversado o no
000140*              tienen CUIT no se presentan y quedan listados.
000150*              Tambien lista los saltos en la numeracion y los
000160*              debitos de retencion (concepto RETE) del periodo
000170*              sin certificado valido, y cierra con el total
000180*              presentado contra el total de los debitos
000190*              vigentes (retenmes.lst). El periodo (AAAAMM) se
000200*              toma de nocturno.par o se pregunta por consola;
000210*              cero es el mes anterior al de la corrida.
000220* Tectonics  : cobc
000230*-------------------------------------------------------------
000240* Modification History
000250* Date       Init  Description
000260* 2026-10-15  SIS  Version inicial.
000270* 2026-10-15  SIS  Controla la apertura de retenmes.txt.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. RETENMES.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT OPTIONAL RETENCIONES ASSIGN TO "./retencio.dat"
000390            ORGANIZATION INDEXED
000400            ACCESS MODE DYNAMIC
000410            RECORD KEY IS RET-CERTIFICADO
000420            STATUS ST-RET.
000430
000440     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000450            ORGANIZATION INDEXED
000460            ACCESS MODE DYNAMIC
000470            RECORD KEY IS MOV-CLAVE
000480            STATUS ST-MOV.
000490
000500     SELECT PRESENTACION ASSIGN TO "./retenmes.txt"
000510            ORGANIZATION LINE SEQUENTIAL
000520            STATUS ST-PRE.
000530
000540     SELECT REPORTE ASSIGN TO "./retenmes.lst"
000550            ORGANIZATION LINE SEQUENTIAL
000560            STATUS ST-REP.
000570
000580     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000590            ORGANIZATION LINE SEQUENTIAL
000600            STATUS ST-PAR.
000610
000620     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000630            ORGANIZATION SEQUENTIAL
000640            ACCESS MODE SEQUENTIAL
000650            STATUS ST-JOB.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690
000700     COPY "RETENCIO.CPY".
000710
000720     COPY "MOVIMIEN.CPY".
000730
000740*    Renglon de la presentacion: formato fijo de 58 posiciones,
000750*    importes sin separador con dos decimales implicitos.
000760 FD  PRESENTACION.
000770
000780 01  REG-PRESENTACION.
000790     03  PRE-CUIT            PIC X(11).
000800     03  PRE-FECHA           PIC 9(8).
000810     03  PRE-REGIMEN         PIC X(3).
000820     03  PRE-BASE            PIC 9(12)V99.
000830     03  PRE-IMPORTE         PIC 9(12)V99.
000840     03  PRE-CERTIFICADO     PIC 9(8).
000850
000860 FD  REPORTE.
000870
000880 01  LIN-REPORTE             PIC X(132).
000890
000900     COPY "NOCTURNO.CPY".
000910
000920     COPY "JOBLOG.CPY".
000930
000940 WORKING-STORAGE SECTION.
000950
000960 01  ST-RET                  PIC XX.
000970 01  ST-MOV                  PIC XX.
000980 01  ST-PRE                  PIC XX.
000990 01  ST-REP                  PIC XX.
001000 01  ST-PAR                  PIC XX.
001010 01  ST-JOB                  PIC XX.
001020
001030 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
001040 01  W-PARAM-HAY             PIC X     VALUE "N".
001050 01  W-PARAM-DATOS           PIC X(72).
001060 01  W-PARAM-RETENMES REDEFINES W-PARAM-DATOS.
001070     03  PARAM-PERIODO       PIC 9(6).
001080     03  FILLER              PIC X(66).
001090
001100 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001110 01  W-JOB-RESULTADO         PIC X(5).
001120 01  W-JOB-DETALLE           PIC X(70).
001130 01  W-JOB-HORA-FIN          PIC 9(8).
001140
001150 01  FIN-RETENCIONES         PIC X     VALUE "N".
001160     88  NO-HAY-MAS-RETENCIONES VALUE "S".
001170 01  FIN-MOVS                PIC X     VALUE "N".
001180     88  NO-HAY-MAS-MOVS     VALUE "S".
001190
001200 01  W-FECHA-SIST            PIC 9(8).
001210 01  W-FECHA-SIST-X REDEFINES W-FECHA-SIST.
001220     03  W-SIST-AAAA         PIC 9(4).
001230     03  W-SIST-MM           PIC 9(2).
001240     03  W-SIST-DD           PIC 9(2).
001250
001260 01  W-PERIODO               PIC 9(6)  VALUE 0.
001270 01  W-PERIODO-X REDEFINES W-PERIODO.
001280     03  W-PER-AAAA          PIC 9(4).
001290     03  W-PER-MM            PIC 9(2).
001300
001310 01  W-CERT-ANT              PIC 9(8)  VALUE 0.
001320 01  W-FALTA-DESDE           PIC 9(8).
001330 01  W-FALTA-HASTA           PIC 9(8).
001340 01  W-MOV-EXISTE            PIC X.
001350 01  W-RET-EXISTE            PIC X.
001360 01  W-PRESENTA              PIC X.
001370
001380 01  W-CANT-PERIODO          PIC 9(7)  VALUE 0.
001390 01  W-CANT-PRESENTADOS      PIC 9(7)  VALUE 0.
001400 01  W-CANT-NO-PRESENTADOS   PIC 9(7)  VALUE 0.
001410 01  W-CANT-DIFERENCIAS      PIC 9(7)  VALUE 0.
001420 01  W-CANT-SALTOS           PIC 9(7)  VALUE 0.
001430 01  W-CANT-DEBITOS          PIC 9(7)  VALUE 0.
001440 01  W-CANT-DEB-SIN-CERT     PIC 9(7)  VALUE 0.
001450 01  W-CANT-ERRORES          PIC 9(7)  VALUE 0.
001460 01  W-TOT-BASE              PIC 9(11)V9(3) VALUE 0.
001470 01  W-TOT-PRESENTADO        PIC 9(11)V9(3) VALUE 0.
001480 01  W-TOT-NO-PRESENTADO     PIC 9(11)V9(3) VALUE 0.
001490 01  W-TOT-DEBITOS           PIC S9(11)V9(3) VALUE 0.
001500 01  W-TOT-DIFERENCIA        PIC S9(11)V9(3) VALUE 0.
001510
001520 01  LIN-TITULO-1.
001530     03  FILLER              PIC X(40) VALUE
001540             "Presentacion Mensual de Retenciones".
001550     03  FILLER              PIC X(8)  VALUE "Fecha: ".
001560     03  LT1-FECHA           PIC 9(8).
001570     03  FILLER              PIC X(12) VALUE "  Periodo: ".
001580     03  LT1-PERIODO         PIC 9(6).
001590
001600 01  LIN-TITULO-2.
001610     03  FILLER              PIC X(10) VALUE "Certif.".
001620     03  FILLER              PIC X(10) VALUE "Fecha".
001630     03  FILLER              PIC X(10) VALUE "Id Cli.".
001640     03  FILLER              PIC X(13) VALUE "CUIT".
001650     03  FILLER              PIC X(6)  VALUE "Reg.".
001660     03  FILLER              PIC X(13) VALUE "        Base".
001670     03  FILLER              PIC X(13) VALUE "    Retenido".
001680     03  FILLER              PIC X(2)  VALUE SPACES.
001690     03  FILLER              PIC X(16) VALUE "Debito".
001700     03  FILLER              PIC X(30) VALUE "Resultado".
001710
001720 01  LIN-DETALLE.
001730     03  LD-CERTIFICADO      PIC 9(8).
001740     03  FILLER              PIC X(2)  VALUE SPACES.
001750     03  LD-FECHA            PIC 9(8).
001760     03  FILLER              PIC X(2)  VALUE SPACES.
001770     03  LD-ID               PIC Z(6)9.
001780     03  FILLER              PIC X(3)  VALUE SPACES.
001790     03  LD-CUIT             PIC X(11).
001800     03  FILLER              PIC X(2)  VALUE SPACES.
001810     03  LD-REGIMEN          PIC X(3).
001820     03  FILLER              PIC X(3)  VALUE SPACES.
001830     03  LD-BASE             PIC Z(6)9,999.
001840     03  FILLER              PIC X(2)  VALUE SPACES.
001850     03  LD-IMPORTE          PIC Z(6)9,999.
001860     03  FILLER              PIC X(2)  VALUE SPACES.
001870     03  LD-DEB-FECHA        PIC 9(8).
001880     03  FILLER              PIC X     VALUE "/".
001890     03  LD-DEB-SEQ          PIC 9(5).
001900     03  FILLER              PIC X(2)  VALUE SPACES.
001910     03  LD-RESULTADO        PIC X(30).
001920
001930 01  LIN-SALTO.
001940     03  FILLER              PIC X(36) VALUE
001950             "Salto de numeracion - faltan del ".
001960     03  LS-DESDE            PIC 9(8).
001970     03  FILLER              PIC X(4)  VALUE " al ".
001980     03  LS-HASTA            PIC 9(8).
001990
002000 01  LIN-TITULO-3.
002010     03  FILLER              PIC X(60) VALUE
002020         "Debitos RETE del periodo sin certificado valido".
002030
002040 01  LIN-DEBITO.
002050     03  FILLER              PIC X(10) VALUE "Debito:  ".
002060     03  LDB-ID              PIC Z(6)9.
002070     03  FILLER              PIC X     VALUE SPACE.
002080     03  LDB-FECHA           PIC 9(8).
002090     03  FILLER              PIC X     VALUE "/".
002100     03  LDB-SEQ             PIC 9(5).
002110     03  FILLER              PIC X(2)  VALUE SPACES.
002120     03  LDB-IMPORTE         PIC -9(7),999.
002130     03  FILLER              PIC X(8)  VALUE "  Cert: ".
002140     03  LDB-CERTIFICADO     PIC X(8).
002150     03  FILLER              PIC X(2)  VALUE SPACES.
002160     03  LDB-RESULTADO       PIC X(40).
002170
002180 01  LIN-RESUMEN-1.
002190     03  FILLER              PIC X(32) VALUE
002200             "Certificados del periodo       :".
002210     03  LR1-CANT            PIC ZZZZZZ9.
002220
002230 01  LIN-RESUMEN-2.
002240     03  FILLER              PIC X(32) VALUE
002250             "Presentados                    :".
002260     03  LR2-CANT            PIC ZZZZZZ9.
002270     03  FILLER              PIC X(9)  VALUE "   Base: ".
002280     03  LR2-BASE            PIC Z(10)9,999.
002290     03  FILLER              PIC X(13) VALUE "   Retenido: ".
002300     03  LR2-IMPORTE         PIC Z(10)9,999.
002310
002320 01  LIN-RESUMEN-3.
002330     03  FILLER              PIC X(32) VALUE
002340             "No presentados                 :".
002350     03  LR3-CANT            PIC ZZZZZZ9.
002360     03  FILLER              PIC X(22) VALUE SPACES.
002370     03  FILLER              PIC X(13) VALUE "   Retenido: ".
002380     03  LR3-IMPORTE         PIC Z(10)9,999.
002390
002400 01  LIN-RESUMEN-4.
002410     03  FILLER              PIC X(32) VALUE
002420             "Con diferencia de importe      :".
002430     03  LR4-CANT            PIC ZZZZZZ9.
002440
002450 01  LIN-RESUMEN-5.
002460     03  FILLER              PIC X(32) VALUE
002470             "Saltos de numeracion           :".
002480     03  LR5-CANT            PIC ZZZZZZ9.
002490
002500 01  LIN-RESUMEN-6.
002510     03  FILLER              PIC X(32) VALUE
002520             "Debitos RETE vigentes (MOVIM.) :".
002530     03  LR6-CANT            PIC ZZZZZZ9.
002540     03  FILLER              PIC X(22) VALUE SPACES.
002550     03  FILLER              PIC X(13) VALUE "    Importe: ".
002560     03  LR6-IMPORTE         PIC -(10)9,999.
002570
002580 01  LIN-RESUMEN-7.
002590     03  FILLER              PIC X(32) VALUE
002600             "Debitos RETE sin certificado   :".
002610     03  LR7-CANT            PIC ZZZZZZ9.
002620
002630 01  LIN-RESUMEN-8.
002640     03  FILLER              PIC X(32) VALUE
002650             "Presentado menos movimientos   :".
002660     03  FILLER              PIC X(42) VALUE SPACES.
002670     03  LR8-IMPORTE         PIC -(10)9,999.
002680
002690 01  LIN-RESUMEN-9.
002700     03  FILLER              PIC X(32) VALUE
002710             "Errores de grabacion           :".
002720     03  LR9-CANT            PIC ZZZZZZ9.
002730
002740 PROCEDURE DIVISION.
002750 0000-MAINLINE.
002760     PERFORM 1000-INICIO.
002770     PERFORM 2000-PROCESO THRU 2000-EXIT
002780             UNTIL NO-HAY-MAS-RETENCIONES.
002790     PERFORM 2500-CONTROLA-DEBITOS THRU 2500-EXIT.
002800     PERFORM 3000-FINAL.
002810     STOP RUN.
002820
002830******************************************************************
002840* 1000-INICIO - Toma el periodo, abre archivos y posiciona
002850*               RETENCIONES en el primer certificado.
002860******************************************************************
002870 1000-INICIO.
002880     OPEN OUTPUT REPORTE.
002890     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002900     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002910     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
002920     IF W-PARAM-HAY = "S"
002930        IF PARAM-PERIODO NUMERIC
002940           MOVE PARAM-PERIODO TO W-PERIODO
002950        END-IF
002960     ELSE
002970        DISPLAY "Periodo a presentar AAAAMM (0 = mes anterior):"
002980        ACCEPT W-PERIODO.
002990     IF W-PERIODO = 0
003000        PERFORM 1100-MES-ANTERIOR THRU 1100-EXIT.
003010     MOVE W-FECHA-SIST TO LT1-FECHA.
003020     MOVE W-PERIODO    TO LT1-PERIODO.
003030     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
003040     MOVE SPACES TO LIN-REPORTE.
003050     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003060     IF W-PER-MM < 1 OR W-PER-MM > 12 OR W-PER-AAAA < 1900
003070        MOVE "Periodo invalido - no se genera la presentacion"
003080             TO LIN-REPORTE
003090        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003100        MOVE "ERROR" TO W-JOB-RESULTADO
003110        MOVE SPACES  TO W-JOB-DETALLE
003120        STRING "Periodo invalido " W-PERIODO
003130               DELIMITED BY SIZE INTO W-JOB-DETALLE
003140        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003150        CLOSE REPORTE
003160        STOP RUN.
003170     OPEN INPUT RETENCIONES.
003180     IF ST-RET > "07"
003190        MOVE SPACES TO LIN-REPORTE
003200        STRING "No se pudo abrir RETENCIONES (retencio.dat)"
003210               "-Status=" ST-RET DELIMITED BY SIZE
003220               INTO LIN-REPORTE
003230        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003240        MOVE "ERROR" TO W-JOB-RESULTADO
003250        MOVE "No abre RETENCIONES" TO W-JOB-DETALLE
003260        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003270        CLOSE REPORTE
003280        CLOSE RETENCIONES
003290        STOP RUN.
003300     OPEN INPUT MOVIMIENTOS.
003310     IF ST-MOV > "07"
003320        MOVE SPACES TO LIN-REPORTE
003330        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
003340               "-Status=" ST-MOV DELIMITED BY SIZE
003350               INTO LIN-REPORTE
003360        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003370        MOVE "ERROR" TO W-JOB-RESULTADO
003380        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
003390        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003400        CLOSE REPORTE
003410        CLOSE RETENCIONES
003420        CLOSE MOVIMIENTOS
003430        STOP RUN.
003440     OPEN OUTPUT PRESENTACION.
003450     IF ST-PRE > "07"
003460        MOVE SPACES TO LIN-REPORTE
003470        STRING "No se pudo abrir PRESENTACION (retenmes.txt)"
003480               "-Status=" ST-PRE DELIMITED BY SIZE
003490               INTO LIN-REPORTE
003500        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003510        MOVE "ERROR" TO W-JOB-RESULTADO
003520        MOVE "No abre PRESENTACION" TO W-JOB-DETALLE
003530        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003540        CLOSE REPORTE
003550        CLOSE RETENCIONES
003560        CLOSE MOVIMIENTOS
003570        CLOSE PRESENTACION
003580        STOP RUN.
003590     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
003600     MOVE SPACES TO LIN-REPORTE.
003610     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003620     MOVE 0 TO RET-CERTIFICADO.
003630     START RETENCIONES KEY IS NOT LESS THAN RET-CERTIFICADO
003640         INVALID KEY SET NO-HAY-MAS-RETENCIONES TO TRUE.
003650     IF NOT NO-HAY-MAS-RETENCIONES
003660        PERFORM 2100-LEE-RETENCION THRU 2100-EXIT.
003670
003680******************************************************************
003690* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003700*                      programa; si esta, las respuestas se
003710*                      toman de alli y no se pregunta por
003720*                      consola (corrida desatendida).
003730******************************************************************
003740 1050-LEE-PARAMETROS.
003750     OPEN INPUT PARAMS.
003760     IF ST-PAR > "07"
003770        CLOSE PARAMS
003780        GO TO 1050-EXIT.
003790 1050-CICLO.
003800     READ PARAMS
003810         AT END
003820            CLOSE PARAMS
003830            GO TO 1050-EXIT.
003840     IF ST-PAR > "07"
003850        CLOSE PARAMS
003860        GO TO 1050-EXIT.
003870     IF PAR-PROGRAMA = "RETENMES"
003880        MOVE PAR-DATOS TO W-PARAM-DATOS
003890        MOVE "S"       TO W-PARAM-HAY
003900        CLOSE PARAMS
003910        GO TO 1050-EXIT.
003920     GO TO 1050-CICLO.
003930 1050-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 1100-MES-ANTERIOR - Periodo por omision: el mes anterior al de
003980*                     la fecha de corrida.
003990******************************************************************
004000 1100-MES-ANTERIOR.
004010     MOVE W-SIST-AAAA TO W-PER-AAAA.
004020     MOVE W-SIST-MM   TO W-PER-MM.
004030     IF W-PER-MM = 1
004040        MOVE 12 TO W-PER-MM
004050        SUBTRACT 1 FROM W-PER-AAAA
004060     ELSE
004070        SUBTRACT 1 FROM W-PER-MM.
004080 1100-EXIT.
004090     EXIT.
004100
004110******************************************************************
004120* 2000-PROCESO - Un certificado por iteracion: controla los
004130*                saltos de numeracion y, si es del periodo, lo
004140*                coteja con su debito y lo presenta o lo deja
004150*                fuera con el motivo.
004160******************************************************************
004170 2000-PROCESO.
004180     IF RET-FECHA (1:6) NOT = W-PERIODO
004190        MOVE RET-CERTIFICADO TO W-CERT-ANT
004200        GO TO 2000-SIGUE.
004210     IF RET-CERTIFICADO > W-CERT-ANT + 1
004220        PERFORM 2150-INFORMA-SALTO THRU 2150-EXIT.
004230     MOVE RET-CERTIFICADO TO W-CERT-ANT.
004240     ADD 1 TO W-CANT-PERIODO.
004250     PERFORM 2200-CONTROLA-DEBITO THRU 2200-EXIT.
004260     IF W-PRESENTA = "S"
004270        PERFORM 2300-GRABA-PRESENTACION THRU 2300-EXIT
004280     ELSE
004290        ADD 1 TO W-CANT-NO-PRESENTADOS
004300        ADD RET-IMPORTE TO W-TOT-NO-PRESENTADO.
004310     PERFORM 2400-IMPRIME THRU 2400-EXIT.
004320 2000-SIGUE.
004330     PERFORM 2100-LEE-RETENCION THRU 2100-EXIT.
004340 2000-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380* 2100-LEE-RETENCION - Lee el proximo certificado en orden de
004390*                      numero.
004400******************************************************************
004410 2100-LEE-RETENCION.
004420     READ RETENCIONES NEXT RECORD
004430         AT END SET NO-HAY-MAS-RETENCIONES TO TRUE.
004440     IF NOT NO-HAY-MAS-RETENCIONES AND ST-RET > "07"
004450        MOVE "S" TO W-HUBO-ERR-LECTURA
004460        MOVE SPACES TO LIN-REPORTE
004470        STRING "Error leyendo RETENCIONES - Status=" ST-RET
004480               DELIMITED BY SIZE INTO LIN-REPORTE
004490        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004500        SET NO-HAY-MAS-RETENCIONES TO TRUE.
004510 2100-EXIT.
004520     EXIT.
004530
004540******************************************************************
004550* 2150-INFORMA-SALTO - Numeros de certificado que faltan antes
004560*                      del actual: tomados del numerador pero
004570*                      sin certificado grabado (retencion no
004580*                      practicada por error de grabacion).
004590******************************************************************
004600 2150-INFORMA-SALTO.
004610     ADD 1 TO W-CANT-SALTOS.
004620     COMPUTE W-FALTA-DESDE = W-CERT-ANT + 1.
004630     COMPUTE W-FALTA-HASTA = RET-CERTIFICADO - 1.
004640     MOVE W-FALTA-DESDE TO LS-DESDE.
004650     MOVE W-FALTA-HASTA TO LS-HASTA.
004660     WRITE LIN-REPORTE FROM LIN-SALTO AFTER ADVANCING 1 LINE.
004670 2150-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 2200-CONTROLA-DEBITO - Busca el debito de la retencion y deja
004720*                        en W-PRESENTA si el certificado entra
004730*                        en la presentacion. No entran los que
004740*                        no tienen CUIT, los que no tienen
004750*                        debito y los de debito reversado; el
004760*                        debito con otro importe o con otro
004770*                        numero de certificado se presenta con
004780*                        los datos del certificado y se informa.
004790******************************************************************
004800 2200-CONTROLA-DEBITO.
004810     MOVE "S"    TO W-PRESENTA.
004820     MOVE SPACES TO LD-RESULTADO.
004830     MOVE RET-CLI-ID   TO MOV-CLI-ID.
004840     MOVE RET-DEB-FECHA TO MOV-FECHA.
004850     MOVE RET-DEB-SEQ  TO MOV-SEQ.
004860     READ MOVIMIENTOS
004870         INVALID KEY     MOVE "N" TO W-MOV-EXISTE
004880         NOT INVALID KEY MOVE "S" TO W-MOV-EXISTE.
004890     IF W-MOV-EXISTE = "N"
004900        MOVE "N" TO W-PRESENTA
004910        MOVE "SIN MOVIMIENTO - NO PRESENTADA" TO LD-RESULTADO
004920        GO TO 2200-EXIT.
004930     IF MOV-REVERSADO
004940        MOVE "N" TO W-PRESENTA
004950        MOVE "REVERSADA - NO PRESENTADA" TO LD-RESULTADO
004960        GO TO 2200-EXIT.
004970     IF RET-CUIT = SPACES
004980        MOVE "N" TO W-PRESENTA
004990        MOVE "SIN CUIT - NO PRESENTADA" TO LD-RESULTADO
005000        GO TO 2200-EXIT.
005010     IF MOV-IMPORTE NOT = RET-IMPORTE
005020        OR NOT MOV-DEBITO
005030        OR MOV-CERTIFICADO NOT = RET-CERTIFICADO
005040        ADD 1 TO W-CANT-DIFERENCIAS
005050        MOVE "DIF. CON EL DEBITO" TO LD-RESULTADO
005060        GO TO 2200-EXIT.
005070     MOVE "OK" TO LD-RESULTADO.
005080 2200-EXIT.
005090     EXIT.
005100
005110******************************************************************
005120* 2300-GRABA-PRESENTACION - Renglon del certificado en el
005130*                           archivo para el organismo, con los
005140*                           importes redondeados al centavo.
005150******************************************************************
005160 2300-GRABA-PRESENTACION.
005170     MOVE RET-CUIT        TO PRE-CUIT.
005180     MOVE RET-FECHA       TO PRE-FECHA.
005190     MOVE RET-REGIMEN     TO PRE-REGIMEN.
005200     COMPUTE PRE-BASE    ROUNDED = RET-BASE.
005210     COMPUTE PRE-IMPORTE ROUNDED = RET-IMPORTE.
005220     MOVE RET-CERTIFICADO TO PRE-CERTIFICADO.
005230     WRITE REG-PRESENTACION.
005240     IF ST-PRE NOT = "00"
005250        ADD 1 TO W-CANT-ERRORES
005260        MOVE SPACES TO LD-RESULTADO
005270        STRING "ERROR GRABANDO PRESENTACION St=" ST-PRE
005280               DELIMITED BY SIZE INTO LD-RESULTADO
005290        GO TO 2300-EXIT.
005300     ADD 1           TO W-CANT-PRESENTADOS.
005310     ADD RET-BASE    TO W-TOT-BASE.
005320     ADD RET-IMPORTE TO W-TOT-PRESENTADO.
005330 2300-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 2400-IMPRIME - Renglon del listado para el certificado actual
005380*                con el resultado ya cargado en LD-RESULTADO.
005390******************************************************************
005400 2400-IMPRIME.
005410     MOVE RET-CERTIFICADO TO LD-CERTIFICADO.
005420     MOVE RET-FECHA       TO LD-FECHA.
005430     MOVE RET-CLI-ID      TO LD-ID.
005440     MOVE RET-CUIT        TO LD-CUIT.
005450     MOVE RET-REGIMEN     TO LD-REGIMEN.
005460     MOVE RET-BASE        TO LD-BASE.
005470     MOVE RET-IMPORTE     TO LD-IMPORTE.
005480     MOVE RET-DEB-FECHA   TO LD-DEB-FECHA.
005490     MOVE RET-DEB-SEQ     TO LD-DEB-SEQ.
005500     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005510 2400-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 2500-CONTROLA-DEBITOS - Segunda pasada, sobre MOVIMIENTOS:
005560*                         suma los debitos de retencion
005570*                         (concepto RETE) vigentes del periodo
005580*                         y lista los que no tienen numero de
005590*                         certificado o cuyo certificado no
005600*                         existe o no los apunta.
005610******************************************************************
005620 2500-CONTROLA-DEBITOS.
005630     MOVE SPACES TO LIN-REPORTE.
005640     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
005650     WRITE LIN-REPORTE FROM LIN-TITULO-3 AFTER ADVANCING 1 LINE.
005660     MOVE SPACES TO LIN-REPORTE.
005670     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005680     MOVE LOW-VALUES TO MOV-CLAVE.
005690     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
005700         INVALID KEY SET NO-HAY-MAS-MOVS TO TRUE.
005710 2500-CICLO.
005720     IF NO-HAY-MAS-MOVS
005730        GO TO 2500-EXIT.
005740     READ MOVIMIENTOS NEXT RECORD
005750         AT END SET NO-HAY-MAS-MOVS TO TRUE.
005760     IF NO-HAY-MAS-MOVS
005770        GO TO 2500-EXIT.
005780     IF ST-MOV > "07"
005790        MOVE "S" TO W-HUBO-ERR-LECTURA
005800        MOVE SPACES TO LIN-REPORTE
005810        STRING "Error leyendo MOVIMIENTOS - Status=" ST-MOV
005820               DELIMITED BY SIZE INTO LIN-REPORTE
005830        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005840        GO TO 2500-EXIT.
005850     IF MOV-FECHA (1:6) NOT = W-PERIODO
005860        OR MOV-CONCEPTO NOT = "RETE"
005870        OR NOT MOV-DEBITO
005880        OR NOT MOV-SIN-REVERSA
005890        GO TO 2500-CICLO.
005900     ADD 1           TO W-CANT-DEBITOS.
005910     ADD MOV-IMPORTE TO W-TOT-DEBITOS.
005920     MOVE SPACES TO LDB-RESULTADO.
005930     MOVE SPACES TO LDB-CERTIFICADO.
005940     IF MOV-CERTIFICADO NOT NUMERIC
005950        MOVE "SIN NUMERO DE CERTIFICADO" TO LDB-RESULTADO
005960        GO TO 2500-INFORMA.
005970     MOVE MOV-CERTIFICADO TO LDB-CERTIFICADO.
005980     IF MOV-CERTIFICADO = 0
005990        MOVE "SIN NUMERO DE CERTIFICADO" TO LDB-RESULTADO
006000        GO TO 2500-INFORMA.
006010     MOVE MOV-CERTIFICADO TO RET-CERTIFICADO.
006020     READ RETENCIONES
006030         INVALID KEY     MOVE "N" TO W-RET-EXISTE
006040         NOT INVALID KEY MOVE "S" TO W-RET-EXISTE.
006050     IF W-RET-EXISTE = "N"
006060        MOVE "CERTIFICADO INEXISTENTE" TO LDB-RESULTADO
006070        GO TO 2500-INFORMA.
006080     IF RET-CLI-ID NOT = MOV-CLI-ID
006090        OR RET-DEB-FECHA NOT = MOV-FECHA
006100        OR RET-DEB-SEQ NOT = MOV-SEQ
006110        MOVE "EL CERTIFICADO APUNTA A OTRO DEBITO"
006120             TO LDB-RESULTADO
006130        GO TO 2500-INFORMA.
006140     GO TO 2500-CICLO.
006150 2500-INFORMA.
006160     ADD 1 TO W-CANT-DEB-SIN-CERT.
006170     MOVE MOV-CLI-ID  TO LDB-ID.
006180     MOVE MOV-FECHA   TO LDB-FECHA.
006190     MOVE MOV-SEQ     TO LDB-SEQ.
006200     MOVE MOV-IMPORTE TO LDB-IMPORTE.
006210     WRITE LIN-REPORTE FROM LIN-DEBITO AFTER ADVANCING 1 LINE.
006220     GO TO 2500-CICLO.
006230 2500-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 3000-FINAL - Totales y conciliacion, cierre de archivos y
006280*              renglon del joblog. La corrida termina en ERROR
006290*              si algo no concilia.
006300******************************************************************
006310 3000-FINAL.
006320     COMPUTE W-TOT-DIFERENCIA = W-TOT-PRESENTADO - W-TOT-DEBITOS.
006330     MOVE SPACES TO LIN-REPORTE.
006340     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
006350     MOVE W-CANT-PERIODO        TO LR1-CANT.
006360     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
006370     MOVE W-CANT-PRESENTADOS    TO LR2-CANT.
006380     MOVE W-TOT-BASE            TO LR2-BASE.
006390     MOVE W-TOT-PRESENTADO      TO LR2-IMPORTE.
006400     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
006410     MOVE W-CANT-NO-PRESENTADOS TO LR3-CANT.
006420     MOVE W-TOT-NO-PRESENTADO   TO LR3-IMPORTE.
006430     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
006440     MOVE W-CANT-DIFERENCIAS    TO LR4-CANT.
006450     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
006460     MOVE W-CANT-SALTOS         TO LR5-CANT.
006470     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
006480     MOVE W-CANT-DEBITOS        TO LR6-CANT.
006490     MOVE W-TOT-DEBITOS         TO LR6-IMPORTE.
006500     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
006510     MOVE W-CANT-DEB-SIN-CERT   TO LR7-CANT.
006520     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
006530     MOVE W-TOT-DIFERENCIA      TO LR8-IMPORTE.
006540     WRITE LIN-REPORTE FROM LIN-RESUMEN-8 AFTER ADVANCING 1 LINE.
006550     MOVE W-CANT-ERRORES        TO LR9-CANT.
006560     WRITE LIN-REPORTE FROM LIN-RESUMEN-9 AFTER ADVANCING 1 LINE.
006570     CLOSE RETENCIONES.
006580     CLOSE MOVIMIENTOS.
006590     CLOSE PRESENTACION.
006600     CLOSE REPORTE.
006610     IF W-HUBO-ERR-LECTURA = "S" OR W-CANT-ERRORES > 0
006620        OR W-CANT-DIFERENCIAS > 0 OR W-CANT-DEB-SIN-CERT > 0
006630        OR W-TOT-DIFERENCIA NOT = 0
006640        MOVE "ERROR" TO W-JOB-RESULTADO
006650     ELSE
006660        MOVE "OK"    TO W-JOB-RESULTADO.
006670     MOVE SPACES TO W-JOB-DETALLE.
006680     STRING "PERIODO=" W-PERIODO
006690            " PRESENTADOS=" W-CANT-PRESENTADOS
006700            " NO PRES.=" W-CANT-NO-PRESENTADOS
006710            " SIN CERT=" W-CANT-DEB-SIN-CERT
006720            DELIMITED BY SIZE INTO W-JOB-DETALLE.
006730     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
006740
006750******************************************************************
006760* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
006770*                     control comun de la cadena nocturna.
006780******************************************************************
006790 9000-GRABA-JOBLOG.
006800     OPEN EXTEND JOBLOG.
006810     IF ST-JOB = "35"
006820        OPEN OUTPUT JOBLOG
006830        CLOSE JOBLOG
006840        OPEN EXTEND JOBLOG.
006850     IF ST-JOB > "07"
006860        GO TO 9000-EXIT.
006870     ACCEPT W-JOB-HORA-FIN FROM TIME.
006880     MOVE "RETENMES"        TO JOB-PROGRAMA.
006890     MOVE W-FECHA-SIST      TO JOB-FECHA.
006900     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
006910     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
006920     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
006930     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
006940     WRITE REG-JOBLOG.
006950     CLOSE JOBLOG.
006960 9000-EXIT.
006970     EXIT.
006980
006990 END PROGRAM RETENMES.

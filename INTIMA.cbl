000010******************************************************************
000020* Program-ID : INTIMA
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Intimaciones de pago escalonadas: para cada
000070*              cliente activo con CLI_SALDO negativo arma la
000080*              composicion de la deuda desde MOVIMIENTOS igual
000090*              que ANTIGSAL (los creditos cancelan los debitos
000100*              mas viejos primero) y toma los dias de la deuda
000110*              mas vieja: 31-60 aviso amistoso, 61-90 intimacion
000120*              formal, mas de 90 ultimo aviso. El nivel sube de
000130*              a uno por vez y solo cuando pasaron los dias de
000140*              espera desde la ultima carta; si la deuda se
000150*              cancela o rejuvenece el cliente baja de nivel.
000160*              Emite una carta por cliente (intima.txt) con
000170*              nombre y direccion de CLIENTES/CODPOSTALES y el
000180*              saldo adeudado, graba el historial en intimac.dat
000190*              y un listado de control (intima.lst).
000200* Tectonics  : cobc
000210*-------------------------------------------------------------
000220* Modification History
000230* Date       Init  Description
000240* 2026-10-15  SIS  Version inicial.
000250* 2026-10-15  SIS  Controla la apertura de intima.txt.
000252* 2026-10-15  SIS  Sin codpost.dat las cartas salen sin localidad,
000254*                  se informa en el listado y la corrida queda
000256*                  como ERROR en el joblog.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. INTIMA.
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350
000360     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000370            ORGANIZATION INDEXED
000380            ACCESS MODE DYNAMIC
000390            RECORD KEY IS ID_CLIENTE
000400            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000410            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000420            STATUS ST-CLI.
000430
000440     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000450            ORGANIZATION INDEXED
000460            ACCESS MODE DYNAMIC
000470            RECORD KEY IS MOV-CLAVE
000480            STATUS ST-MOV.
000490
000500     SELECT OPTIONAL CODPOSTALES ASSIGN TO "./codpost.dat"
000510            ORGANIZATION INDEXED
000520            ACCESS MODE DYNAMIC
000530            RECORD KEY IS CP-CODIGO
000540            STATUS ST-CP.
000550
000560     SELECT OPTIONAL INTIMACIONES ASSIGN TO "./intimac.dat"
000570            ORGANIZATION INDEXED
000580            ACCESS MODE DYNAMIC
000590            RECORD KEY IS INT-CLAVE
000600            STATUS ST-INT.
000610
000620     SELECT CARTAS ASSIGN TO "./intima.txt"
000630            ORGANIZATION LINE SEQUENTIAL
000640            STATUS ST-CAR.
000650
000660     SELECT REPORTE ASSIGN TO "./intima.lst"
000670            ORGANIZATION LINE SEQUENTIAL
000680            STATUS ST-REP.
000690
000700     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000710            ORGANIZATION LINE SEQUENTIAL
000720            STATUS ST-PAR.
000730
000740     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000750            ORGANIZATION SEQUENTIAL
000760            ACCESS MODE SEQUENTIAL
000770            STATUS ST-JOB.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810
000820     COPY "CLIENTE.CPY".
000830
000840     COPY "MOVIMIEN.CPY".
000850
000860     COPY "CODPOST.CPY".
000870
000880     COPY "INTIMAC.CPY".
000890
000900 FD  CARTAS.
000910
000920 01  LIN-CARTA               PIC X(80).
000930
000940 FD  REPORTE.
000950
000960 01  LIN-REPORTE             PIC X(132).
000970
000980     COPY "NOCTURNO.CPY".
000990
001000     COPY "JOBLOG.CPY".
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  ST-CLI                  PIC XX.
001050 01  ST-MOV                  PIC XX.
001060 01  ST-CP                   PIC XX.
001070 01  ST-INT                  PIC XX.
001080 01  ST-CAR                  PIC XX.
001090 01  ST-REP                  PIC XX.
001100 01  ST-PAR                  PIC XX.
001110 01  ST-JOB                  PIC XX.
001120
001130 01  FIN-CLIENTES            PIC X     VALUE "N".
001140     88  NO-HAY-MAS-CLIENTES VALUE "S".
001150 01  FIN-MOVS-CLI            PIC X.
001160 01  FIN-INTIMAC             PIC X.
001165 01  W-CODPOSTALES-OK        PIC X     VALUE "S".
001170
001180 01  W-PARAM-HAY             PIC X     VALUE "N".
001190 01  W-PARAM-DATOS           PIC X(72).
001200 01  W-PARAM-INTIMA REDEFINES W-PARAM-DATOS.
001210     03  PARAM-ESPERA        PIC X(3).
001220     03  FILLER              PIC X(69).
001230
001240 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001250 01  W-JOB-RESULTADO         PIC X(5).
001260 01  W-JOB-DETALLE           PIC X(70).
001270 01  W-JOB-HORA-FIN          PIC 9(8).
001280
001290 01  W-FECHA-SIST            PIC 9(8).
001300 01  W-DIAS-HOY              PIC 9(7).
001310 01  W-DIAS-DEUDA            PIC 9(5).
001320 01  W-DIAS-ESPERA           PIC 9(3)  VALUE 15.
001330 01  W-DIAS-DESDE-CARTA      PIC 9(7).
001340
001350 01  W-FAD-FECHA             PIC 9(8).
001360 01  W-FAD-FECHA-X REDEFINES W-FAD-FECHA.
001370     03  W-FAD-AAAA          PIC 9(4).
001380     03  W-FAD-MM            PIC 9(2).
001390     03  W-FAD-DD            PIC 9(2).
001400 01  W-FAD-DIAS              PIC 9(7).
001410 01  W-FAD-ANIO              PIC 9(5).
001420 01  W-FAD-MES               PIC 9(2).
001430 01  W-FAD-AUX               PIC 9(8).
001440 01  W-FAD-Q4                PIC 9(5).
001450 01  W-FAD-Q100              PIC 9(5).
001460 01  W-FAD-Q400              PIC 9(5).
001470
001480 01  W-LOT-TOPE              PIC 9(5)  VALUE 2000.
001490 01  W-LOT-CANT              PIC 9(5).
001500 01  W-LOT-INI               PIC 9(5).
001510 01  W-LOT-SUB               PIC 9(5).
001520 01  W-LOT-DESBORDE          PIC X.
001530
001540 01  W-TAB-LOTES.
001550     03  W-LOT-ENTRADA OCCURS 2000.
001560         05  W-LOT-FECHA     PIC 9(8).
001570         05  W-LOT-IMPORTE   PIC S9(7)V9(3).
001580
001590 01  W-EXCESO-CREDITO        PIC S9(9)V9(3).
001600 01  W-CRED-RESTANTE         PIC S9(9)V9(3).
001610 01  W-DEBITO-NETO           PIC S9(9)V9(3).
001620 01  W-CLI-FECHA-VIEJA       PIC 9(8).
001630 01  W-CLI-DEUDA             PIC S9(9)V9(3).
001640
001650 01  W-NIVEL-DEUDA           PIC 9.
001660 01  W-NIVEL-ANT             PIC 9.
001670 01  W-NIVEL-NUEVO           PIC 9.
001680 01  W-FECHA-ULT-REG         PIC 9(8).
001690 01  W-FECHA-ULT-CARTA       PIC 9(8).
001700 01  W-CON-CARTA             PIC X.
001710 01  W-RESULTADO             PIC X(20).
001720
001730 01  W-TEXTOS-CARTA-INI.
001740     03  FILLER              PIC X(30) VALUE
001750             "AVISO DE SALDO PENDIENTE".
001760     03  FILLER              PIC X(50) VALUE
001770             "Le recordamos que su cuenta registra un saldo".
001780     03  FILLER              PIC X(50) VALUE
001790             "pendiente de pago con la antiguedad que se".
001800     03  FILLER              PIC X(50) VALUE
001810             "indica mas abajo. Si ya lo abono, le rogamos".
001820     03  FILLER              PIC X(50) VALUE
001830             "desestimar el presente aviso.".
001840     03  FILLER              PIC X(30) VALUE
001850             "INTIMACION DE PAGO".
001860     03  FILLER              PIC X(50) VALUE
001870             "No habiendo registrado el pago de su saldo, lo".
001880     03  FILLER              PIC X(50) VALUE
001890             "intimamos a regularizar la deuda que se detalla".
001900     03  FILLER              PIC X(50) VALUE
001910             "dentro de los 10 dias de recibida la presente,".
001920     03  FILLER              PIC X(50) VALUE
001930             "en cualquiera de nuestras sucursales.".
001940     03  FILLER              PIC X(30) VALUE
001950             "ULTIMO AVISO".
001960     03  FILLER              PIC X(50) VALUE
001970             "Pese a los avisos anteriores, su cuenta mantiene".
001980     03  FILLER              PIC X(50) VALUE
001990             "la deuda que se detalla. De no regularizarla".
002000     03  FILLER              PIC X(50) VALUE
002010             "dentro de los 5 dias, la cuenta sera derivada a".
002020     03  FILLER              PIC X(50) VALUE
002030             "gestion de cobro sin mas aviso.".
002040 01  W-TEXTOS-CARTA REDEFINES W-TEXTOS-CARTA-INI.
002050     03  W-TXC-NIVEL OCCURS 3.
002060         05  W-TXC-TITULO    PIC X(30).
002070         05  W-TXC-RENGLON   PIC X(50) OCCURS 4.
002080 01  W-TXC-SUB               PIC 9.
002090
002100 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
002110 01  W-CANT-DEUDORES         PIC 9(7)  VALUE 0.
002120 01  W-CANT-NIVEL-1          PIC 9(7)  VALUE 0.
002130 01  W-CANT-NIVEL-2          PIC 9(7)  VALUE 0.
002140 01  W-CANT-NIVEL-3          PIC 9(7)  VALUE 0.
002150 01  W-CANT-ESPERA           PIC 9(7)  VALUE 0.
002160 01  W-CANT-BAJAS            PIC 9(7)  VALUE 0.
002170 01  W-CANT-REGULARIZADOS    PIC 9(7)  VALUE 0.
002180 01  W-CANT-INCOMPLETOS      PIC 9(7)  VALUE 0.
002190 01  W-CANT-ERRORES-IO       PIC 9(7)  VALUE 0.
002200 01  W-CANT-CARTAS           PIC 9(7)  VALUE 0.
002210 01  W-TOT-INTIMADO          PIC S9(9)V9(3) VALUE 0.
002220
002230 01  LC-ENCABEZADO.
002240     03  FILLER              PIC X(50) VALUE "Dpto. Cobranzas".
002250     03  FILLER              PIC X(7)  VALUE "Fecha: ".
002260     03  LCE-FECHA           PIC 9(8).
002270
002280 01  LC-REFERENCIA.
002290     03  FILLER              PIC X(6)  VALUE "Ref.: ".
002300     03  LCR-TITULO          PIC X(30).
002310     03  FILLER              PIC X(14) VALUE " - Cliente Nro".
002320     03  FILLER              PIC X(2)  VALUE ". ".
002330     03  LCR-ID              PIC Z(6)9.
002340
002350 01  LC-LOCALIDAD.
002360     03  LCL-CODPOST         PIC X(10).
002370     03  FILLER              PIC X     VALUE SPACE.
002380     03  LCL-LOCALIDAD       PIC X(30).
002390     03  FILLER              PIC X     VALUE SPACE.
002400     03  LCL-PROVINCIA       PIC X(30).
002410
002420 01  LC-SALDO.
002430     03  FILLER              PIC X(18) VALUE "Saldo adeudado al ".
002440     03  LCS-FECHA           PIC 9(8).
002450     03  FILLER              PIC X(4)  VALUE "  : ".
002460     03  LCS-IMPORTE         PIC Z(6)9,999.
002470
002480 01  LC-ANTIGUEDAD.
002490     03  FILLER              PIC X(34) VALUE
002500             "Antiguedad de la deuda mas vieja: ".
002510     03  LCA-DIAS            PIC ZZZZ9.
002520     03  FILLER              PIC X(5)  VALUE " dias".
002530
002540 01  LIN-TITULO-1.
002550     03  FILLER              PIC X(47) VALUE
002560             "Intimaciones de Pago - Control".
002570     03  FILLER              PIC X(7)  VALUE "Fecha: ".
002580     03  LT1-FECHA           PIC 9(8).
002590     03  FILLER              PIC X(18) VALUE "   Dias de espera:".
002600     03  LT1-ESPERA          PIC ZZ9.
002610
002620 01  LIN-TITULO-2.
002630     03  FILLER              PIC X(10) VALUE "Id Cliente".
002640     03  FILLER              PIC X(3)  VALUE SPACES.
002650     03  FILLER              PIC X(27) VALUE "Nombre".
002660     03  FILLER              PIC X(7)  VALUE " Dias".
002670     03  FILLER              PIC X(14) VALUE "   Adeudado".
002680     03  FILLER              PIC X(6)  VALUE "Ant.".
002690     03  FILLER              PIC X(6)  VALUE "Nuevo".
002700     03  FILLER              PIC X(20) VALUE "Resultado".
002710
002720 01  LIN-DETALLE.
002730     03  LD-ID               PIC Z(6)9.
002740     03  FILLER              PIC X(3)  VALUE SPACES.
002750     03  LD-NOMBRE           PIC X(25).
002760     03  FILLER              PIC X(2)  VALUE SPACES.
002770     03  LD-DIAS             PIC ZZZZ9.
002780     03  FILLER              PIC X(2)  VALUE SPACES.
002790     03  LD-IMPORTE          PIC -9(7),999.
002800     03  FILLER              PIC X(3)  VALUE SPACES.
002810     03  LD-NIVEL-ANT        PIC 9.
002820     03  FILLER              PIC X(5)  VALUE SPACES.
002830     03  LD-NIVEL-NUEVO      PIC 9.
002840     03  FILLER              PIC X(4)  VALUE SPACES.
002850     03  LD-RESULTADO        PIC X(20).
002860
002870 01  LIN-INCOMPLETO.
002880     03  FILLER              PIC X(44) VALUE
002890             "Composicion incompleta - Id Cliente:        ".
002900     03  LI-ID               PIC Z(6)9.
002910     03  FILLER              PIC X(9)  VALUE "  Saldo: ".
002920     03  LI-SALDO            PIC -9(9),999.
002930
002940 01  LIN-RESUMEN-1.
002950     03  FILLER              PIC X(24) VALUE
002960             "Clientes leidos       :".
002970     03  LR1-CANT            PIC ZZZZZZ9.
002980
002990 01  LIN-RESUMEN-2.
003000     03  FILLER              PIC X(24) VALUE
003010             "Clientes deudores     :".
003020     03  LR2-CANT            PIC ZZZZZZ9.
003030
003040 01  LIN-RESUMEN-3.
003050     03  FILLER              PIC X(24) VALUE
003060             "Avisos amistosos      :".
003070     03  LR3-CANT            PIC ZZZZZZ9.
003080
003090 01  LIN-RESUMEN-4.
003100     03  FILLER              PIC X(24) VALUE
003110             "Intimaciones formales :".
003120     03  LR4-CANT            PIC ZZZZZZ9.
003130
003140 01  LIN-RESUMEN-5.
003150     03  FILLER              PIC X(24) VALUE
003160             "Ultimos avisos        :".
003170     03  LR5-CANT            PIC ZZZZZZ9.
003180
003190 01  LIN-RESUMEN-6.
003200     03  FILLER              PIC X(24) VALUE
003210             "En espera             :".
003220     03  LR6-CANT            PIC ZZZZZZ9.
003230
003240 01  LIN-RESUMEN-7.
003250     03  FILLER              PIC X(24) VALUE
003260             "Bajas de nivel        :".
003270     03  LR7-CANT            PIC ZZZZZZ9.
003280
003290 01  LIN-RESUMEN-8.
003300     03  FILLER              PIC X(24) VALUE
003310             "Regularizados         :".
003320     03  LR8-CANT            PIC ZZZZZZ9.
003330
003340 01  LIN-RESUMEN-9.
003350     03  FILLER              PIC X(24) VALUE
003360             "Composicion incompleta:".
003370     03  LR9-CANT            PIC ZZZZZZ9.
003380
003390 01  LIN-RESUMEN-10.
003400     03  FILLER              PIC X(24) VALUE
003410             "Errores de E/S        :".
003420     03  LR10-CANT           PIC ZZZZZZ9.
003430
003440 01  LIN-RESUMEN-11.
003450     03  FILLER              PIC X(24) VALUE
003460             "Total intimado        :".
003470     03  LR11-IMPORTE        PIC -9(9),999.
003480
003490 PROCEDURE DIVISION.
003500 0000-MAINLINE.
003510     PERFORM 1000-INICIO.
003520     PERFORM 2000-PROCESO THRU 2000-EXIT
003530             UNTIL NO-HAY-MAS-CLIENTES.
003540     PERFORM 3000-FINAL.
003550     STOP RUN.
003560
003570******************************************************************
003580* 1000-INICIO - Toma los dias de espera, abre archivos, calcula
003590*               el dia serial de la fecha de corrida y posiciona
003600*               el maestro de CLIENTES.
003610******************************************************************
003620 1000-INICIO.
003630     OPEN OUTPUT REPORTE.
003640     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
003650     ACCEPT W-JOB-HORA-INICIO FROM TIME.
003660     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
003670     IF W-PARAM-HAY = "S"
003680        IF PARAM-ESPERA NUMERIC
003690           MOVE PARAM-ESPERA TO W-DIAS-ESPERA
003700        END-IF
003710     ELSE
003720        DISPLAY "Dias de espera entre cartas (0 = 15):"
003730        ACCEPT W-DIAS-ESPERA.
003740     IF W-DIAS-ESPERA = 0
003750        MOVE 15 TO W-DIAS-ESPERA.
003760     MOVE W-FECHA-SIST  TO LT1-FECHA.
003770     MOVE W-DIAS-ESPERA TO LT1-ESPERA.
003780     MOVE W-FECHA-SIST TO W-FAD-FECHA.
003790     PERFORM 8000-FECHA-A-DIAS THRU 8000-EXIT.
003800     MOVE W-FAD-DIAS TO W-DIAS-HOY.
003810     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
003820     MOVE SPACES TO LIN-REPORTE.
003830     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003840     OPEN INPUT CLIENTES.
003850     IF ST-CLI > "07"
003860        MOVE SPACES TO LIN-REPORTE
003870        STRING "No se pudo abrir CLIENTES (clientes.dat)-Status="
003880               ST-CLI DELIMITED BY SIZE INTO LIN-REPORTE
003890        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003900        MOVE "ERROR" TO W-JOB-RESULTADO
003910        MOVE "No abre CLIENTES" TO W-JOB-DETALLE
003920        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003930        CLOSE REPORTE
003940        CLOSE CLIENTES
003950        STOP RUN.
003960     OPEN INPUT MOVIMIENTOS.
003970     IF ST-MOV > "07"
003980        MOVE SPACES TO LIN-REPORTE
003990        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
004000               "-Status=" ST-MOV DELIMITED BY SIZE
004010               INTO LIN-REPORTE
004020        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004030        MOVE "ERROR" TO W-JOB-RESULTADO
004040        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
004050        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
004060        CLOSE REPORTE
004070        CLOSE CLIENTES
004080        CLOSE MOVIMIENTOS
004090        STOP RUN.
004100     OPEN I-O INTIMACIONES.
004110     IF ST-INT = "35"
004120        OPEN OUTPUT INTIMACIONES
004130        CLOSE INTIMACIONES
004140        OPEN I-O INTIMACIONES.
004150     IF ST-INT > "07"
004160        MOVE SPACES TO LIN-REPORTE
004170        STRING "No se pudo abrir INTIMACIONES (intimac.dat)"
004180               "-Status=" ST-INT DELIMITED BY SIZE
004190               INTO LIN-REPORTE
004200        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004210        MOVE "ERROR" TO W-JOB-RESULTADO
004220        MOVE "No abre INTIMACIONES" TO W-JOB-DETALLE
004230        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
004240        CLOSE REPORTE
004250        CLOSE CLIENTES
004260        CLOSE MOVIMIENTOS
004270        CLOSE INTIMACIONES
004280        STOP RUN.
004290     OPEN OUTPUT CARTAS.
004300     IF ST-CAR > "07"
004310        MOVE SPACES TO LIN-REPORTE
004320        STRING "No se pudo abrir CARTAS (intima.txt)"
004330               "-Status=" ST-CAR DELIMITED BY SIZE
004340               INTO LIN-REPORTE
004350        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004360        MOVE "ERROR" TO W-JOB-RESULTADO
004370        MOVE "No abre CARTAS" TO W-JOB-DETALLE
004380        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
004390        CLOSE REPORTE
004400        CLOSE CLIENTES
004410        CLOSE MOVIMIENTOS
004420        CLOSE INTIMACIONES
004430        CLOSE CARTAS
004440        STOP RUN.
004450     OPEN INPUT CODPOSTALES.
004451     IF ST-CP NOT = "00"
004452        MOVE "N" TO W-CODPOSTALES-OK
004453        MOVE SPACES TO LIN-REPORTE
004454        STRING "Sin codigos postales (codpost.dat)-Status="
004455               ST-CP " - las cartas salen sin localidad"
004456               DELIMITED BY SIZE INTO LIN-REPORTE
004457        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004460     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
004470     MOVE SPACES TO LIN-REPORTE.
004480     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004490     MOVE LOW-VALUES TO ID_CLIENTE.
004500     START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
004510         INVALID KEY SET NO-HAY-MAS-CLIENTES TO TRUE.
004520     IF ST-CLI > "07"
004530        SET NO-HAY-MAS-CLIENTES TO TRUE.
004540
004550******************************************************************
004560* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
004570*                      programa; si esta, los dias de espera se
004580*                      toman de alli y no se pregunta por
004590*                      consola (corrida desatendida).
004600******************************************************************
004610 1050-LEE-PARAMETROS.
004620     OPEN INPUT PARAMS.
004630     IF ST-PAR > "07"
004640        CLOSE PARAMS
004650        GO TO 1050-EXIT.
004660 1050-CICLO.
004670     READ PARAMS
004680         AT END
004690            CLOSE PARAMS
004700            GO TO 1050-EXIT.
004710     IF ST-PAR > "07"
004720        CLOSE PARAMS
004730        GO TO 1050-EXIT.
004740     IF PAR-PROGRAMA = "INTIMA"
004750        MOVE PAR-DATOS TO W-PARAM-DATOS
004760        MOVE "S"       TO W-PARAM-HAY
004770        CLOSE PARAMS
004780        GO TO 1050-EXIT.
004790     GO TO 1050-CICLO.
004800 1050-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840* 2000-PROCESO - Un cliente por iteracion: calcula el nivel que
004850*                corresponde a la antiguedad de su deuda, lo
004860*                compara con el nivel vigente del historial y
004870*                decide si se emite carta, se espera, se baja de
004880*                nivel o se da por regularizado.
004890******************************************************************
004900 2000-PROCESO.
004910     READ CLIENTES NEXT RECORD
004920         AT END SET NO-HAY-MAS-CLIENTES TO TRUE.
004930     IF NO-HAY-MAS-CLIENTES
004940        GO TO 2000-EXIT.
004950     IF ST-CLI > "07"
004960        SET NO-HAY-MAS-CLIENTES TO TRUE
004970        ADD 1 TO W-CANT-ERRORES-IO
004980        MOVE SPACES TO LIN-REPORTE
004990        STRING "Error leyendo CLIENTES - Status=" ST-CLI
005000               DELIMITED BY SIZE INTO LIN-REPORTE
005010        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005020        GO TO 2000-EXIT.
005030     ADD 1 TO W-CANT-LEIDOS.
005040     IF CLI-INACTIVO
005050        GO TO 2000-EXIT.
005060     PERFORM 2050-NIVEL-VIGENTE THRU 2050-EXIT.
005070     MOVE 0 TO W-NIVEL-DEUDA.
005080     MOVE 0 TO W-DIAS-DEUDA.
005090     MOVE 0 TO W-CLI-DEUDA.
005100     IF CLI_SALDO < 0
005110        ADD 1 TO W-CANT-DEUDORES
005120        COMPUTE W-CLI-DEUDA = 0 - CLI_SALDO
005130        PERFORM 2100-ARMA-COMPOSICION THRU 2100-EXIT
005140        IF W-LOT-DESBORDE = "S"
005150           ADD 1 TO W-CANT-INCOMPLETOS
005160           MOVE CLI_ID    TO LI-ID
005170           MOVE CLI_SALDO TO LI-SALDO
005180           WRITE LIN-REPORTE FROM LIN-INCOMPLETO
005190                   AFTER ADVANCING 1 LINE
005200           GO TO 2000-EXIT
005210        END-IF
005220        PERFORM 2400-DEUDA-MAS-VIEJA THRU 2400-EXIT
005230     END-IF.
005240     IF W-DIAS-DEUDA > 90
005250        MOVE 3 TO W-NIVEL-DEUDA
005260     ELSE
005270        IF W-DIAS-DEUDA > 60
005280           MOVE 2 TO W-NIVEL-DEUDA
005290        ELSE
005300           IF W-DIAS-DEUDA > 30
005310              MOVE 1 TO W-NIVEL-DEUDA.
005320     IF W-NIVEL-DEUDA = 0 AND W-NIVEL-ANT = 0
005330        GO TO 2000-EXIT.
005340     IF W-FECHA-ULT-REG = W-FECHA-SIST
005350        GO TO 2000-EXIT.
005360     MOVE "N" TO W-CON-CARTA.
005370     IF W-NIVEL-DEUDA = 0
005380        MOVE 0 TO W-NIVEL-NUEVO
005390        MOVE "REGULARIZADO" TO W-RESULTADO
005400        ADD 1 TO W-CANT-REGULARIZADOS
005410        GO TO 2000-GRABA.
005420     MOVE W-DIAS-ESPERA TO W-DIAS-DESDE-CARTA.
005430     IF W-FECHA-ULT-CARTA NOT = 0
005440        MOVE W-FECHA-ULT-CARTA TO W-FAD-FECHA
005450        PERFORM 8000-FECHA-A-DIAS THRU 8000-EXIT
005460        IF W-FAD-DIAS > W-DIAS-HOY
005470           MOVE W-DIAS-HOY TO W-FAD-DIAS
005480        END-IF
005490        COMPUTE W-DIAS-DESDE-CARTA = W-DIAS-HOY - W-FAD-DIAS
005500     END-IF.
005510     IF W-NIVEL-ANT > 0
005520        AND W-DIAS-DESDE-CARTA < W-DIAS-ESPERA
005530        GO TO 2000-ESPERA.
005540     COMPUTE W-NIVEL-NUEVO = W-NIVEL-ANT + 1.
005550     IF W-NIVEL-NUEVO > W-NIVEL-DEUDA
005560        MOVE W-NIVEL-DEUDA TO W-NIVEL-NUEVO.
005570     MOVE "S" TO W-CON-CARTA.
005580     PERFORM 2600-EMITE-CARTA THRU 2600-EXIT.
005590     MOVE SPACES TO W-RESULTADO.
005600     STRING "CARTA NIVEL " W-NIVEL-NUEVO
005610            DELIMITED BY SIZE INTO W-RESULTADO.
005620     GO TO 2000-GRABA.
005630 2000-ESPERA.
005640*    Dentro de la espera no se emite carta, pero si la deuda
005650*    rejuvenecio por un pago el nivel baja en el historial para
005660*    que la escala siga desde alli.
005670     IF W-NIVEL-DEUDA NOT < W-NIVEL-ANT
005680        ADD 1 TO W-CANT-ESPERA
005690        MOVE W-NIVEL-ANT TO W-NIVEL-NUEVO
005700        MOVE "EN ESPERA" TO W-RESULTADO
005710        GO TO 2000-LISTA.
005720     MOVE W-NIVEL-DEUDA TO W-NIVEL-NUEVO.
005730     MOVE "BAJA DE NIVEL" TO W-RESULTADO.
005740     ADD 1 TO W-CANT-BAJAS.
005750 2000-GRABA.
005760     PERFORM 2700-GRABA-HISTORIAL THRU 2700-EXIT.
005770 2000-LISTA.
005780     MOVE CLI_ID         TO LD-ID.
005790     MOVE CLI_NOMBRE     TO LD-NOMBRE.
005800     MOVE W-DIAS-DEUDA   TO LD-DIAS.
005810     MOVE W-CLI-DEUDA    TO LD-IMPORTE.
005820     MOVE W-NIVEL-ANT    TO LD-NIVEL-ANT.
005830     MOVE W-NIVEL-NUEVO  TO LD-NIVEL-NUEVO.
005840     MOVE W-RESULTADO    TO LD-RESULTADO.
005850     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005860 2000-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 2050-NIVEL-VIGENTE - Recorre el historial del cliente: el
005910*                      ultimo registro da el nivel vigente y la
005920*                      fecha de la ultima corrida que lo toco;
005930*                      aparte se guarda la fecha de la ultima
005940*                      carta emitida, desde la que corre la
005950*                      espera.
005960******************************************************************
005970 2050-NIVEL-VIGENTE.
005980     MOVE 0   TO W-NIVEL-ANT.
005990     MOVE 0   TO W-FECHA-ULT-REG.
006000     MOVE 0   TO W-FECHA-ULT-CARTA.
006010     MOVE "N" TO FIN-INTIMAC.
006020     MOVE CLI_ID TO INT-CLI-ID.
006030     MOVE 0      TO INT-FECHA.
006040     START INTIMACIONES KEY IS NOT LESS THAN INT-CLAVE
006050         INVALID KEY MOVE "S" TO FIN-INTIMAC.
006060     IF ST-INT > "07"
006070        MOVE "S" TO FIN-INTIMAC.
006080 2050-CICLO.
006090     IF FIN-INTIMAC = "S"
006100        GO TO 2050-EXIT.
006110     READ INTIMACIONES NEXT RECORD
006120         AT END MOVE "S" TO FIN-INTIMAC.
006130     IF FIN-INTIMAC = "S"
006140        GO TO 2050-EXIT.
006150     IF ST-INT > "07"
006160        OR INT-CLI-ID NOT = CLI_ID
006170        GO TO 2050-EXIT.
006180     MOVE INT-NIVEL TO W-NIVEL-ANT.
006190     MOVE INT-FECHA TO W-FECHA-ULT-REG.
006200     IF INT-CON-CARTA
006210        MOVE INT-FECHA TO W-FECHA-ULT-CARTA.
006220     GO TO 2050-CICLO.
006230 2050-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 2100-ARMA-COMPOSICION - Recorre los movimientos del cliente en
006280*                         orden de fecha: cada debito abre un lote
006290*                         y cada credito cancela los lotes mas
006300*                         viejos primero. Quedan en la tabla los
006310*                         lotes impagos que componen la deuda.
006320******************************************************************
006330 2100-ARMA-COMPOSICION.
006340     MOVE 0   TO W-LOT-CANT.
006350     MOVE 1   TO W-LOT-INI.
006360     MOVE 0   TO W-EXCESO-CREDITO.
006370     MOVE "N" TO W-LOT-DESBORDE.
006380     MOVE "N" TO FIN-MOVS-CLI.
006390     MOVE CLI_ID TO MOV-CLI-ID.
006400     MOVE 0      TO MOV-FECHA.
006410     MOVE 0      TO MOV-SEQ.
006420     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
006430         INVALID KEY MOVE "S" TO FIN-MOVS-CLI.
006440     IF ST-MOV > "07"
006450        MOVE "S" TO FIN-MOVS-CLI.
006460 2100-CICLO.
006470     IF FIN-MOVS-CLI = "S"
006480        GO TO 2100-EXIT.
006490     READ MOVIMIENTOS NEXT RECORD
006500         AT END MOVE "S" TO FIN-MOVS-CLI.
006510     IF FIN-MOVS-CLI = "S"
006520        GO TO 2100-EXIT.
006530     IF ST-MOV > "07"
006540        MOVE "S" TO FIN-MOVS-CLI
006550        GO TO 2100-EXIT.
006560     IF MOV-CLI-ID NOT = CLI_ID
006570        MOVE "S" TO FIN-MOVS-CLI
006580        GO TO 2100-EXIT.
006590     IF MOV-DEBITO
006600        PERFORM 2200-APLICA-DEBITO THRU 2200-EXIT
006610     ELSE
006620        PERFORM 2300-APLICA-CREDITO THRU 2300-EXIT.
006630     GO TO 2100-CICLO.
006640 2100-EXIT.
006650     EXIT.
006660
006670******************************************************************
006680* 2200-APLICA-DEBITO - Abre un lote nuevo con el debito leido,
006690*                      neteando primero el credito excedente que
006700*                      pudiera venir de movimientos anteriores.
006710******************************************************************
006720 2200-APLICA-DEBITO.
006730     MOVE MOV-IMPORTE TO W-DEBITO-NETO.
006740     IF W-EXCESO-CREDITO > 0
006750        IF W-EXCESO-CREDITO NOT < W-DEBITO-NETO
006760           SUBTRACT W-DEBITO-NETO FROM W-EXCESO-CREDITO
006770           MOVE 0 TO W-DEBITO-NETO
006780        ELSE
006790           SUBTRACT W-EXCESO-CREDITO FROM W-DEBITO-NETO
006800           MOVE 0 TO W-EXCESO-CREDITO.
006810     IF W-DEBITO-NETO NOT > 0
006820        GO TO 2200-EXIT.
006830     IF W-LOT-CANT = W-LOT-TOPE
006840        MOVE "S" TO W-LOT-DESBORDE
006850        MOVE "S" TO FIN-MOVS-CLI
006860        GO TO 2200-EXIT.
006870     ADD 1 TO W-LOT-CANT.
006880     MOVE MOV-FECHA     TO W-LOT-FECHA (W-LOT-CANT).
006890     MOVE W-DEBITO-NETO TO W-LOT-IMPORTE (W-LOT-CANT).
006900 2200-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2300-APLICA-CREDITO - Cancela con el credito leido los lotes
006950*                       abiertos desde el mas viejo; lo que sobra
006960*                       queda como credito excedente para netear
006970*                       debitos posteriores.
006980******************************************************************
006990 2300-APLICA-CREDITO.
007000     MOVE MOV-IMPORTE TO W-CRED-RESTANTE.
007010 2300-CICLO.
007020     IF W-CRED-RESTANTE NOT > 0
007030        GO TO 2300-EXIT.
007040     IF W-LOT-INI > W-LOT-CANT
007050        ADD W-CRED-RESTANTE TO W-EXCESO-CREDITO
007060        GO TO 2300-EXIT.
007070     IF W-LOT-IMPORTE (W-LOT-INI) NOT > W-CRED-RESTANTE
007080        SUBTRACT W-LOT-IMPORTE (W-LOT-INI) FROM W-CRED-RESTANTE
007090        MOVE 0 TO W-LOT-IMPORTE (W-LOT-INI)
007100        ADD 1 TO W-LOT-INI
007110        GO TO 2300-CICLO.
007120     SUBTRACT W-CRED-RESTANTE FROM W-LOT-IMPORTE (W-LOT-INI).
007130     MOVE 0 TO W-CRED-RESTANTE.
007140 2300-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180* 2400-DEUDA-MAS-VIEJA - Toma la fecha del primer lote con saldo
007190*                        (los lotes quedan en orden de fecha) y
007200*                        calcula sus dias a la fecha de corrida.
007210******************************************************************
007220 2400-DEUDA-MAS-VIEJA.
007230     MOVE W-FECHA-SIST TO W-CLI-FECHA-VIEJA.
007240     MOVE W-LOT-INI TO W-LOT-SUB.
007250 2400-CICLO.
007260     IF W-LOT-SUB > W-LOT-CANT
007270        GO TO 2400-FIN.
007280     IF W-LOT-IMPORTE (W-LOT-SUB) NOT > 0
007290        ADD 1 TO W-LOT-SUB
007300        GO TO 2400-CICLO.
007310     MOVE W-LOT-FECHA (W-LOT-SUB) TO W-CLI-FECHA-VIEJA.
007320 2400-FIN.
007330     MOVE W-CLI-FECHA-VIEJA TO W-FAD-FECHA.
007340     PERFORM 8000-FECHA-A-DIAS THRU 8000-EXIT.
007350     IF W-FAD-DIAS > W-DIAS-HOY
007360        MOVE W-DIAS-HOY TO W-FAD-DIAS.
007370     COMPUTE W-DIAS-DEUDA = W-DIAS-HOY - W-FAD-DIAS.
007380 2400-EXIT.
007390     EXIT.
007400
007410******************************************************************
007420* 2600-EMITE-CARTA - Escribe la carta del nivel nuevo: membrete,
007430*                    destinatario con la localidad del maestro
007440*                    de codigos postales, texto del nivel, saldo
007450*                    adeudado y antiguedad. Cada carta empieza en
007460*                    hoja nueva.
007470******************************************************************
007480 2600-EMITE-CARTA.
007490     MOVE W-NIVEL-NUEVO TO W-TXC-SUB.
007500     MOVE W-FECHA-SIST TO LCE-FECHA.
007510     IF W-CANT-CARTAS = 0
007520        WRITE LIN-CARTA FROM LC-ENCABEZADO
007530                AFTER ADVANCING 1 LINE
007540     ELSE
007550        WRITE LIN-CARTA FROM LC-ENCABEZADO
007560                AFTER ADVANCING PAGE.
007570     ADD 1 TO W-CANT-CARTAS.
007580     MOVE SPACES TO LIN-CARTA.
007590     WRITE LIN-CARTA AFTER ADVANCING 2 LINES.
007600     MOVE CLI_NOMBRE TO LIN-CARTA.
007610     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007620     MOVE CLI_DIRECCION TO LIN-CARTA.
007630     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007640     MOVE CLI_CODPOST TO LCL-CODPOST.
007650     MOVE SPACES      TO LCL-LOCALIDAD.
007660     MOVE SPACES      TO LCL-PROVINCIA.
007670     MOVE CLI_CODPOST TO CP-CODIGO.
007675     IF W-CODPOSTALES-OK = "S"
007680        READ CODPOSTALES
007690            INVALID KEY CONTINUE
007700            NOT INVALID KEY
007710               MOVE CP-LOCALIDAD TO LCL-LOCALIDAD
007720               MOVE CP-PROVINCIA TO LCL-PROVINCIA
007722        END-READ
007724     END-IF.
007730     WRITE LIN-CARTA FROM LC-LOCALIDAD AFTER ADVANCING 1 LINE.
007740     MOVE W-TXC-TITULO (W-TXC-SUB) TO LCR-TITULO.
007750     MOVE CLI_ID TO LCR-ID.
007760     WRITE LIN-CARTA FROM LC-REFERENCIA AFTER ADVANCING 3 LINES.
007770     MOVE SPACES TO LIN-CARTA.
007780     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007790     MOVE W-TXC-RENGLON (W-TXC-SUB, 1) TO LIN-CARTA.
007800     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007810     MOVE W-TXC-RENGLON (W-TXC-SUB, 2) TO LIN-CARTA.
007820     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007830     MOVE W-TXC-RENGLON (W-TXC-SUB, 3) TO LIN-CARTA.
007840     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007850     MOVE W-TXC-RENGLON (W-TXC-SUB, 4) TO LIN-CARTA.
007860     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007870     MOVE W-FECHA-SIST TO LCS-FECHA.
007880     MOVE W-CLI-DEUDA  TO LCS-IMPORTE.
007890     WRITE LIN-CARTA FROM LC-SALDO AFTER ADVANCING 2 LINES.
007900     MOVE W-DIAS-DEUDA TO LCA-DIAS.
007910     WRITE LIN-CARTA FROM LC-ANTIGUEDAD AFTER ADVANCING 1 LINE.
007920     MOVE "Atentamente," TO LIN-CARTA.
007930     WRITE LIN-CARTA AFTER ADVANCING 3 LINES.
007940     MOVE "Dpto. Cobranzas" TO LIN-CARTA.
007950     WRITE LIN-CARTA AFTER ADVANCING 1 LINE.
007960     ADD W-CLI-DEUDA TO W-TOT-INTIMADO.
007970     EVALUATE W-NIVEL-NUEVO
007980        WHEN 1 ADD 1 TO W-CANT-NIVEL-1
007990        WHEN 2 ADD 1 TO W-CANT-NIVEL-2
008000        WHEN 3 ADD 1 TO W-CANT-NIVEL-3
008010     END-EVALUATE.
008020 2600-EXIT.
008030     EXIT.
008040
008050******************************************************************
008060* 2700-GRABA-HISTORIAL - Graba el registro del cliente para la
008070*                        fecha de corrida con el nivel en que
008080*                        queda y el saldo adeudado.
008090******************************************************************
008100 2700-GRABA-HISTORIAL.
008110     MOVE CLI_ID        TO INT-CLI-ID.
008120     MOVE W-FECHA-SIST  TO INT-FECHA.
008130     MOVE W-NIVEL-NUEVO TO INT-NIVEL.
008140     MOVE W-CLI-DEUDA   TO INT-IMPORTE.
008150     MOVE W-DIAS-DEUDA  TO INT-DIAS.
008160     MOVE W-CON-CARTA   TO INT-CARTA.
008170     WRITE REG-INTIMACION.
008180     IF ST-INT NOT = "00"
008190        ADD 1 TO W-CANT-ERRORES-IO
008200        MOVE SPACES TO W-RESULTADO
008210        STRING "ERROR HIST. ST=" ST-INT
008220               DELIMITED BY SIZE INTO W-RESULTADO.
008230 2700-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270* 3000-FINAL - Totales de la corrida, renglon de joblog y cierre
008280*              de archivos.
008290******************************************************************
008300 3000-FINAL.
008310     MOVE SPACES TO LIN-REPORTE.
008320     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
008330     MOVE W-CANT-LEIDOS        TO LR1-CANT.
008340     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
008350     MOVE W-CANT-DEUDORES      TO LR2-CANT.
008360     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
008370     MOVE W-CANT-NIVEL-1       TO LR3-CANT.
008380     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
008390     MOVE W-CANT-NIVEL-2       TO LR4-CANT.
008400     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
008410     MOVE W-CANT-NIVEL-3       TO LR5-CANT.
008420     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
008430     MOVE W-CANT-ESPERA        TO LR6-CANT.
008440     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
008450     MOVE W-CANT-BAJAS         TO LR7-CANT.
008460     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
008470     MOVE W-CANT-REGULARIZADOS TO LR8-CANT.
008480     WRITE LIN-REPORTE FROM LIN-RESUMEN-8 AFTER ADVANCING 1 LINE.
008490     MOVE W-CANT-INCOMPLETOS   TO LR9-CANT.
008500     WRITE LIN-REPORTE FROM LIN-RESUMEN-9 AFTER ADVANCING 1 LINE.
008510     MOVE W-CANT-ERRORES-IO    TO LR10-CANT.
008520     WRITE LIN-REPORTE FROM LIN-RESUMEN-10
008530             AFTER ADVANCING 1 LINE.
008540     MOVE W-TOT-INTIMADO       TO LR11-IMPORTE.
008550     WRITE LIN-REPORTE FROM LIN-RESUMEN-11
008560             AFTER ADVANCING 1 LINE.
008570     CLOSE CLIENTES.
008580     CLOSE MOVIMIENTOS.
008590     IF W-CODPOSTALES-OK = "S"
008595        CLOSE CODPOSTALES.
008600     CLOSE INTIMACIONES.
008610     CLOSE CARTAS.
008620     CLOSE REPORTE.
008630     IF W-CANT-ERRORES-IO > 0 OR W-CODPOSTALES-OK = "N"
008640        MOVE "ERROR" TO W-JOB-RESULTADO
008650     ELSE
008660        MOVE "OK"    TO W-JOB-RESULTADO.
008670     MOVE SPACES TO W-JOB-DETALLE.
008680     STRING "LEID=" W-CANT-LEIDOS " CARTAS=" W-CANT-CARTAS
008690            " REGUL=" W-CANT-REGULARIZADOS
008700            DELIMITED BY SIZE INTO W-JOB-DETALLE.
008710     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
008720
008730******************************************************************
008740* 8000-FECHA-A-DIAS - Convierte la fecha AAAAMMDD de W-FAD-FECHA
008750*                     en un numero de dia serial (W-FAD-DIAS) para
008760*                     restar fechas en dias, con el a#o corrido a
008770*                     marzo para absorber los bisiestos.
008780******************************************************************
008790 8000-FECHA-A-DIAS.
008800     MOVE W-FAD-AAAA TO W-FAD-ANIO.
008810     MOVE W-FAD-MM   TO W-FAD-MES.
008820     IF W-FAD-MES < 3
008830        SUBTRACT 1 FROM W-FAD-ANIO
008840        ADD 12 TO W-FAD-MES.
008850     COMPUTE W-FAD-AUX = 153 * (W-FAD-MES - 3) + 2.
008860     DIVIDE W-FAD-AUX  BY 5   GIVING W-FAD-AUX.
008870     DIVIDE W-FAD-ANIO BY 4   GIVING W-FAD-Q4.
008880     DIVIDE W-FAD-ANIO BY 100 GIVING W-FAD-Q100.
008890     DIVIDE W-FAD-ANIO BY 400 GIVING W-FAD-Q400.
008900     COMPUTE W-FAD-DIAS = 365 * W-FAD-ANIO
008910                        + W-FAD-Q4 - W-FAD-Q100 + W-FAD-Q400
008920                        + W-FAD-AUX + W-FAD-DD.
008930 8000-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
008980*                     control comun de la cadena nocturna.
008990******************************************************************
009000 9000-GRABA-JOBLOG.
009010     OPEN EXTEND JOBLOG.
009020     IF ST-JOB = "35"
009030        OPEN OUTPUT JOBLOG
009040        CLOSE JOBLOG
009050        OPEN EXTEND JOBLOG.
009060     IF ST-JOB > "07"
009070        GO TO 9000-EXIT.
009080     ACCEPT W-JOB-HORA-FIN FROM TIME.
009090     MOVE "INTIMA"          TO JOB-PROGRAMA.
009100     MOVE W-FECHA-SIST      TO JOB-FECHA.
009110     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
009120     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
009130     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
009140     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
009150     WRITE REG-JOBLOG.
009160     CLOSE JOBLOG.
009170 9000-EXIT.
009180     EXIT.
009190
009200 END PROGRAM INTIMA.

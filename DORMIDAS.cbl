000010******************************************************************
000020* Program-ID : DORMIDAS
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Deteccion de cuentas dormidas: recorre CLIENTES
000070*              y MOVIMIENTOS en orden de Id y marca como
000080*              dormida (CLI-DORMIDA) a todo cliente activo sin
000090*              movimientos en los ultimos N meses, dejando el
000100*              cambio en AUDITORIA con el operador DORM. Un
000110*              cliente sin ningun movimiento en el archivo se
000120*              marca salvo que su alta en AUDITORIA caiga
000130*              dentro del plazo. Lista los marcados y los que
000140*              ya estaban dormidos con la fecha de su ultimo
000150*              movimiento y el saldo (dormidas.lst). Una cuenta
000160*              dormida solo admite movimientos con autorizacion
000170*              de un supervisor nivel 3; el primero autorizado
000180*              levanta la marca.
000190*              Los meses se toman de nocturno.par o se
000200*              preguntan por consola.
000210* Tectonics  : cobc
000220*-------------------------------------------------------------
000230* Modification History
000240* Date       Init  Description
000250* 2026-10-15  SIS  Version inicial.
000260* 2026-10-15  SIS  Tras un error de lectura no marca mas cuentas:
000270*                  la fecha del ultimo movimiento no es segura.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. DORMIDAS.
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370
000380     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000390            ORGANIZATION INDEXED
000400            ACCESS MODE DYNAMIC
000410            RECORD KEY IS ID_CLIENTE
000420            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000430            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000440            STATUS ST-CLI.
000450
000460     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000470            ORGANIZATION INDEXED
000480            ACCESS MODE DYNAMIC
000490            RECORD KEY IS MOV-CLAVE
000500            STATUS ST-MOV.
000510
000520     SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
000530            ORGANIZATION SEQUENTIAL
000540            ACCESS MODE SEQUENTIAL
000550            STATUS ST-AUD.
000560
000570     SELECT REPORTE ASSIGN TO "./dormidas.lst"
000580            ORGANIZATION LINE SEQUENTIAL
000590            STATUS ST-REP.
000600
000610     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000620            ORGANIZATION LINE SEQUENTIAL
000630            STATUS ST-PAR.
000640
000650     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000660            ORGANIZATION SEQUENTIAL
000670            ACCESS MODE SEQUENTIAL
000680            STATUS ST-JOB.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720
000730     COPY "CLIENTE.CPY".
000740
000750     COPY "MOVIMIEN.CPY".
000760
000770     COPY "AUDITORI.CPY".
000780
000790     COPY "NOCTURNO.CPY".
000800
000810     COPY "JOBLOG.CPY".
000820
000830 FD  REPORTE.
000840
000850 01  LIN-REPORTE             PIC X(132).
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01  ST-CLI                  PIC XX.
000900 01  ST-MOV                  PIC XX.
000910 01  ST-AUD                  PIC XX.
000920 01  ST-REP                  PIC XX.
000930 01  ST-PAR                  PIC XX.
000940 01  ST-JOB                  PIC XX.
000950
000960 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
000970 01  W-PARAM-HAY             PIC X     VALUE "N".
000980 01  W-PARAM-DATOS           PIC X(72).
000990 01  W-PARAM-DORMIDAS REDEFINES W-PARAM-DATOS.
001000     03  PARAM-MESES         PIC 9(3).
001010     03  FILLER              PIC X(69).
001020
001030 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001040 01  W-JOB-RESULTADO         PIC X(5).
001050 01  W-JOB-DETALLE           PIC X(70).
001060 01  W-JOB-HORA-FIN          PIC 9(8).
001070
001080 01  FIN-ARCHIVO             PIC X     VALUE "N".
001090     88  NO-HAY-MAS-CLIENTES VALUE "S".
001100 01  FIN-MOVS                PIC X     VALUE "N".
001110     88  NO-HAY-MAS-MOVS     VALUE "S".
001120 01  FIN-AUDITORIA           PIC X     VALUE "N".
001130     88  NO-HAY-MAS-AUD      VALUE "S".
001140
001150 01  W-FECHA-SIST            PIC 9(8).
001160 01  W-FECHA-SIST-X REDEFINES W-FECHA-SIST.
001170     03  W-SIST-AAAA         PIC 9(4).
001180     03  W-SIST-MM           PIC 9(2).
001190     03  W-SIST-DD           PIC 9(2).
001200 01  W-HORA-SIST             PIC 9(8).
001210 01  W-MESES                 PIC 9(3)  VALUE 0.
001220
001230*    Fecha de corte: la de hoy N meses atras. Un cliente cuyo
001240*    ultimo movimiento es anterior al corte queda dormido.
001250 01  W-FECHA-CORTE           PIC 9(8).
001260 01  W-FECHA-CORTE-X REDEFINES W-FECHA-CORTE.
001270     03  W-CORTE-AAAA        PIC 9(4).
001280     03  W-CORTE-MM          PIC 9(2).
001290     03  W-CORTE-DD          PIC 9(2).
001300 01  W-CORTE-TOTAL           PIC 9(6).
001310 01  W-CORTE-RESTO           PIC 9(2).
001320 01  W-CORTE-COCIENTE        PIC 9(6).
001330 01  W-CORTE-ULT-DIA         PIC 9(2).
001340 01  W-DIAS-MES-TXT          PIC X(24)
001350                             VALUE "312831303130313130313031".
001360 01  W-TAB-DIAS-MES REDEFINES W-DIAS-MES-TXT.
001370     03  W-DIAS-MES          PIC 9(2)  OCCURS 12.
001380
001390 01  W-ULT-MOV               PIC 9(8).
001400 01  W-DORMIDA-ANT             PIC X.
001410
001420 01  W-ALT-TOPE              PIC 9(5)  VALUE 5000.
001430 01  W-ALT-CANT              PIC 9(5)  VALUE 0.
001440 01  W-ALT-SUB               PIC 9(5)  VALUE 0.
001450 01  W-ALT-DESBORDE          PIC X     VALUE "N".
001460 01  W-ALT-RECIENTE          PIC X.
001470 01  W-TAB-ALTAS.
001480     03  W-ALT-ID            PIC 9(7)  OCCURS 5000.
001490
001500 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
001510 01  W-CANT-MARCADOS         PIC 9(7)  VALUE 0.
001520 01  W-CANT-YA-DORMIDAS      PIC 9(7)  VALUE 0.
001530 01  W-CANT-ALTAS-RECIENTES  PIC 9(7)  VALUE 0.
001540 01  W-CANT-ERRORES          PIC 9(7)  VALUE 0.
001550 01  W-SALDO-MARCADOS        PIC S9(9)V9(3) VALUE 0.
001560
001570 01  LIN-TITULO-1.
001580     03  FILLER              PIC X(30) VALUE
001590             "Cuentas Dormidas".
001600     03  FILLER              PIC X(8)  VALUE "Fecha: ".
001610     03  LT1-FECHA           PIC 9(8).
001620     03  FILLER              PIC X(24) VALUE
001630             "  Meses sin movimientos:".
001640     03  LT1-MESES           PIC ZZ9.
001650     03  FILLER              PIC X(10) VALUE "  Corte: ".
001660     03  LT1-CORTE           PIC 9(8).
001670
001680 01  LIN-TITULO-2.
001690     03  FILLER              PIC X(10) VALUE "Id Cliente".
001700     03  FILLER              PIC X(3)  VALUE SPACES.
001710     03  FILLER              PIC X(40) VALUE "Nombre".
001720     03  FILLER              PIC X(12) VALUE "Ultimo mov.".
001730     03  FILLER              PIC X(14) VALUE "Saldo".
001740     03  FILLER              PIC X(2)  VALUE SPACES.
001750     03  FILLER              PIC X(40) VALUE "Resultado".
001760
001770 01  LIN-DETALLE.
001780     03  LD-ID               PIC Z(6)9.
001790     03  FILLER              PIC X(6)  VALUE SPACES.
001800     03  LD-NOMBRE           PIC X(40).
001810     03  LD-ULT-MOV          PIC X(8).
001820     03  FILLER              PIC X(4)  VALUE SPACES.
001830     03  LD-SALDO            PIC -9(7),999.
001840     03  FILLER              PIC X(4)  VALUE SPACES.
001850     03  LD-RESULTADO        PIC X(40).
001860
001870 01  LIN-RESUMEN-1.
001880     03  FILLER              PIC X(28) VALUE
001890             "Clientes leidos           :".
001900     03  LR1-CANT            PIC ZZZZZZ9.
001910
001920 01  LIN-RESUMEN-2.
001930     03  FILLER              PIC X(28) VALUE
001940             "Marcados como dormidos    :".
001950     03  LR2-CANT            PIC ZZZZZZ9.
001960     03  FILLER              PIC X(10) VALUE "   Saldo: ".
001970     03  LR2-SALDO           PIC -9(9),999.
001980
001990 01  LIN-RESUMEN-3.
002000     03  FILLER              PIC X(28) VALUE
002010             "Ya dormidos               :".
002020     03  LR3-CANT            PIC ZZZZZZ9.
002030
002040 01  LIN-RESUMEN-4.
002050     03  FILLER              PIC X(28) VALUE
002060             "Sin movs. con alta reciente:".
002070     03  LR4-CANT            PIC ZZZZZZ9.
002080
002090 01  LIN-RESUMEN-5.
002100     03  FILLER              PIC X(28) VALUE
002110             "Errores de grabacion      :".
002120     03  LR5-CANT            PIC ZZZZZZ9.
002130
002140 PROCEDURE DIVISION.
002150 0000-MAINLINE.
002160     PERFORM 1000-INICIO.
002170     PERFORM 2000-PROCESO THRU 2000-EXIT
002180             UNTIL NO-HAY-MAS-CLIENTES.
002190     PERFORM 3000-FINAL.
002200     STOP RUN.
002210
002220******************************************************************
002230* 1000-INICIO - Toma los meses, calcula la fecha de corte, abre
002240*               archivos, junta las altas recientes y posiciona
002250*               CLIENTES y MOVIMIENTOS al principio.
002260******************************************************************
002270 1000-INICIO.
002280     OPEN OUTPUT REPORTE.
002290     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002300     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002310     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
002320     IF W-PARAM-HAY = "S"
002330        IF PARAM-MESES NUMERIC
002340           MOVE PARAM-MESES TO W-MESES
002350        END-IF
002360     ELSE
002370        DISPLAY "Meses sin movimientos para dormir (0 = 12):"
002380        ACCEPT W-MESES.
002390     IF W-MESES = 0
002400        MOVE 12 TO W-MESES.
002410     PERFORM 1100-CALCULA-CORTE THRU 1100-EXIT.
002420     MOVE W-FECHA-SIST  TO LT1-FECHA.
002430     MOVE W-MESES       TO LT1-MESES.
002440     MOVE W-FECHA-CORTE TO LT1-CORTE.
002450     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002460     MOVE SPACES TO LIN-REPORTE.
002470     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002480     OPEN I-O CLIENTES.
002490     IF ST-CLI > "07"
002500        MOVE SPACES TO LIN-REPORTE
002510        STRING "No se pudo abrir CLIENTES (clientes.dat)-Status="
002520               ST-CLI DELIMITED BY SIZE INTO LIN-REPORTE
002530        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002540        MOVE "ERROR" TO W-JOB-RESULTADO
002550        MOVE "No abre CLIENTES" TO W-JOB-DETALLE
002560        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002570        CLOSE REPORTE
002580        CLOSE CLIENTES
002590        STOP RUN.
002600     OPEN INPUT MOVIMIENTOS.
002610     IF ST-MOV > "07"
002620        MOVE SPACES TO LIN-REPORTE
002630        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
002640               "-Status=" ST-MOV DELIMITED BY SIZE
002650               INTO LIN-REPORTE
002660        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002670        MOVE "ERROR" TO W-JOB-RESULTADO
002680        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
002690        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002700        CLOSE REPORTE
002710        CLOSE CLIENTES
002720        CLOSE MOVIMIENTOS
002730        STOP RUN.
002740     PERFORM 1200-JUNTA-ALTAS THRU 1200-EXIT.
002750     OPEN EXTEND AUDITORIA.
002760     IF ST-AUD = "35"
002770        OPEN OUTPUT AUDITORIA
002780        CLOSE AUDITORIA
002790        OPEN EXTEND AUDITORIA.
002800     IF ST-AUD > "07"
002810        MOVE SPACES TO LIN-REPORTE
002820        STRING "No se pudo abrir AUDITORIA (auditori.dat)"
002830               "-Status=" ST-AUD DELIMITED BY SIZE
002840               INTO LIN-REPORTE
002850        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002860        MOVE "ERROR" TO W-JOB-RESULTADO
002870        MOVE "No abre AUDITORIA" TO W-JOB-DETALLE
002880        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002890        CLOSE REPORTE
002900        CLOSE CLIENTES
002910        CLOSE MOVIMIENTOS
002920        STOP RUN.
002930     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
002940     MOVE SPACES TO LIN-REPORTE.
002950     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002960     MOVE LOW-VALUES TO MOV-CLAVE.
002970     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
002980         INVALID KEY SET NO-HAY-MAS-MOVS TO TRUE.
002990     IF NOT NO-HAY-MAS-MOVS
003000        PERFORM 2150-LEE-MOVIMIENTO THRU 2150-EXIT.
003010     MOVE LOW-VALUES TO ID_CLIENTE.
003020     START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
003030         INVALID KEY SET NO-HAY-MAS-CLIENTES TO TRUE.
003040     IF NOT NO-HAY-MAS-CLIENTES
003050        PERFORM 2100-LEE-CLIENTE THRU 2100-EXIT.
003060
003070******************************************************************
003080* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003090*                      programa; si esta, las respuestas se
003100*                      toman de alli y no se pregunta por
003110*                      consola (corrida desatendida).
003120******************************************************************
003130 1050-LEE-PARAMETROS.
003140     OPEN INPUT PARAMS.
003150     IF ST-PAR > "07"
003160        CLOSE PARAMS
003170        GO TO 1050-EXIT.
003180 1050-CICLO.
003190     READ PARAMS
003200         AT END
003210            CLOSE PARAMS
003220            GO TO 1050-EXIT.
003230     IF ST-PAR > "07"
003240        CLOSE PARAMS
003250        GO TO 1050-EXIT.
003260     IF PAR-PROGRAMA = "DORMIDAS"
003270        MOVE PAR-DATOS TO W-PARAM-DATOS
003280        MOVE "S"       TO W-PARAM-HAY
003290        CLOSE PARAMS
003300        GO TO 1050-EXIT.
003310     GO TO 1050-CICLO.
003320 1050-EXIT.
003330     EXIT.
003340
003350******************************************************************
003360* 1100-CALCULA-CORTE - Resta W-MESES meses a la fecha de hoy; si
003370*                      el dia no existe en el mes de corte se
003380*                      toma el ultimo dia de ese mes.
003390******************************************************************
003400 1100-CALCULA-CORTE.
003410     COMPUTE W-CORTE-TOTAL = W-SIST-AAAA * 12 + W-SIST-MM - 1
003420                           - W-MESES.
003430     DIVIDE W-CORTE-TOTAL BY 12 GIVING W-CORTE-COCIENTE
003440            REMAINDER W-CORTE-RESTO.
003450     MOVE W-CORTE-COCIENTE TO W-CORTE-AAAA.
003460     COMPUTE W-CORTE-MM = W-CORTE-RESTO + 1.
003470     MOVE W-SIST-DD TO W-CORTE-DD.
003480     MOVE W-DIAS-MES (W-CORTE-MM) TO W-CORTE-ULT-DIA.
003490     IF W-CORTE-MM NOT = 2
003500        GO TO 1100-AJUSTA.
003510     DIVIDE W-CORTE-AAAA BY 4 GIVING W-CORTE-COCIENTE
003520            REMAINDER W-CORTE-RESTO.
003530     IF W-CORTE-RESTO NOT = 0
003540        GO TO 1100-AJUSTA.
003550     MOVE 29 TO W-CORTE-ULT-DIA.
003560     DIVIDE W-CORTE-AAAA BY 100 GIVING W-CORTE-COCIENTE
003570            REMAINDER W-CORTE-RESTO.
003580     IF W-CORTE-RESTO NOT = 0
003590        GO TO 1100-AJUSTA.
003600     DIVIDE W-CORTE-AAAA BY 400 GIVING W-CORTE-COCIENTE
003610            REMAINDER W-CORTE-RESTO.
003620     IF W-CORTE-RESTO NOT = 0
003630        MOVE 28 TO W-CORTE-ULT-DIA.
003640 1100-AJUSTA.
003650     IF W-CORTE-DD > W-CORTE-ULT-DIA
003660        MOVE W-CORTE-ULT-DIA TO W-CORTE-DD.
003670 1100-EXIT.
003680     EXIT.
003690
003700******************************************************************
003710* 1200-JUNTA-ALTAS - Junta de AUDITORIA los clientes dados de
003720*                    alta desde la fecha de corte: sin
003730*                    movimientos todavia, no estan dormidos.
003740*                    Si la tabla se desborda, ningun cliente
003750*                    sin movimientos se marca en esta corrida.
003760******************************************************************
003770 1200-JUNTA-ALTAS.
003780     OPEN INPUT AUDITORIA.
003790     IF ST-AUD > "07"
003800        CLOSE AUDITORIA
003810        GO TO 1200-EXIT.
003820 1200-CICLO.
003830     READ AUDITORIA
003840         AT END SET NO-HAY-MAS-AUD TO TRUE.
003850     IF NO-HAY-MAS-AUD
003860        CLOSE AUDITORIA
003870        GO TO 1200-EXIT.
003880     IF ST-AUD > "07"
003890        MOVE "S" TO W-HUBO-ERR-LECTURA
003900        MOVE "S" TO W-ALT-DESBORDE
003910        MOVE SPACES TO LIN-REPORTE
003920        STRING "Error leyendo AUDITORIA - Status=" ST-AUD
003930               DELIMITED BY SIZE INTO LIN-REPORTE
003940        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003950        CLOSE AUDITORIA
003960        GO TO 1200-EXIT.
003970     IF AUD-OPERACION NOT = "ALTA" OR AUD-FECHA < W-FECHA-CORTE
003980        GO TO 1200-CICLO.
003990     MOVE 1 TO W-ALT-SUB.
004000 1200-BUSCA.
004010     IF W-ALT-SUB > W-ALT-CANT
004020        GO TO 1200-AGREGA.
004030     IF W-ALT-ID (W-ALT-SUB) = AUD-CLI-ID
004040        GO TO 1200-CICLO.
004050     ADD 1 TO W-ALT-SUB.
004060     GO TO 1200-BUSCA.
004070 1200-AGREGA.
004080     IF W-ALT-CANT = W-ALT-TOPE
004090        MOVE "S" TO W-ALT-DESBORDE
004100        GO TO 1200-CICLO.
004110     ADD 1 TO W-ALT-CANT.
004120     MOVE AUD-CLI-ID TO W-ALT-ID (W-ALT-CANT).
004130     GO TO 1200-CICLO.
004140 1200-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180* 2000-PROCESO - Un cliente por iteracion: busca la fecha de su
004190*                ultimo movimiento y lo marca si corresponde;
004200*                despues de un error de lectura solo lo lista.
004210******************************************************************
004220 2000-PROCESO.
004230     ADD 1 TO W-CANT-LEIDOS.
004240     PERFORM 2200-ULTIMO-MOVIMIENTO THRU 2200-EXIT.
004250     IF CLI-INACTIVO
004260        GO TO 2000-SIGUE.
004270     IF W-ULT-MOV NOT < W-FECHA-CORTE
004280        GO TO 2000-SIGUE.
004290     IF CLI-ES-DORMIDA
004300        ADD 1 TO W-CANT-YA-DORMIDAS
004310        MOVE "Ya dormida desde " TO LD-RESULTADO
004320        MOVE CLI-FECHA-DORMIDA   TO LD-RESULTADO (18:8)
004330        PERFORM 2400-IMPRIME THRU 2400-EXIT
004340        GO TO 2000-SIGUE.
004350     IF W-ULT-MOV = 0
004360        PERFORM 2250-ALTA-RECIENTE THRU 2250-EXIT
004370        IF W-ALT-RECIENTE = "S"
004380           ADD 1 TO W-CANT-ALTAS-RECIENTES
004390           GO TO 2000-SIGUE
004400        END-IF
004410     END-IF.
004420     IF W-HUBO-ERR-LECTURA = "S"
004430        MOVE "No marcada: error de lectura" TO LD-RESULTADO
004440        PERFORM 2400-IMPRIME THRU 2400-EXIT
004450        GO TO 2000-SIGUE.
004460     PERFORM 2300-MARCA-DORMIDA THRU 2300-EXIT.
004470 2000-SIGUE.
004480     PERFORM 2100-LEE-CLIENTE THRU 2100-EXIT.
004490 2000-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 2100-LEE-CLIENTE - Lee el proximo cliente en orden de Id.
004540******************************************************************
004550 2100-LEE-CLIENTE.
004560     READ CLIENTES NEXT RECORD
004570         AT END SET NO-HAY-MAS-CLIENTES TO TRUE.
004580     IF NOT NO-HAY-MAS-CLIENTES AND ST-CLI > "07"
004590        MOVE "S" TO W-HUBO-ERR-LECTURA
004600        MOVE SPACES TO LIN-REPORTE
004610        STRING "Error leyendo CLIENTES - Status=" ST-CLI
004620               DELIMITED BY SIZE INTO LIN-REPORTE
004630        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004640        SET NO-HAY-MAS-CLIENTES TO TRUE.
004650 2100-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 2150-LEE-MOVIMIENTO - Lee el proximo registro de MOVIMIENTOS.
004700******************************************************************
004710 2150-LEE-MOVIMIENTO.
004720     READ MOVIMIENTOS NEXT RECORD
004730         AT END SET NO-HAY-MAS-MOVS TO TRUE.
004740     IF NOT NO-HAY-MAS-MOVS AND ST-MOV > "07"
004750        MOVE "S" TO W-HUBO-ERR-LECTURA
004760        MOVE SPACES TO LIN-REPORTE
004770        STRING "Error leyendo MOVIMIENTOS - Status=" ST-MOV
004780               DELIMITED BY SIZE INTO LIN-REPORTE
004790        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004800        SET NO-HAY-MAS-MOVS TO TRUE.
004810 2150-EXIT.
004820     EXIT.
004830
004840******************************************************************
004850* 2200-ULTIMO-MOVIMIENTO - Avanza MOVIMIENTOS (ordenado por Id y
004860*                          fecha) hasta pasar el cliente actual
004870*                          y deja en W-ULT-MOV la fecha mayor;
004880*                          cero si no tiene movimientos.
004890******************************************************************
004900 2200-ULTIMO-MOVIMIENTO.
004910     MOVE 0 TO W-ULT-MOV.
004920 2200-CICLO.
004930     IF NO-HAY-MAS-MOVS
004940        GO TO 2200-EXIT.
004950     IF MOV-CLI-ID > CLI_ID
004960        GO TO 2200-EXIT.
004970     IF MOV-CLI-ID = CLI_ID AND MOV-FECHA > W-ULT-MOV
004980        MOVE MOV-FECHA TO W-ULT-MOV.
004990     PERFORM 2150-LEE-MOVIMIENTO THRU 2150-EXIT.
005000     GO TO 2200-CICLO.
005010 2200-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 2250-ALTA-RECIENTE - W-ALT-RECIENTE = "S" si el cliente sin
005060*                      movimientos se dio de alta desde el
005070*                      corte, o si no se puede saber.
005080******************************************************************
005090 2250-ALTA-RECIENTE.
005100     MOVE "S" TO W-ALT-RECIENTE.
005110     IF W-ALT-DESBORDE = "S"
005120        GO TO 2250-EXIT.
005130     MOVE 1 TO W-ALT-SUB.
005140 2250-CICLO.
005150     IF W-ALT-SUB > W-ALT-CANT
005160        MOVE "N" TO W-ALT-RECIENTE
005170        GO TO 2250-EXIT.
005180     IF W-ALT-ID (W-ALT-SUB) = CLI_ID
005190        GO TO 2250-EXIT.
005200     ADD 1 TO W-ALT-SUB.
005210     GO TO 2250-CICLO.
005220 2250-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 2300-MARCA-DORMIDA - Regraba el cliente con la marca de cuenta
005270*                      dormida y la fecha de hoy, y asienta el
005280*                      cambio en AUDITORIA con el operador DORM.
005290******************************************************************
005300 2300-MARCA-DORMIDA.
005310     MOVE CLI-DORMIDA   TO W-DORMIDA-ANT.
005320     MOVE "S"           TO CLI-DORMIDA.
005330     MOVE W-FECHA-SIST  TO CLI-FECHA-DORMIDA.
005340     REWRITE REG-CLIENTES.
005350     IF ST-CLI NOT = "00"
005360        ADD 1 TO W-CANT-ERRORES
005370        MOVE SPACES TO LD-RESULTADO
005380        STRING "Error regrabando CLIENTES - Status=" ST-CLI
005390               DELIMITED BY SIZE INTO LD-RESULTADO
005400        PERFORM 2400-IMPRIME THRU 2400-EXIT
005410        GO TO 2300-EXIT.
005420     ADD 1 TO W-CANT-MARCADOS.
005430     ADD CLI_SALDO TO W-SALDO-MARCADOS.
005440     MOVE "MARCADA DORMIDA" TO LD-RESULTADO.
005450     PERFORM 2400-IMPRIME THRU 2400-EXIT.
005460     ACCEPT W-HORA-SIST FROM TIME.
005470     MOVE CLI_ID         TO AUD-CLI-ID.
005480     MOVE W-FECHA-SIST   TO AUD-FECHA.
005490     MOVE W-HORA-SIST    TO AUD-HORA.
005500     MOVE "DORMIDA"      TO AUD-OPERACION.
005510     MOVE "DORMIDA"      TO AUD-CAMPO.
005520     MOVE SPACES         TO AUD-VALOR-ANTERIOR.
005530     IF W-DORMIDA-ANT = SPACE
005540        MOVE "N"         TO AUD-VALOR-ANTERIOR
005550     ELSE
005560        MOVE W-DORMIDA-ANT TO AUD-VALOR-ANTERIOR.
005570     MOVE SPACES         TO AUD-VALOR-NUEVO.
005580     IF W-ULT-MOV = 0
005590        STRING "S SIN MOVIMIENTOS - CORTE " W-FECHA-CORTE
005600               DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
005610     ELSE
005620        STRING "S ULTIMO MOV. " W-ULT-MOV
005630               " - CORTE " W-FECHA-CORTE
005640               DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
005650     MOVE "DORM"         TO AUD-OPERADOR.
005660     WRITE REG-AUDITORIA.
005670     IF ST-AUD > "07"
005680        ADD 1 TO W-CANT-ERRORES.
005690 2300-EXIT.
005700     EXIT.
005710
005720******************************************************************
005730* 2400-IMPRIME - Renglon del listado para el cliente actual con
005740*                el resultado ya cargado en LD-RESULTADO.
005750******************************************************************
005760 2400-IMPRIME.
005770     MOVE CLI_ID     TO LD-ID.
005780     MOVE CLI_NOMBRE TO LD-NOMBRE.
005790     MOVE CLI_SALDO  TO LD-SALDO.
005800     IF W-ULT-MOV = 0
005810        MOVE "Sin movs" TO LD-ULT-MOV
005820     ELSE
005830        MOVE W-ULT-MOV  TO LD-ULT-MOV.
005840     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005850     MOVE SPACES TO LD-RESULTADO.
005860 2400-EXIT.
005870     EXIT.
005880
005890******************************************************************
005900* 3000-FINAL - Totales, cierre de archivos y renglon del joblog.
005910******************************************************************
005920 3000-FINAL.
005930     MOVE SPACES TO LIN-REPORTE.
005940     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
005950     IF W-ALT-DESBORDE = "S"
005960        MOVE "Altas recientes no disponibles: no se marcan"
005970             TO LIN-REPORTE
005980        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005990        MOVE "clientes sin ningun movimiento en esta corrida."
006000             TO LIN-REPORTE
006010        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006020        MOVE SPACES TO LIN-REPORTE
006030        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
006040     MOVE W-CANT-LEIDOS          TO LR1-CANT.
006050     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
006060     MOVE W-CANT-MARCADOS        TO LR2-CANT.
006070     MOVE W-SALDO-MARCADOS       TO LR2-SALDO.
006080     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
006090     MOVE W-CANT-YA-DORMIDAS     TO LR3-CANT.
006100     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
006110     MOVE W-CANT-ALTAS-RECIENTES TO LR4-CANT.
006120     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
006130     MOVE W-CANT-ERRORES         TO LR5-CANT.
006140     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
006150     CLOSE CLIENTES.
006160     CLOSE MOVIMIENTOS.
006170     CLOSE AUDITORIA.
006180     CLOSE REPORTE.
006190     IF W-HUBO-ERR-LECTURA = "S" OR W-CANT-ERRORES > 0
006200        MOVE "ERROR" TO W-JOB-RESULTADO
006210     ELSE
006220        MOVE "OK"    TO W-JOB-RESULTADO.
006230     MOVE SPACES TO W-JOB-DETALLE.
006240     STRING "MESES=" W-MESES " CORTE=" W-FECHA-CORTE
006250            " MARCADAS=" W-CANT-MARCADOS
006260            " YA=" W-CANT-YA-DORMIDAS
006270            DELIMITED BY SIZE INTO W-JOB-DETALLE.
006280     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
006290
006300******************************************************************
006310* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
006320*                     control comun de la cadena nocturna.
006330******************************************************************
006340 9000-GRABA-JOBLOG.
006350     OPEN EXTEND JOBLOG.
006360     IF ST-JOB = "35"
006370        OPEN OUTPUT JOBLOG
006380        CLOSE JOBLOG
006390        OPEN EXTEND JOBLOG.
006400     IF ST-JOB > "07"
006410        GO TO 9000-EXIT.
006420     ACCEPT W-JOB-HORA-FIN FROM TIME.
006430     MOVE "DORMIDAS"        TO JOB-PROGRAMA.
006440     MOVE W-FECHA-SIST      TO JOB-FECHA.
006450     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
006460     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
006470     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
006480     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
006490     WRITE REG-JOBLOG.
006500     CLOSE JOBLOG.
006510 9000-EXIT.
006520     EXIT.
006530
006540 END PROGRAM DORMIDAS.

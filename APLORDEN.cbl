000010******************************************************************
000020* Program-ID : APLORDEN
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Aplicacion de Ordenes Permanentes: recorre el
000070*              maestro de ORDENES y, para cada orden activa cuyo
000080*              vencimiento del periodo cae a la fecha de proceso
000090*              o antes, genera el movimiento en MOVIMIENTOS con
000100*              operador ORDP y fecha del vencimiento, actualiza
000110*              CLI_SALDO y asienta el cambio en AUDITORIA. Con
000120*              las mismas reglas que la pantalla de movimientos:
000130*              un importe que supera CAT-TOPE-APROBACION queda
000140*              retenido en PENDIENTES para APRUEBA, y un debito
000150*              que dejaria el saldo por debajo de
000160*              -CAT-LIMITE-CREDITO se rechaza (no hay supervisor
000170*              en la corrida). Una orden aplicada o retenida
000180*              queda marcada con el periodo y no vuelve a
000190*              generarse en el mismo mes; una rechazada se
000200*              reintenta en la corrida siguiente. Emite el
000210*              listado de aplicadas, retenidas y rechazadas.
000220*              La fecha de proceso se toma de nocturno.par o
000230*              se pregunta por consola (cero = hoy).
000240* Tectonics  : cobc
000250*-------------------------------------------------------------
000260* Modification History
000270* Date       Init  Description
000280* 2026-10-15  SIS  Version inicial.
000282* 2026-10-15  SIS  Rechaza vencimientos en periodos cerrados
000284*                  segun el control de cierre mensual.
000286* 2026-10-15  SIS  Graba el concepto de la orden en el movimiento
000288*                  o pendiente (ORDP si la orden no lo tiene).
000290* 2026-10-15  SIS  Inicializa el numero de certificado de
000292*                  retencion del movimiento.
000294* 2026-10-15  SIS  Inicializa el numero de recibo del
000296*                  movimiento.
000298******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. APLORDEN.
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380
000390     SELECT OPTIONAL ORDENES ASSIGN TO "./ordperm.dat"
000400            ORGANIZATION INDEXED
000410            ACCESS MODE DYNAMIC
000420            RECORD KEY IS ORP-CLAVE
000430            STATUS ST-ORD.
000440
000450     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000460            ORGANIZATION INDEXED
000470            ACCESS MODE DYNAMIC
000480            RECORD KEY IS ID_CLIENTE
000490            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000500            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000510            STATUS ST-CLI.
000520
000530     SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categor.dat"
000540            ORGANIZATION INDEXED
000550            ACCESS MODE DYNAMIC
000560            RECORD KEY IS CAT-CODIGO
000570            STATUS ST-CAT.
000580
000590     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000600            ORGANIZATION INDEXED
000610            ACCESS MODE DYNAMIC
000620            RECORD KEY IS MOV-CLAVE
000630            STATUS ST-MOV.
000640
000650     SELECT OPTIONAL PENDIENTES ASSIGN TO "./pendien.dat"
000660            ORGANIZATION INDEXED
000670            ACCESS MODE DYNAMIC
000680            RECORD KEY IS PEN-CLAVE
000690            STATUS ST-PEN.
000700
000710     SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
000720            ORGANIZATION SEQUENTIAL
000730            ACCESS MODE SEQUENTIAL
000740            STATUS ST-AUD.
000750
000760     SELECT REPORTE ASSIGN TO "./aplorden.lst"
000770            ORGANIZATION LINE SEQUENTIAL
000780            STATUS ST-REP.
000790
000800     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000810            ORGANIZATION LINE SEQUENTIAL
000820            STATUS ST-PAR.
000830
000840     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000850            ORGANIZATION SEQUENTIAL
000860            ACCESS MODE SEQUENTIAL
000870            STATUS ST-JOB.
000872
000874     SELECT OPTIONAL PERIODOS ASSIGN TO "./periodo.ctl"
000876            ORGANIZATION LINE SEQUENTIAL
000878            STATUS ST-PER.
000880
000890 DATA DIVISION.
000900 FILE SECTION.
000910
000920     COPY "ORDPERM.CPY".
000930
000940     COPY "CLIENTE.CPY".
000950
000960     COPY "CATEGOR.CPY".
000970
000980     COPY "MOVIMIEN.CPY".
000990
001000     COPY "PENDIEN.CPY".
001010
001020     COPY "AUDITORI.CPY".
001030
001040 FD  REPORTE.
001050
001060 01  LIN-REPORTE             PIC X(132).
001070
001080     COPY "NOCTURNO.CPY".
001090
001100     COPY "JOBLOG.CPY".
001102
001104     COPY "PERIODO.CPY".
001110
001120 WORKING-STORAGE SECTION.
001130
001140 01  ST-ORD                  PIC XX.
001150 01  ST-CLI                  PIC XX.
001160 01  ST-CAT                  PIC XX.
001170 01  ST-MOV                  PIC XX.
001180 01  ST-PEN                  PIC XX.
001190 01  ST-AUD                  PIC XX.
001200 01  ST-REP                  PIC XX.
001210 01  ST-PAR                  PIC XX.
001220 01  ST-JOB                  PIC XX.
001222 01  ST-PER                  PIC XX.
001230
001240 01  FIN-ORDENES             PIC X     VALUE "N".
001250     88  NO-HAY-MAS-ORDENES  VALUE "S".
001260
001270 01  W-PARAM-HAY             PIC X     VALUE "N".
001280 01  W-PARAM-DATOS           PIC X(72).
001290 01  W-PARAM-APLORDEN REDEFINES W-PARAM-DATOS.
001300     03  PARAM-FECHA         PIC X(8).
001310     03  FILLER              PIC X(64).
001320
001330 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001340 01  W-JOB-RESULTADO         PIC X(5).
001350 01  W-JOB-DETALLE           PIC X(70).
001360 01  W-JOB-HORA-FIN          PIC 9(8).
001370
001380 01  W-FECHA-SIST            PIC 9(8).
001390 01  W-HORA-SIST             PIC 9(8).
001400 01  W-FECHA-PROCESO         PIC 9(8).
001410 01  W-FECHA-PROCESO-X REDEFINES W-FECHA-PROCESO.
001420     03  W-FP-AAAA           PIC 9(4).
001430     03  W-FP-MM             PIC 9(2).
001440     03  W-FP-DD             PIC 9(2).
001450 01  W-PERIODO               PIC 9(6).
001460 01  W-FECHA-MES-INI         PIC 9(8).
001470
001480 01  W-FECHA-DESDE           PIC 9(8).
001490 01  W-FECHA-DESDE-X REDEFINES W-FECHA-DESDE.
001500     03  W-FD-AAAA           PIC 9(4).
001510     03  W-FD-MM             PIC 9(2).
001520     03  W-FD-DD             PIC 9(2).
001530 01  W-MESES                 PIC 9(5).
001540 01  W-INTERVALO             PIC 9(2).
001550 01  W-COCIENTE              PIC 9(5).
001560 01  W-RESTO                 PIC 9(2).
001570 01  W-RESTO-4               PIC 9(3).
001580 01  W-RESTO-100             PIC 9(3).
001590 01  W-RESTO-400             PIC 9(3).
001600 01  W-ULTIMO-DIA            PIC 9(2).
001610 01  W-DIA-VTO               PIC 9(2).
001620 01  W-FECHA-VTO             PIC 9(8).
001630 01  W-VENCE                 PIC X.
001632 01  W-ULT-CERRADO           PIC 9(6)  VALUE 0.
001640
001650 01  W-TAB-DIAS-MES-INI      PIC X(24)
001660                             VALUE "312831303130313130313031".
001670 01  W-TAB-DIAS-MES REDEFINES W-TAB-DIAS-MES-INI.
001680     03  W-TDM-DIAS          PIC 9(2) OCCURS 12.
001690
001700 01  W-CLI-EXISTE            PIC X.
001710 01  W-CATEGORIAS-OK         PIC X     VALUE "S".
001720 01  W-CATEGORIA-VALIDA      PIC X.
001730 01  W-REQUIERE-APROB        PIC X.
001740 01  W-LIMITE-OK             PIC X.
001750 01  W-YA-GENERADA           PIC X.
001760 01  W-FIN-BUSQUEDA          PIC X.
001770 01  W-SALDO-PROYECTADO      PIC S9(9)V9(3).
001780 01  W-LIMITE-NEG            PIC S9(9)V9(3).
001790 01  W-SALDO-ANT-ED          PIC -9(7),999.
001800 01  W-SALDO-NVO-ED          PIC -9(7),999.
001810 01  W-IMPORTE-ED            PIC -9(7),999.
001820 01  W-ORD-NUMERO-Z          PIC ZZ9.
001830
001840 01  W-CANT-LEIDAS           PIC 9(7)  VALUE 0.
001850 01  W-CANT-INACTIVAS        PIC 9(7)  VALUE 0.
001860 01  W-CANT-NO-VENCIDAS      PIC 9(7)  VALUE 0.
001870 01  W-CANT-YA-APLICADAS     PIC 9(7)  VALUE 0.
001880 01  W-CANT-APLICADAS        PIC 9(7)  VALUE 0.
001890 01  W-CANT-RETENIDAS        PIC 9(7)  VALUE 0.
001900 01  W-CANT-RECHAZADAS       PIC 9(7)  VALUE 0.
001910 01  W-CANT-ERRORES-IO       PIC 9(7)  VALUE 0.
001920 01  W-TOT-DEBITOS           PIC S9(9)V9(3) VALUE 0.
001930 01  W-TOT-CREDITOS          PIC S9(9)V9(3) VALUE 0.
001940 01  W-TOT-RETENIDO          PIC S9(9)V9(3) VALUE 0.
001950
001960 01  LIN-TITULO-1.
001970     03  FILLER              PIC X(40) VALUE
001980             "Aplicacion de Ordenes Permanentes".
001990     03  FILLER              PIC X(18) VALUE
002000             "Fecha de proceso: ".
002010     03  LT1-FECHA           PIC 9(8).
002020
002030 01  LIN-TITULO-2.
002040     03  FILLER              PIC X(10) VALUE "Id Cliente".
002050     03  FILLER              PIC X(7)  VALUE " Orden".
002060     03  FILLER              PIC X(10) VALUE "Vencim.".
002070     03  FILLER              PIC X(3)  VALUE "T".
002080     03  FILLER              PIC X(14) VALUE "     Importe".
002090     03  FILLER              PIC X(13) VALUE "Resultado".
002100     03  FILLER              PIC X(40) VALUE "Observacion".
002110
002120 01  LIN-DETALLE.
002130     03  LD-ID               PIC Z(6)9.
002140     03  FILLER              PIC X(3)  VALUE SPACES.
002150     03  LD-ORDEN            PIC ZZ9.
002160     03  FILLER              PIC X(4)  VALUE SPACES.
002170     03  LD-FECHA            PIC 9(8).
002180     03  FILLER              PIC X(2)  VALUE SPACES.
002190     03  LD-TIPO             PIC X.
002200     03  FILLER              PIC X(2)  VALUE SPACES.
002210     03  LD-IMPORTE          PIC -9(7),999.
002220     03  FILLER              PIC X(2)  VALUE SPACES.
002230     03  LD-RESULTADO        PIC X(13).
002240     03  LD-OBSERVA          PIC X(40).
002250
002260 01  LIN-RESUMEN-1.
002270     03  FILLER              PIC X(24) VALUE
002280             "Ordenes leidas        :".
002290     03  LR1-CANT            PIC ZZZZZZ9.
002300
002310 01  LIN-RESUMEN-2.
002320     03  FILLER              PIC X(24) VALUE
002330             "Inactivas             :".
002340     03  LR2-CANT            PIC ZZZZZZ9.
002350
002360 01  LIN-RESUMEN-3.
002370     03  FILLER              PIC X(24) VALUE
002380             "Sin vencimiento hoy   :".
002390     03  LR3-CANT            PIC ZZZZZZ9.
002400
002410 01  LIN-RESUMEN-4.
002420     03  FILLER              PIC X(24) VALUE
002430             "Ya aplicadas en el mes:".
002440     03  LR4-CANT            PIC ZZZZZZ9.
002450
002460 01  LIN-RESUMEN-5.
002470     03  FILLER              PIC X(24) VALUE
002480             "Aplicadas             :".
002490     03  LR5-CANT            PIC ZZZZZZ9.
002500
002510 01  LIN-RESUMEN-6.
002520     03  FILLER              PIC X(24) VALUE
002530             "Retenidas (PENDIENTES):".
002540     03  LR6-CANT            PIC ZZZZZZ9.
002550
002560 01  LIN-RESUMEN-7.
002570     03  FILLER              PIC X(24) VALUE
002580             "Rechazadas            :".
002590     03  LR7-CANT            PIC ZZZZZZ9.
002600
002610 01  LIN-RESUMEN-8.
002620     03  FILLER              PIC X(24) VALUE
002630             "Errores de E/S        :".
002640     03  LR8-CANT            PIC ZZZZZZ9.
002650
002660 01  LIN-RESUMEN-9.
002670     03  FILLER              PIC X(24) VALUE
002680             "Debitos aplicados     :".
002690     03  LR9-IMPORTE         PIC -9(9),999.
002700
002710 01  LIN-RESUMEN-10.
002720     03  FILLER              PIC X(24) VALUE
002730             "Creditos aplicados    :".
002740     03  LR10-IMPORTE        PIC -9(9),999.
002750
002760 01  LIN-RESUMEN-11.
002770     03  FILLER              PIC X(24) VALUE
002780             "Importe retenido      :".
002790     03  LR11-IMPORTE        PIC -9(9),999.
002800
002810 PROCEDURE DIVISION.
002820 0000-MAINLINE.
002830     PERFORM 1000-INICIO.
002840     PERFORM 2000-PROCESO THRU 2000-EXIT
002850             UNTIL NO-HAY-MAS-ORDENES.
002860     PERFORM 3000-FINAL.
002870     STOP RUN.
002880
002890******************************************************************
002900* 1000-INICIO - Toma la fecha de proceso, abre los archivos y
002910*               posiciona ORDENES al principio. Sin CATEGORIAS
002920*               no se controlan tope ni limite, como en INICIO.
002930******************************************************************
002940 1000-INICIO.
002950     OPEN OUTPUT REPORTE.
002960     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002970     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002980     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
002990     MOVE 0 TO W-FECHA-PROCESO.
003000     IF W-PARAM-HAY = "S"
003010        IF PARAM-FECHA NUMERIC
003020           MOVE PARAM-FECHA TO W-FECHA-PROCESO
003030        END-IF
003040     ELSE
003050        DISPLAY "Fecha de proceso (AAAAMMDD, 0 = hoy):"
003060        ACCEPT W-FECHA-PROCESO.
003070     IF W-FECHA-PROCESO = 0
003080        MOVE W-FECHA-SIST TO W-FECHA-PROCESO.
003090     MOVE W-FECHA-PROCESO(1:6) TO W-PERIODO.
003100     MOVE W-FECHA-PROCESO TO LT1-FECHA.
003110     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
003120     MOVE SPACES TO LIN-REPORTE.
003130     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003140     IF W-FP-MM < 1 OR W-FP-MM > 12
003150        OR W-FP-DD < 1 OR W-FP-DD > 31
003160        MOVE "Fecha de proceso invalida - fin sin proceso."
003170             TO LIN-REPORTE
003180        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003190        MOVE "ERROR" TO W-JOB-RESULTADO
003200        MOVE "Fecha de proceso invalida" TO W-JOB-DETALLE
003210        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003220        CLOSE REPORTE
003230        STOP RUN.
003240     OPEN I-O ORDENES.
003250     IF ST-ORD > "07"
003260        MOVE SPACES TO LIN-REPORTE
003270        STRING "No se pudo abrir ORDENES (ordperm.dat)-Status="
003280               ST-ORD DELIMITED BY SIZE INTO LIN-REPORTE
003290        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003300        MOVE "ERROR" TO W-JOB-RESULTADO
003310        MOVE "No abre ORDENES" TO W-JOB-DETALLE
003320        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003330        CLOSE REPORTE
003340        CLOSE ORDENES
003350        STOP RUN.
003360     OPEN I-O CLIENTES.
003370     IF ST-CLI > "07"
003380        MOVE SPACES TO LIN-REPORTE
003390        STRING "No se pudo abrir CLIENTES (clientes.dat)-Status="
003400               ST-CLI DELIMITED BY SIZE INTO LIN-REPORTE
003410        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003420        MOVE "ERROR" TO W-JOB-RESULTADO
003430        MOVE "No abre CLIENTES" TO W-JOB-DETALLE
003440        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003450        CLOSE REPORTE
003460        CLOSE ORDENES
003470        CLOSE CLIENTES
003480        STOP RUN.
003490     OPEN I-O MOVIMIENTOS.
003500     IF ST-MOV = "35"
003510        OPEN OUTPUT MOVIMIENTOS
003520        CLOSE MOVIMIENTOS
003530        OPEN I-O MOVIMIENTOS.
003540     IF ST-MOV > "07"
003550        MOVE SPACES TO LIN-REPORTE
003560        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
003570               "-Status=" ST-MOV DELIMITED BY SIZE
003580               INTO LIN-REPORTE
003590        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003600        MOVE "ERROR" TO W-JOB-RESULTADO
003610        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
003620        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003630        CLOSE REPORTE
003640        CLOSE ORDENES
003650        CLOSE CLIENTES
003660        CLOSE MOVIMIENTOS
003670        STOP RUN.
003680     OPEN I-O PENDIENTES.
003690     IF ST-PEN = "35"
003700        OPEN OUTPUT PENDIENTES
003710        CLOSE PENDIENTES
003720        OPEN I-O PENDIENTES.
003730     IF ST-PEN > "07"
003740        MOVE SPACES TO LIN-REPORTE
003750        STRING "No se pudo abrir PENDIENTES (pendien.dat)"
003760               "-Status=" ST-PEN DELIMITED BY SIZE
003770               INTO LIN-REPORTE
003780        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003790        MOVE "ERROR" TO W-JOB-RESULTADO
003800        MOVE "No abre PENDIENTES" TO W-JOB-DETALLE
003810        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003820        CLOSE REPORTE
003830        CLOSE ORDENES
003840        CLOSE CLIENTES
003850        CLOSE MOVIMIENTOS
003860        CLOSE PENDIENTES
003870        STOP RUN.
003880     OPEN INPUT CATEGORIAS.
003890     IF ST-CAT NOT = "00"
003900        MOVE "N" TO W-CATEGORIAS-OK.
003901     OPEN INPUT PERIODOS.
003902     IF ST-PER = "00"
003903        READ PERIODOS
003904            AT END MOVE 0 TO PER-ULT-CERRADO
003905        END-READ
003906        IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
003907           MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
003908     CLOSE PERIODOS.
003910     OPEN EXTEND AUDITORIA.
003920     IF ST-AUD = "35"
003930        OPEN OUTPUT AUDITORIA
003940        CLOSE AUDITORIA
003950        OPEN EXTEND AUDITORIA.
003960     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
003970     MOVE SPACES TO LIN-REPORTE.
003980     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003990     MOVE LOW-VALUES TO ORP-CLAVE.
004000     START ORDENES KEY IS NOT LESS THAN ORP-CLAVE
004010         INVALID KEY SET NO-HAY-MAS-ORDENES TO TRUE.
004020     IF ST-ORD > "07"
004030        SET NO-HAY-MAS-ORDENES TO TRUE.
004040
004050******************************************************************
004060* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
004070*                      programa; si esta, la fecha de proceso
004080*                      se toma de alli y no se pregunta por
004090*                      consola (corrida desatendida).
004100******************************************************************
004110 1050-LEE-PARAMETROS.
004120     OPEN INPUT PARAMS.
004130     IF ST-PAR > "07"
004140        CLOSE PARAMS
004150        GO TO 1050-EXIT.
004160 1050-CICLO.
004170     READ PARAMS
004180         AT END
004190            CLOSE PARAMS
004200            GO TO 1050-EXIT.
004210     IF ST-PAR > "07"
004220        CLOSE PARAMS
004230        GO TO 1050-EXIT.
004240     IF PAR-PROGRAMA = "APLORDEN"
004250        MOVE PAR-DATOS TO W-PARAM-DATOS
004260        MOVE "S"       TO W-PARAM-HAY
004270        CLOSE PARAMS
004280        GO TO 1050-EXIT.
004290     GO TO 1050-CICLO.
004300 1050-EXIT.
004310     EXIT.
004320
004330******************************************************************
004340* 2000-PROCESO - Una orden por iteracion: si esta activa y vence
004350*                en el periodo, la aplica, la retiene o la
004360*                rechaza y la lista.
004370******************************************************************
004380 2000-PROCESO.
004390     READ ORDENES NEXT RECORD
004400         AT END SET NO-HAY-MAS-ORDENES TO TRUE.
004410     IF NO-HAY-MAS-ORDENES
004420        GO TO 2000-EXIT.
004430     IF ST-ORD > "07"
004440        SET NO-HAY-MAS-ORDENES TO TRUE
004450        ADD 1 TO W-CANT-ERRORES-IO
004460        MOVE SPACES TO LIN-REPORTE
004470        STRING "Error leyendo ORDENES - Status=" ST-ORD
004480               DELIMITED BY SIZE INTO LIN-REPORTE
004490        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004500        GO TO 2000-EXIT.
004510     ADD 1 TO W-CANT-LEIDAS.
004520     IF NOT ORP-ES-ACTIVA
004530        ADD 1 TO W-CANT-INACTIVAS
004540        GO TO 2000-EXIT.
004550     PERFORM 2100-CALCULA-VENCIMIENTO THRU 2100-EXIT.
004560     IF W-VENCE = "N"
004570        ADD 1 TO W-CANT-NO-VENCIDAS
004580        GO TO 2000-EXIT.
004590     IF ORP-ULT-PERIODO NOT < W-PERIODO
004600        ADD 1 TO W-CANT-YA-APLICADAS
004610        GO TO 2000-EXIT.
004620     MOVE ORP-CLI-ID  TO LD-ID.
004630     MOVE ORP-NUMERO  TO LD-ORDEN.
004640     MOVE W-FECHA-VTO TO LD-FECHA.
004650     MOVE ORP-TIPO    TO LD-TIPO.
004660     MOVE ORP-IMPORTE TO LD-IMPORTE.
004670     MOVE SPACES      TO LD-OBSERVA.
004680     MOVE ORP-CLI-ID TO CLI_ID.
004690     READ CLIENTES
004700         INVALID KEY     MOVE "N" TO W-CLI-EXISTE
004710         NOT INVALID KEY MOVE "S" TO W-CLI-EXISTE.
004720     IF W-CLI-EXISTE = "N"
004730        MOVE "Cliente inexistente" TO LD-OBSERVA
004740        GO TO 2000-RECHAZA.
004750     IF CLI-INACTIVO
004760        MOVE "Cliente dado de baja" TO LD-OBSERVA
004770        GO TO 2000-RECHAZA.
004780     PERFORM 2300-YA-GENERADA THRU 2300-EXIT.
004790     IF W-YA-GENERADA = "S"
004800        ADD 1 TO W-CANT-YA-APLICADAS
004810        MOVE "YA APLICADA" TO LD-RESULTADO
004820        MOVE "Generada en el mes, se marca el periodo"
004830             TO LD-OBSERVA
004840        PERFORM 2700-MARCA-PERIODO THRU 2700-EXIT
004850        GO TO 2000-LISTA.
004852     IF W-FECHA-VTO(1:6) NOT > W-ULT-CERRADO
004854        MOVE "Vencimiento en periodo cerrado" TO LD-OBSERVA
004856        GO TO 2000-RECHAZA.
004860     PERFORM 2400-CONTROLA-APROBACION THRU 2400-EXIT.
004870     IF W-REQUIERE-APROB = "S"
004880        PERFORM 2500-GRABA-PENDIENTE THRU 2500-EXIT
004890        GO TO 2000-LISTA.
004900     PERFORM 2450-CONTROLA-LIMITE THRU 2450-EXIT.
004910     IF W-LIMITE-OK = "N"
004920        MOVE "Supera limite de credito" TO LD-OBSERVA
004930        GO TO 2000-RECHAZA.
004940     PERFORM 2600-GRABA-MOVIMIENTO THRU 2600-EXIT.
004950     GO TO 2000-LISTA.
004960 2000-RECHAZA.
004970     ADD 1 TO W-CANT-RECHAZADAS.
004980     MOVE "RECHAZADA" TO LD-RESULTADO.
004990 2000-LISTA.
005000     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005010 2000-EXIT.
005020     EXIT.
005030
005040******************************************************************
005050* 2100-CALCULA-VENCIMIENTO - Decide si la orden vence en el
005060*                      periodo de proceso: el mes debe estar a
005070*                      un multiplo de la frecuencia del mes de
005080*                      la fecha desde, y el vencimiento (el dia
005090*                      de la fecha desde, o el ultimo del mes si
005100*                      es mas corto) no puede ser posterior a la
005110*                      fecha de proceso ni a la fecha hasta.
005120******************************************************************
005130 2100-CALCULA-VENCIMIENTO.
005140     MOVE "N" TO W-VENCE.
005150     IF ORP-FECHA-DESDE > W-FECHA-PROCESO
005160        GO TO 2100-EXIT.
005170     MOVE ORP-FECHA-DESDE TO W-FECHA-DESDE.
005180     COMPUTE W-MESES = (W-FP-AAAA * 12 + W-FP-MM)
005190                     - (W-FD-AAAA * 12 + W-FD-MM).
005200     EVALUATE TRUE
005210        WHEN ORP-MENSUAL     MOVE 1  TO W-INTERVALO
005220        WHEN ORP-BIMESTRAL   MOVE 2  TO W-INTERVALO
005230        WHEN ORP-TRIMESTRAL  MOVE 3  TO W-INTERVALO
005240        WHEN ORP-SEMESTRAL   MOVE 6  TO W-INTERVALO
005250        WHEN ORP-ANUAL       MOVE 12 TO W-INTERVALO
005260        WHEN OTHER           GO TO 2100-EXIT
005270     END-EVALUATE.
005280     DIVIDE W-MESES BY W-INTERVALO GIVING W-COCIENTE
005290            REMAINDER W-RESTO.
005300     IF W-RESTO NOT = 0
005310        GO TO 2100-EXIT.
005320     MOVE W-TDM-DIAS (W-FP-MM) TO W-ULTIMO-DIA.
005330     IF W-FP-MM = 2
005340        DIVIDE W-FP-AAAA BY 4   GIVING W-COCIENTE
005350               REMAINDER W-RESTO-4
005360        DIVIDE W-FP-AAAA BY 100 GIVING W-COCIENTE
005370               REMAINDER W-RESTO-100
005380        DIVIDE W-FP-AAAA BY 400 GIVING W-COCIENTE
005390               REMAINDER W-RESTO-400
005400        IF W-RESTO-4 = 0
005410           AND (W-RESTO-100 NOT = 0 OR W-RESTO-400 = 0)
005420           MOVE 29 TO W-ULTIMO-DIA
005430        END-IF
005440     END-IF.
005450     MOVE W-FD-DD TO W-DIA-VTO.
005460     IF W-DIA-VTO > W-ULTIMO-DIA
005470        MOVE W-ULTIMO-DIA TO W-DIA-VTO.
005480     COMPUTE W-FECHA-VTO = W-PERIODO * 100 + W-DIA-VTO.
005490     IF W-FECHA-VTO > W-FECHA-PROCESO
005500        GO TO 2100-EXIT.
005510     IF ORP-FECHA-HASTA NOT = 0
005520        AND W-FECHA-VTO > ORP-FECHA-HASTA
005530        GO TO 2100-EXIT.
005540     MOVE "S" TO W-VENCE.
005550 2100-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2300-YA-GENERADA - Resguardo contra la doble generacion si una
005600*                    corrida anterior grabo el movimiento (o el
005610*                    pendiente) pero no llego a marcar la orden:
005620*                    busca en el mes un movimiento o pendiente
005630*                    ORDP del cliente con el mismo tipo, importe
005640*                    y motivo que la orden.
005650******************************************************************
005660 2300-YA-GENERADA.
005670     MOVE "N" TO W-YA-GENERADA.
005680     MOVE "N" TO W-FIN-BUSQUEDA.
005690     COMPUTE W-FECHA-MES-INI = W-PERIODO * 100 + 1.
005700     MOVE ORP-CLI-ID      TO MOV-CLI-ID.
005710     MOVE W-FECHA-MES-INI TO MOV-FECHA.
005720     MOVE 0               TO MOV-SEQ.
005730     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
005740         INVALID KEY MOVE "S" TO W-FIN-BUSQUEDA.
005750     IF ST-MOV > "07"
005760        MOVE "S" TO W-FIN-BUSQUEDA.
005770 2300-CICLO-MOV.
005780     IF W-FIN-BUSQUEDA = "S"
005790        GO TO 2300-PENDIENTES.
005800     READ MOVIMIENTOS NEXT RECORD
005810         AT END MOVE "S" TO W-FIN-BUSQUEDA.
005820     IF W-FIN-BUSQUEDA = "S"
005830        GO TO 2300-PENDIENTES.
005840     IF ST-MOV > "07"
005850        OR MOV-CLI-ID NOT = ORP-CLI-ID
005860        OR MOV-FECHA(1:6) NOT = W-PERIODO
005870        GO TO 2300-PENDIENTES.
005880     IF MOV-OPERADOR = "ORDP"
005890        AND MOV-TIPO = ORP-TIPO
005900        AND MOV-IMPORTE = ORP-IMPORTE
005910        AND MOV-MOTIVO = ORP-MOTIVO
005920        MOVE "S" TO W-YA-GENERADA
005930        GO TO 2300-EXIT.
005940     GO TO 2300-CICLO-MOV.
005950 2300-PENDIENTES.
005960     MOVE "N" TO W-FIN-BUSQUEDA.
005970     MOVE ORP-CLI-ID      TO PEN-CLI-ID.
005980     MOVE W-FECHA-MES-INI TO PEN-FECHA.
005990     MOVE 0               TO PEN-SEQ.
006000     START PENDIENTES KEY IS NOT LESS THAN PEN-CLAVE
006010         INVALID KEY MOVE "S" TO W-FIN-BUSQUEDA.
006020     IF ST-PEN > "07"
006030        MOVE "S" TO W-FIN-BUSQUEDA.
006040 2300-CICLO-PEN.
006050     IF W-FIN-BUSQUEDA = "S"
006060        GO TO 2300-EXIT.
006070     READ PENDIENTES NEXT RECORD
006080         AT END MOVE "S" TO W-FIN-BUSQUEDA.
006090     IF W-FIN-BUSQUEDA = "S"
006100        GO TO 2300-EXIT.
006110     IF ST-PEN > "07"
006120        OR PEN-CLI-ID NOT = ORP-CLI-ID
006130        OR PEN-FECHA(1:6) NOT = W-PERIODO
006140        GO TO 2300-EXIT.
006150     IF PEN-OPERADOR = "ORDP"
006160        AND PEN-TIPO = ORP-TIPO
006170        AND PEN-IMPORTE = ORP-IMPORTE
006180        AND PEN-MOTIVO = ORP-MOTIVO
006190        MOVE "S" TO W-YA-GENERADA
006200        GO TO 2300-EXIT.
006210     GO TO 2300-CICLO-PEN.
006220 2300-EXIT.
006230     EXIT.
006240
006250******************************************************************
006260* 2400-CONTROLA-APROBACION - Doble control como en la pantalla
006270*                      de movimientos: un importe que supera
006280*                      CAT-TOPE-APROBACION de la categoria del
006290*                      cliente no se asienta, queda en
006300*                      PENDIENTES. Con tope cero, sin maestro o
006310*                      con categoria desconocida no se exige.
006320******************************************************************
006330 2400-CONTROLA-APROBACION.
006340     MOVE "N" TO W-REQUIERE-APROB.
006350     MOVE "N" TO W-CATEGORIA-VALIDA.
006360     IF W-CATEGORIAS-OK NOT = "S"
006370        GO TO 2400-EXIT.
006380     MOVE CLI_CATEGORIA TO CAT-CODIGO.
006390     READ CATEGORIAS
006400         INVALID KEY     MOVE "N" TO W-CATEGORIA-VALIDA
006410         NOT INVALID KEY MOVE "S" TO W-CATEGORIA-VALIDA.
006420     IF W-CATEGORIA-VALIDA = "N"
006430        GO TO 2400-EXIT.
006440     IF CAT-TOPE-APROBACION = 0
006450        GO TO 2400-EXIT.
006460     IF ORP-IMPORTE > CAT-TOPE-APROBACION
006470        MOVE "S" TO W-REQUIERE-APROB.
006480 2400-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 2450-CONTROLA-LIMITE - Sin supervisor presente en la corrida,
006530*                        un debito que dejaria el saldo por
006540*                        debajo de -CAT-LIMITE-CREDITO de la
006550*                        categoria del cliente se rechaza.
006560*                        Usa la categoria leida en 2400.
006570******************************************************************
006580 2450-CONTROLA-LIMITE.
006590     MOVE "S" TO W-LIMITE-OK.
006600     IF NOT ORP-DEBITO
006610        GO TO 2450-EXIT.
006620     IF W-CATEGORIA-VALIDA NOT = "S"
006630        GO TO 2450-EXIT.
006640     COMPUTE W-SALDO-PROYECTADO = CLI_SALDO - ORP-IMPORTE.
006650     COMPUTE W-LIMITE-NEG = 0 - CAT-LIMITE-CREDITO.
006660     IF W-SALDO-PROYECTADO < W-LIMITE-NEG
006670        MOVE "N" TO W-LIMITE-OK.
006680 2450-EXIT.
006690     EXIT.
006700
006710******************************************************************
006720* 2500-GRABA-PENDIENTE - Deja el movimiento de la orden en la
006730*                        cola de PENDIENTES con estado "P" y
006740*                        operador ORDP, lo asienta en AUDITORIA
006750*                        y marca el periodo en la orden.
006760******************************************************************
006770 2500-GRABA-PENDIENTE.
006780     MOVE ORP-CLI-ID  TO PEN-CLI-ID.
006790     MOVE W-FECHA-VTO TO PEN-FECHA.
006800     MOVE 1           TO PEN-SEQ.
006810     MOVE ORP-TIPO    TO PEN-TIPO.
006820     MOVE ORP-IMPORTE TO PEN-IMPORTE.
006830     MOVE ORP-MOTIVO  TO PEN-MOTIVO.
006840     MOVE "ORDP"      TO PEN-OPERADOR.
006850     MOVE "P"         TO PEN-ESTADO.
006860     MOVE SPACES      TO PEN-SUPERVISOR.
006870     MOVE 0           TO PEN-FECHA-RESOL.
006872     MOVE ORP-CONCEPTO TO PEN-CONCEPTO.
006874     IF PEN-CONCEPTO = SPACES
006876        MOVE "ORDP" TO PEN-CONCEPTO.
006880 2500-GRABA.
006890     WRITE REG-PENDIENTE.
006900     IF ST-PEN = "22"
006910        ADD 1 TO PEN-SEQ
006920        GO TO 2500-GRABA.
006930     IF ST-PEN NOT = "00"
006940        ADD 1 TO W-CANT-ERRORES-IO
006950        ADD 1 TO W-CANT-RECHAZADAS
006960        MOVE "RECHAZADA" TO LD-RESULTADO
006970        STRING "Error grabando PENDIENTES - Status=" ST-PEN
006980               DELIMITED BY SIZE INTO LD-OBSERVA
006990        GO TO 2500-EXIT.
007000     ADD 1 TO W-CANT-RETENIDAS.
007010     ADD ORP-IMPORTE TO W-TOT-RETENIDO.
007020     MOVE "RETENIDA" TO LD-RESULTADO.
007030     MOVE "Supera tope - pendiente de aprobacion" TO LD-OBSERVA.
007040     ACCEPT W-HORA-SIST FROM TIME.
007050     MOVE ORP-IMPORTE  TO W-IMPORTE-ED.
007060     MOVE ORP-CLI-ID   TO AUD-CLI-ID.
007070     MOVE W-FECHA-SIST TO AUD-FECHA.
007080     MOVE W-HORA-SIST  TO AUD-HORA.
007090     MOVE "PENDIENT"   TO AUD-OPERACION.
007100     MOVE "MOVIMIENTO" TO AUD-CAMPO.
007110     MOVE SPACES       TO AUD-VALOR-ANTERIOR.
007120     MOVE SPACES       TO AUD-VALOR-NUEVO.
007130     STRING "TIPO " ORP-TIPO
007140            " IMPORTE " W-IMPORTE-ED
007150            " CARGO ORDP"
007160            DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
007170     MOVE "ORDP"       TO AUD-OPERADOR.
007180     WRITE REG-AUDITORIA.
007190     PERFORM 2700-MARCA-PERIODO THRU 2700-EXIT.
007200 2500-EXIT.
007210     EXIT.
007220
007230******************************************************************
007240* 2600-GRABA-MOVIMIENTO - Graba el movimiento de la orden con la
007250*                         secuencia siguiente libre dentro de
007260*                         cliente+fecha, actualiza CLI_SALDO,
007270*                         asienta el cambio en AUDITORIA y marca
007280*                         el periodo en la orden.
007290******************************************************************
007300 2600-GRABA-MOVIMIENTO.
007310     MOVE ORP-CLI-ID  TO MOV-CLI-ID.
007320     MOVE W-FECHA-VTO TO MOV-FECHA.
007330     MOVE 1           TO MOV-SEQ.
007340     MOVE ORP-TIPO    TO MOV-TIPO.
007350     MOVE ORP-IMPORTE TO MOV-IMPORTE.
007360     MOVE ORP-MOTIVO  TO MOV-MOTIVO.
007370     MOVE "ORDP"      TO MOV-OPERADOR.
007380     MOVE SPACE       TO MOV-REV-MARCA.
007390     MOVE 0           TO MOV-REV-FECHA.
007400     MOVE 0           TO MOV-REV-SEQ.
007402     MOVE ORP-CONCEPTO TO MOV-CONCEPTO.
007404     IF MOV-CONCEPTO = SPACES
007406        MOVE "ORDP" TO MOV-CONCEPTO.
007408     MOVE 0           TO MOV-CERTIFICADO.
007409     MOVE 0           TO MOV-RECIBO.
007410 2600-GRABA.
007420     WRITE REG-MOVIMIENTO.
007430     IF ST-MOV = "22"
007440        ADD 1 TO MOV-SEQ
007450        GO TO 2600-GRABA.
007460     IF ST-MOV NOT = "00"
007470        ADD 1 TO W-CANT-ERRORES-IO
007480        ADD 1 TO W-CANT-RECHAZADAS
007490        MOVE "RECHAZADA" TO LD-RESULTADO
007500        STRING "Error grabando MOVIMIENTOS - Status=" ST-MOV
007510               DELIMITED BY SIZE INTO LD-OBSERVA
007520        GO TO 2600-EXIT.
007530     MOVE CLI_SALDO TO W-SALDO-ANT-ED.
007540     IF MOV-DEBITO
007550        SUBTRACT ORP-IMPORTE FROM CLI_SALDO
007560        ADD ORP-IMPORTE TO W-TOT-DEBITOS
007570     ELSE
007580        ADD ORP-IMPORTE TO CLI_SALDO
007590        ADD ORP-IMPORTE TO W-TOT-CREDITOS.
007600     ADD 1 TO W-CANT-APLICADAS.
007610     MOVE "APLICADA" TO LD-RESULTADO.
007620     REWRITE REG-CLIENTES.
007630     IF ST-CLI NOT = "00"
007640        ADD 1 TO W-CANT-ERRORES-IO
007650        STRING "Grabado, no se actualizo saldo - Status=" ST-CLI
007660               DELIMITED BY SIZE INTO LD-OBSERVA
007670     ELSE
007680        PERFORM 2650-AUDITA-SALDO THRU 2650-EXIT.
007690     PERFORM 2700-MARCA-PERIODO THRU 2700-EXIT.
007700 2600-EXIT.
007710     EXIT.
007720
007730******************************************************************
007740* 2650-AUDITA-SALDO - Asienta en AUDITORIA el cambio de saldo de
007750*                     la orden aplicada, igual que la carga por
007760*                     lotes, para que el delta de la exportacion
007770*                     contable lo detecte.
007780******************************************************************
007790 2650-AUDITA-SALDO.
007800     ACCEPT W-HORA-SIST FROM TIME.
007810     MOVE CLI_SALDO      TO W-SALDO-NVO-ED.
007820     MOVE ORP-CLI-ID     TO AUD-CLI-ID.
007830     MOVE W-FECHA-SIST   TO AUD-FECHA.
007840     MOVE W-HORA-SIST    TO AUD-HORA.
007850     MOVE "ORDEN"        TO AUD-OPERACION.
007860     MOVE "SALDO"        TO AUD-CAMPO.
007870     MOVE W-SALDO-ANT-ED TO AUD-VALOR-ANTERIOR.
007880     MOVE W-SALDO-NVO-ED TO AUD-VALOR-NUEVO.
007890     MOVE "ORDP"         TO AUD-OPERADOR.
007900     WRITE REG-AUDITORIA.
007910 2650-EXIT.
007920     EXIT.
007930
007940******************************************************************
007950* 2700-MARCA-PERIODO - Deja en la orden el periodo generado y la
007960*                      fecha de la corrida: la orden no vuelve a
007970*                      generarse en el mismo mes.
007980******************************************************************
007990 2700-MARCA-PERIODO.
008000     MOVE W-PERIODO       TO ORP-ULT-PERIODO.
008010     MOVE W-FECHA-PROCESO TO ORP-ULT-FECHA.
008020     REWRITE REG-ORDEN.
008030     IF ST-ORD NOT = "00"
008040        ADD 1 TO W-CANT-ERRORES-IO
008050        MOVE ORP-NUMERO TO W-ORD-NUMERO-Z
008060        MOVE SPACES TO LIN-REPORTE
008070        STRING "Error marcando el periodo en la orden "
008080               W-ORD-NUMERO-Z " - Status=" ST-ORD
008090               DELIMITED BY SIZE INTO LIN-REPORTE
008100        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008110 2700-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150* 3000-FINAL - Totales de la corrida, renglon de joblog y cierre
008160*              de archivos.
008170******************************************************************
008180 3000-FINAL.
008190     MOVE SPACES TO LIN-REPORTE.
008200     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
008210     MOVE W-CANT-LEIDAS       TO LR1-CANT.
008220     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
008230     MOVE W-CANT-INACTIVAS    TO LR2-CANT.
008240     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
008250     MOVE W-CANT-NO-VENCIDAS  TO LR3-CANT.
008260     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
008270     MOVE W-CANT-YA-APLICADAS TO LR4-CANT.
008280     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
008290     MOVE W-CANT-APLICADAS    TO LR5-CANT.
008300     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
008310     MOVE W-CANT-RETENIDAS    TO LR6-CANT.
008320     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
008330     MOVE W-CANT-RECHAZADAS   TO LR7-CANT.
008340     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
008350     MOVE W-CANT-ERRORES-IO   TO LR8-CANT.
008360     WRITE LIN-REPORTE FROM LIN-RESUMEN-8 AFTER ADVANCING 1 LINE.
008370     MOVE W-TOT-DEBITOS       TO LR9-IMPORTE.
008380     WRITE LIN-REPORTE FROM LIN-RESUMEN-9 AFTER ADVANCING 1 LINE.
008390     MOVE W-TOT-CREDITOS      TO LR10-IMPORTE.
008400     WRITE LIN-REPORTE FROM LIN-RESUMEN-10
008410             AFTER ADVANCING 1 LINE.
008420     MOVE W-TOT-RETENIDO      TO LR11-IMPORTE.
008430     WRITE LIN-REPORTE FROM LIN-RESUMEN-11
008440             AFTER ADVANCING 1 LINE.
008450     CLOSE ORDENES.
008460     CLOSE CLIENTES.
008470     CLOSE CATEGORIAS.
008480     CLOSE MOVIMIENTOS.
008490     CLOSE PENDIENTES.
008500     CLOSE AUDITORIA.
008510     CLOSE REPORTE.
008520     IF W-CANT-ERRORES-IO > 0
008530        MOVE "ERROR" TO W-JOB-RESULTADO
008540     ELSE
008550        MOVE "OK"    TO W-JOB-RESULTADO.
008560     MOVE SPACES TO W-JOB-DETALLE.
008570     STRING "LEID=" W-CANT-LEIDAS " APLI=" W-CANT-APLICADAS
008580            " RETE=" W-CANT-RETENIDAS
008590            " RECH=" W-CANT-RECHAZADAS
008600            DELIMITED BY SIZE INTO W-JOB-DETALLE.
008610     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
008620
008630******************************************************************
008640* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
008650*                     control comun de la cadena nocturna.
008660******************************************************************
008670 9000-GRABA-JOBLOG.
008680     OPEN EXTEND JOBLOG.
008690     IF ST-JOB = "35"
008700        OPEN OUTPUT JOBLOG
008710        CLOSE JOBLOG
008720        OPEN EXTEND JOBLOG.
008730     IF ST-JOB > "07"
008740        GO TO 9000-EXIT.
008750     ACCEPT W-JOB-HORA-FIN FROM TIME.
008760     MOVE "APLORDEN"        TO JOB-PROGRAMA.
008770     MOVE W-FECHA-SIST      TO JOB-FECHA.
008780     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
008790     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
008800     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
008810     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
008820     WRITE REG-JOBLOG.
008830     CLOSE JOBLOG.
008840 9000-EXIT.
008850     EXIT.
008860
008870 END PROGRAM APLORDEN.

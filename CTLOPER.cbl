000010******************************************************************
000020* Program-ID : CTLOPER
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Reporte de excepciones de actividad de operadores
000070*              para control interno, sobre MOVIMIENTOS,
000080*              PENDIENTES y AUDITORIA en un rango de fechas que
000090*              se pide al correr. Reglas:
000100*              1. Actividad fuera del horario habil (solo
000110*                 AUDITORIA lleva hora) o en dia no habil
000120*                 (sabado, domingo o feriado de feriados.dat).
000130*              2. Reversa de un movimiento cargado por el mismo
000140*                 operador que la hace.
000150*              3. Fraccionamiento: dos o mas movimientos del
000160*                 mismo tipo, cliente y dia, cada uno por debajo
000170*                 de CAT-TOPE-APROBACION pero a menos del
000180*                 W-PCT-CERCA por ciento del tope.
000190*              4. Operaciones bajo el ingreso de emergencia SUP.
000200*              5. Dias con un volumen de registros mayor que
000210*                 W-VOL-FACTOR veces el promedio diario del mismo
000220*                 operador en el resto del rango.
000230*              Solo se evaluan los operadores del maestro de
000240*              USUARIOS y SUP; los codigos fijos de los procesos
000250*              batch no se controlan. Un pendiente aprobado se
000260*              controla por su movimiento; del pendiente se
000270*              controla la resolucion del supervisor. Cada
000280*              excepcion lista operador, cliente, fecha/hora y
000290*              el registro involucrado, ordenadas por regla y
000300*              operador, con un resumen por operador y por
000310*              regla al pie.
000320*              Las fechas y el horario se toman de nocturno.par
000330*              o se preguntan por consola.
000340* Tectonics  : cobc
000350*-------------------------------------------------------------
000360* Modification History
000370* Date       Init  Description
000380* 2026-10-15  SIS  Version inicial.
000382* 2026-10-15  SIS  El final llega hasta 5000-EXIT: resumen por
000384*                  operador y por regla, totales y joblog.
000390******************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. CTLOPER.
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480
000490     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000500            ORGANIZATION INDEXED
000510            ACCESS MODE DYNAMIC
000520            RECORD KEY IS MOV-CLAVE
000530            STATUS ST-MOV.
000540
000550     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000560            ORGANIZATION INDEXED
000570            ACCESS MODE DYNAMIC
000580            RECORD KEY IS ID_CLIENTE
000590            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000600            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000610            STATUS ST-CLI.
000620
000630     SELECT OPTIONAL PENDIENTES ASSIGN TO "./pendien.dat"
000640            ORGANIZATION INDEXED
000650            ACCESS MODE SEQUENTIAL
000660            RECORD KEY IS PEN-CLAVE
000670            STATUS ST-PEN.
000680
000690     SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
000700            ORGANIZATION SEQUENTIAL
000710            ACCESS MODE SEQUENTIAL
000720            STATUS ST-AUD.
000730
000740     SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categor.dat"
000750            ORGANIZATION INDEXED
000760            ACCESS MODE DYNAMIC
000770            RECORD KEY IS CAT-CODIGO
000780            STATUS ST-CAT.
000790
000800     SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
000810            ORGANIZATION INDEXED
000820            ACCESS MODE SEQUENTIAL
000830            RECORD KEY IS USR-CODIGO
000840            STATUS ST-USR.
000850
000860     SELECT OPTIONAL FERIADOS ASSIGN TO "./feriados.dat"
000870            ORGANIZATION LINE SEQUENTIAL
000880            STATUS ST-FER.
000890
000900     SELECT EXCEPCIONES ASSIGN TO "./ctloper.srt".
000910
000920     SELECT REPORTE ASSIGN TO "./ctloper.lst"
000930            ORGANIZATION LINE SEQUENTIAL
000940            STATUS ST-REP.
000950
000960     SELECT OPTIONAL PARAMS ASSIGN TO "./nocturno.par"
000970            ORGANIZATION LINE SEQUENTIAL
000980            STATUS ST-PAR.
000990
001000     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
001010            ORGANIZATION SEQUENTIAL
001020            ACCESS MODE SEQUENTIAL
001030            STATUS ST-JOB.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070
001080     COPY "MOVIMIEN.CPY".
001090
001100     COPY "CLIENTE.CPY".
001110
001120     COPY "PENDIEN.CPY".
001130
001140     COPY "AUDITORI.CPY".
001150
001160     COPY "CATEGOR.CPY".
001170
001180     COPY "USUARIO.CPY".
001190
001200     COPY "FERIADO.CPY".
001210
001220     COPY "NOCTURNO.CPY".
001230
001240     COPY "JOBLOG.CPY".
001250
001260 SD  EXCEPCIONES.
001270
001280 01  REG-EXCEPCION.
001290     03  EXC-REGLA           PIC 9.
001300     03  EXC-OPERADOR        PIC X(4).
001310     03  EXC-FECHA           PIC 9(8).
001320     03  EXC-HORA            PIC 9(8).
001330     03  EXC-CLI-ID          PIC 9(7).
001340     03  EXC-ARCHIVO         PIC X(3).
001350     03  EXC-REGISTRO        PIC X(26).
001360     03  EXC-DETALLE         PIC X(50).
001370
001380 FD  REPORTE.
001390
001400 01  LIN-REPORTE             PIC X(132).
001410
001420 WORKING-STORAGE SECTION.
001430
001440 01  ST-MOV                  PIC XX.
001450 01  ST-CLI                  PIC XX.
001460 01  ST-PEN                  PIC XX.
001470 01  ST-AUD                  PIC XX.
001480 01  ST-CAT                  PIC XX.
001490 01  ST-USR                  PIC XX.
001500 01  ST-FER                  PIC XX.
001510 01  ST-REP                  PIC XX.
001520 01  ST-PAR                  PIC XX.
001530 01  ST-JOB                  PIC XX.
001540
001550 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
001560 01  W-PARAM-HAY             PIC X     VALUE "N".
001570 01  W-PARAM-DATOS           PIC X(72).
001580 01  W-PARAM-CTLOPER REDEFINES W-PARAM-DATOS.
001590     03  PARAM-DESDE         PIC 9(8).
001600     03  PARAM-HASTA         PIC 9(8).
001610     03  PARAM-HORA-DESDE    PIC 9(4).
001620     03  PARAM-HORA-HASTA    PIC 9(4).
001630     03  FILLER              PIC X(48).
001640
001650 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001660 01  W-JOB-RESULTADO         PIC X(5).
001670 01  W-JOB-DETALLE           PIC X(70).
001680 01  W-JOB-HORA-FIN          PIC 9(8).
001690
001700 01  W-CLIENTES-OK           PIC X     VALUE "S".
001710 01  W-PENDIENTES-OK         PIC X     VALUE "S".
001720 01  W-AUDITORIA-OK          PIC X     VALUE "S".
001730 01  W-CATEGORIAS-OK         PIC X     VALUE "S".
001740 01  W-USUARIOS-OK           PIC X     VALUE "S".
001750
001760 01  FIN-MOVS                PIC X     VALUE "N".
001770     88  NO-HAY-MAS-MOVS     VALUE "S".
001780 01  FIN-PENDIENTES          PIC X     VALUE "N".
001790     88  NO-HAY-MAS-PENDIENTES VALUE "S".
001800 01  FIN-AUDITORIA           PIC X     VALUE "N".
001810     88  NO-HAY-MAS-AUD      VALUE "S".
001820 01  FIN-EXCEPCIONES         PIC X     VALUE "N".
001830     88  NO-HAY-MAS-EXCEPCIONES VALUE "S".
001840
001850 01  W-FECHA-SIST            PIC 9(8).
001860 01  W-FECHA-DESDE           PIC 9(8)  VALUE 0.
001870 01  W-FECHA-HASTA           PIC 9(8)  VALUE 0.
001880 01  W-HORA-DESDE            PIC 9(4)  VALUE 0.
001890 01  W-HORA-HASTA            PIC 9(4)  VALUE 0.
001900
001910*    Umbrales de las reglas 3 y 5.
001920 01  W-PCT-CERCA             PIC 9(3)  VALUE 80.
001930 01  W-VOL-FACTOR            PIC 9(2)  VALUE 3.
001940 01  W-VOL-MINIMO            PIC 9(5)  VALUE 10.
001950 01  W-VOL-DIAS-MIN          PIC 9(3)  VALUE 5.
001960
001970 01  W-FER-TOPE              PIC 9(3)  VALUE 400.
001980 01  W-FER-CANT              PIC 9(3)  VALUE 0.
001990 01  W-FER-SUB               PIC 9(3)  VALUE 0.
002000 01  W-TAB-FERIADOS.
002010     03  W-FER-FECHA         PIC 9(8)  OCCURS 400.
002020
002030 01  W-FAD-FECHA             PIC 9(8).
002040 01  W-FAD-FECHA-X REDEFINES W-FAD-FECHA.
002050     03  W-FAD-AAAA          PIC 9(4).
002060     03  W-FAD-MM            PIC 9(2).
002070     03  W-FAD-DD            PIC 9(2).
002080 01  W-FAD-DIAS              PIC 9(7).
002090 01  W-FAD-ANIO              PIC 9(5).
002100 01  W-FAD-MES               PIC 9(2).
002110 01  W-FAD-AUX               PIC 9(8).
002120 01  W-FAD-Q4                PIC 9(5).
002130 01  W-FAD-Q100              PIC 9(5).
002140 01  W-FAD-Q400              PIC 9(5).
002150 01  W-FAD-SEMANAS           PIC 9(7).
002160 01  W-FAD-DIA-SEMANA        PIC 9.
002170 01  W-DIA-HABIL             PIC X.
002180 01  W-DIA-MOTIVO            PIC X(7).
002190
002200 01  W-HORA-AUD              PIC 9(8).
002210 01  W-HORA-AUD-X REDEFINES W-HORA-AUD.
002220     03  W-HORA-AUD-HHMM     PIC 9(4).
002230     03  FILLER              PIC 9(4).
002240 01  W-HORA-ED.
002250     03  W-HORA-ED-HH        PIC 99.
002260     03  FILLER              PIC X     VALUE ":".
002270     03  W-HORA-ED-MM        PIC 99.
002280 01  W-HORA-HHMM             PIC 9(4).
002290 01  W-HORA-HHMM-X REDEFINES W-HORA-HHMM.
002300     03  W-HORA-HH           PIC 99.
002310     03  W-HORA-MM           PIC 99.
002320
002330 01  W-OPE-BUSCADO           PIC X(4).
002340 01  W-OPE-TOPE              PIC 9(3)  VALUE 200.
002350 01  W-OPE-CANT              PIC 9(3)  VALUE 0.
002360 01  W-OPE-SUB               PIC 9(3)  VALUE 0.
002370 01  W-OPE-DESBORDE          PIC X     VALUE "N".
002380 01  W-REG-SUB               PIC 9     VALUE 0.
002390
002400 01  W-TAB-OPERADORES.
002410     03  W-OPE-ENTRADA OCCURS 200.
002420         05  W-OPE-CODIGO    PIC X(4).
002430         05  W-OPE-NOMBRE    PIC X(30).
002440         05  W-OPE-PERSONA   PIC X.
002450         05  W-OPE-VOL-REGS  PIC 9(7).
002460         05  W-OPE-VOL-DIAS  PIC 9(5).
002470         05  W-OPE-EXC-TOTAL PIC 9(5).
002480         05  W-OPE-EXC       PIC 9(5)  OCCURS 5.
002490
002500 01  W-VOL-TOPE              PIC 9(5)  VALUE 5000.
002510 01  W-VOL-CANT              PIC 9(5)  VALUE 0.
002520 01  W-VOL-SUB               PIC 9(5)  VALUE 0.
002530 01  W-VOL-DESBORDE          PIC X     VALUE "N".
002540 01  W-VOL-FECHA-BUS         PIC 9(8).
002550 01  W-TAB-VOLUMEN.
002560     03  W-VOL-ENTRADA OCCURS 5000.
002570         05  W-VOL-OPERADOR  PIC X(4).
002580         05  W-VOL-FECHA     PIC 9(8).
002590         05  W-VOL-REGS      PIC 9(5).
002600 01  W-VOL-PROMEDIO          PIC 9(5)V9.
002610 01  W-VOL-PROM-ED           PIC ZZZZ9,9.
002620 01  W-VOL-REGS-ED           PIC ZZZZ9.
002630
002640 01  W-GRP-HAY               PIC X     VALUE "N".
002650 01  W-GRP-CLI-ID            PIC 9(7).
002660 01  W-GRP-FECHA             PIC 9(8).
002670 01  W-GRP-TOPE              PIC 9(7)V9(3).
002680 01  W-GRP-CERCA             PIC 9(7)V9(3).
002690 01  W-GRP-MAX               PIC 9(3)  VALUE 100.
002700 01  W-GRP-CANT              PIC 9(3)  VALUE 0.
002710 01  W-GRP-SUB               PIC 9(3)  VALUE 0.
002720 01  W-GRP-CERCA-D           PIC 9(3)  VALUE 0.
002730 01  W-GRP-CERCA-C           PIC 9(3)  VALUE 0.
002740 01  W-GRP-SUMA-D            PIC 9(9)V9(3).
002750 01  W-GRP-SUMA-C            PIC 9(9)V9(3).
002760 01  W-TAB-GRUPO.
002770     03  W-GRP-ENTRADA OCCURS 100.
002780         05  W-GRP-SEQ       PIC 9(5).
002790         05  W-GRP-TIPO      PIC X.
002800         05  W-GRP-IMPORTE   PIC S9(7)V9(3).
002810         05  W-GRP-OPERADOR  PIC X(4).
002820 01  W-TOPE-CLI-ID           PIC 9(7)  VALUE 0.
002830 01  W-TOPE-CLIENTE          PIC 9(7)V9(3) VALUE 0.
002840 01  W-TOPE-ED               PIC Z(6)9,99.
002850 01  W-SUMA-ED               PIC Z(8)9,99.
002860 01  W-CANT-ED               PIC ZZ9.
002870
002880 01  W-MOV-CLAVE.
002890     03  W-MOV-CLI-ID        PIC 9(7).
002900     03  W-MOV-FECHA         PIC 9(8).
002910     03  W-MOV-SEQ           PIC 9(5).
002920 01  W-MOV-OPERADOR          PIC X(4).
002930 01  W-MOV-REV-FECHA         PIC 9(8).
002940 01  W-MOV-REV-SEQ           PIC 9(5).
002950
002960 01  W-AUD-ANT-CLI-ID        PIC 9(7)  VALUE 0.
002970 01  W-AUD-ANT-FECHA         PIC 9(8)  VALUE 0.
002980 01  W-AUD-ANT-HORA          PIC 9(8)  VALUE 0.
002990 01  W-AUD-ANT-OPERACION     PIC X(8)  VALUE SPACES.
003000 01  W-AUD-ANT-OPERADOR      PIC X(4)  VALUE SPACES.
003010
003020 01  W-REGLA-ANT             PIC 9     VALUE 0.
003030 01  W-TAB-TOT-REGLA.
003040     03  W-TOT-REGLA         PIC 9(7)  OCCURS 5.
003050 01  W-CANT-EXCEPCIONES      PIC 9(7)  VALUE 0.
003060 01  W-CANT-MOVS             PIC 9(7)  VALUE 0.
003070 01  W-CANT-PENDIENTES       PIC 9(7)  VALUE 0.
003080 01  W-CANT-AUDITORIA        PIC 9(7)  VALUE 0.
003090
003100 01  W-NOMBRES-REGLA.
003110     03  FILLER              PIC X(56) VALUE
003120         "1. Actividad fuera de horario o en dia no habil".
003130     03  FILLER              PIC X(56) VALUE
003140         "2. Reversa de movimientos cargados por el mismo oper.".
003150     03  FILLER              PIC X(56) VALUE
003160         "3. Movimientos fraccionados bajo el tope de aprobacion".
003170     03  FILLER              PIC X(56) VALUE
003180         "4. Operaciones con el ingreso de emergencia SUP".
003190     03  FILLER              PIC X(56) VALUE
003200         "5. Volumen diario inusual respecto del propio promedio".
003210 01  W-TAB-NOMBRES-REGLA REDEFINES W-NOMBRES-REGLA.
003220     03  W-NOMBRE-REGLA      PIC X(56) OCCURS 5.
003230
003240 01  LIN-TITULO-1.
003250     03  FILLER              PIC X(45) VALUE
003260             "Excepciones de Actividad de Operadores".
003270     03  FILLER              PIC X(9)  VALUE "Periodo: ".
003280     03  LT1-DESDE           PIC 9(8).
003290     03  FILLER              PIC X(3)  VALUE " - ".
003300     03  LT1-HASTA           PIC 9(8).
003310     03  FILLER              PIC X(10) VALUE "  Emision:".
003320     03  LT1-FECHA           PIC 9(8).
003330
003340 01  LIN-TITULO-2.
003350     03  FILLER              PIC X(16) VALUE "Horario habil: ".
003360     03  LT2-DESDE           PIC X(5).
003370     03  FILLER              PIC X(3)  VALUE " a ".
003380     03  LT2-HASTA           PIC X(5).
003390     03  FILLER              PIC X(20) VALUE
003400             "  Feriados cargados:".
003410     03  LT2-FERIADOS        PIC ZZ9.
003420
003430 01  LIN-ENCAB-DET.
003440     03  FILLER              PIC X(6)  VALUE "Oper.".
003450     03  FILLER              PIC X(9)  VALUE "Cliente".
003460     03  FILLER              PIC X(10) VALUE "Fecha".
003470     03  FILLER              PIC X(7)  VALUE "Hora".
003480     03  FILLER              PIC X(32) VALUE "Registro".
003490     03  FILLER              PIC X(50) VALUE "Detalle".
003500
003510 01  LIN-DETALLE.
003520     03  LD-OPERADOR         PIC X(4).
003530     03  FILLER              PIC X(2)  VALUE SPACES.
003540     03  LD-CLI-ID           PIC Z(6)9.
003550     03  FILLER              PIC X(2)  VALUE SPACES.
003560     03  LD-FECHA            PIC 9(8).
003570     03  FILLER              PIC X(2)  VALUE SPACES.
003580     03  LD-HORA             PIC X(5).
003590     03  FILLER              PIC X(2)  VALUE SPACES.
003600     03  LD-ARCHIVO          PIC X(3).
003610     03  FILLER              PIC X     VALUE SPACES.
003620     03  LD-REGISTRO         PIC X(26).
003630     03  FILLER              PIC X(2)  VALUE SPACES.
003640     03  LD-DETALLE          PIC X(50).
003650
003660 01  LIN-TOTAL-REGLA.
003670     03  FILLER              PIC X(24) VALUE
003680             "Excepciones de la regla:".
003690     03  LTR-CANT            PIC ZZZZZZ9.
003700
003710 01  LIN-ENCAB-OPE.
003720     03  FILLER              PIC X(6)  VALUE "Oper.".
003730     03  FILLER              PIC X(31) VALUE "Nombre".
003740     03  FILLER              PIC X(8)  VALUE " Regla 1".
003750     03  FILLER              PIC X(8)  VALUE " Regla 2".
003760     03  FILLER              PIC X(8)  VALUE " Regla 3".
003770     03  FILLER              PIC X(8)  VALUE " Regla 4".
003780     03  FILLER              PIC X(8)  VALUE " Regla 5".
003790     03  FILLER              PIC X(8)  VALUE "   Total".
003800
003810 01  LIN-OPERADOR.
003820     03  LO-CODIGO           PIC X(4).
003830     03  FILLER              PIC X(2)  VALUE SPACES.
003840     03  LO-NOMBRE           PIC X(30).
003850     03  FILLER              PIC X     VALUE SPACES.
003860     03  LO-REGLA OCCURS 5.
003870         05  FILLER          PIC X     VALUE SPACES.
003880         05  LO-CANT         PIC ZZZZZZ9.
003890     03  FILLER              PIC X     VALUE SPACES.
003900     03  LO-TOTAL            PIC ZZZZZZ9.
003910
003920 01  LIN-REGLA.
003930     03  LRG-NOMBRE          PIC X(56).
003940     03  FILLER              PIC X(2)  VALUE SPACES.
003950     03  LRG-CANT            PIC ZZZZZZ9.
003960
003970 01  LIN-RESUMEN-1.
003980     03  FILLER              PIC X(32) VALUE
003990             "Movimientos del periodo       :".
004000     03  LR1-CANT            PIC ZZZZZZ9.
004010
004020 01  LIN-RESUMEN-2.
004030     03  FILLER              PIC X(32) VALUE
004040             "Pendientes del periodo        :".
004050     03  LR2-CANT            PIC ZZZZZZ9.
004060
004070 01  LIN-RESUMEN-3.
004080     03  FILLER              PIC X(32) VALUE
004090             "Renglones de auditoria        :".
004100     03  LR3-CANT            PIC ZZZZZZ9.
004110
004120 01  LIN-RESUMEN-4.
004130     03  FILLER              PIC X(32) VALUE
004140             "Total de excepciones          :".
004150     03  LR4-CANT            PIC ZZZZZZ9.
004160
004170 PROCEDURE DIVISION.
004180 0000-MAINLINE.
004190     PERFORM 1000-INICIO.
004200     SORT EXCEPCIONES
004210          ON ASCENDING KEY EXC-REGLA EXC-OPERADOR EXC-FECHA
004220                           EXC-HORA EXC-CLI-ID
004230          INPUT  PROCEDURE IS 2000-DETECTA THRU 2000-FIN
004240          OUTPUT PROCEDURE IS 4000-IMPRIME THRU 4000-FIN.
004250     PERFORM 5000-FINAL THRU 5000-EXIT.
004260     STOP RUN.
004270
004280******************************************************************
004290* 1000-INICIO - Pide el rango de fechas y el horario habil, abre
004300*               los archivos y carga operadores y feriados.
004310******************************************************************
004320 1000-INICIO.
004330     OPEN OUTPUT REPORTE.
004340     MOVE ZEROS TO W-TAB-TOT-REGLA.
004350     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
004360     ACCEPT W-JOB-HORA-INICIO FROM TIME.
004370     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
004380     IF W-PARAM-HAY = "S"
004390        MOVE PARAM-DESDE TO W-FECHA-DESDE
004400        MOVE PARAM-HASTA TO W-FECHA-HASTA
004410        IF PARAM-HORA-DESDE NUMERIC
004420           MOVE PARAM-HORA-DESDE TO W-HORA-DESDE
004430        END-IF
004440        IF PARAM-HORA-HASTA NUMERIC
004450           MOVE PARAM-HORA-HASTA TO W-HORA-HASTA
004460        END-IF
004470     ELSE
004480        DISPLAY "Fecha desde (AAAAMMDD, 0 = hoy):"
004490        ACCEPT W-FECHA-DESDE
004500        DISPLAY "Fecha hasta (AAAAMMDD, 0 = hoy):"
004510        ACCEPT W-FECHA-HASTA
004520        DISPLAY "Inicio del horario habil (HHMM, 0 = 0800):"
004530        ACCEPT W-HORA-DESDE
004540        DISPLAY "Fin del horario habil (HHMM, 0 = 1900):"
004550        ACCEPT W-HORA-HASTA.
004560     IF W-FECHA-DESDE = 0
004570        MOVE W-FECHA-SIST TO W-FECHA-DESDE.
004580     IF W-FECHA-HASTA = 0
004590        MOVE W-FECHA-SIST TO W-FECHA-HASTA.
004600     IF W-HORA-DESDE = 0
004610        MOVE 0800 TO W-HORA-DESDE.
004620     IF W-HORA-HASTA = 0
004630        MOVE 1900 TO W-HORA-HASTA.
004640     OPEN INPUT MOVIMIENTOS.
004650     IF ST-MOV > "07"
004660        MOVE SPACES TO LIN-REPORTE
004670        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
004680               " - Status=" ST-MOV DELIMITED BY SIZE
004690               INTO LIN-REPORTE
004700        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004710        MOVE "ERROR" TO W-JOB-RESULTADO
004720        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
004730        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
004740        CLOSE REPORTE
004750        CLOSE MOVIMIENTOS
004760        STOP RUN.
004770     PERFORM 1100-CARGA-FERIADOS THRU 1100-EXIT.
004780     MOVE W-FECHA-DESDE TO LT1-DESDE.
004790     MOVE W-FECHA-HASTA TO LT1-HASTA.
004800     MOVE W-FECHA-SIST  TO LT1-FECHA.
004810     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
004820     MOVE W-HORA-DESDE TO W-HORA-HHMM.
004830     MOVE W-HORA-HH    TO W-HORA-ED-HH.
004840     MOVE W-HORA-MM    TO W-HORA-ED-MM.
004850     MOVE W-HORA-ED    TO LT2-DESDE.
004860     MOVE W-HORA-HASTA TO W-HORA-HHMM.
004870     MOVE W-HORA-HH    TO W-HORA-ED-HH.
004880     MOVE W-HORA-MM    TO W-HORA-ED-MM.
004890     MOVE W-HORA-ED    TO LT2-HASTA.
004900     MOVE W-FER-CANT   TO LT2-FERIADOS.
004910     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
004920     MOVE SPACES TO LIN-REPORTE.
004930     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004940     OPEN INPUT CLIENTES.
004950     IF ST-CLI NOT = "00"
004960        MOVE "N" TO W-CLIENTES-OK.
004970     OPEN INPUT CATEGORIAS.
004980     IF ST-CAT NOT = "00"
004990        MOVE "N" TO W-CATEGORIAS-OK.
005000     IF W-CLIENTES-OK = "N" OR W-CATEGORIAS-OK = "N"
005010        MOVE "Sin CLIENTES o CATEGORIAS no se evalua la regla 3"
005020             TO LIN-REPORTE
005030        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005040     OPEN INPUT PENDIENTES.
005050     IF ST-PEN > "07"
005060        MOVE "N" TO W-PENDIENTES-OK
005070        MOVE "S" TO W-HUBO-ERR-LECTURA
005080        MOVE SPACES TO LIN-REPORTE
005090        STRING "No se pudo abrir PENDIENTES (pendien.dat)"
005100               " - Status=" ST-PEN DELIMITED BY SIZE
005110               INTO LIN-REPORTE
005120        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005130     OPEN INPUT AUDITORIA.
005140     IF ST-AUD > "07"
005150        MOVE "N" TO W-AUDITORIA-OK
005160        MOVE "S" TO W-HUBO-ERR-LECTURA
005170        MOVE SPACES TO LIN-REPORTE
005180        STRING "No se pudo abrir AUDITORIA (auditori.dat)"
005190               " - Status=" ST-AUD DELIMITED BY SIZE
005200               INTO LIN-REPORTE
005210        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005220     PERFORM 1200-CARGA-OPERADORES THRU 1200-EXIT.
005230
005240******************************************************************
005250* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
005260*                      programa; si esta, las respuestas se
005270*                      toman de alli y no se pregunta por
005280*                      consola (corrida desatendida).
005290******************************************************************
005300 1050-LEE-PARAMETROS.
005310     OPEN INPUT PARAMS.
005320     IF ST-PAR > "07"
005330        CLOSE PARAMS
005340        GO TO 1050-EXIT.
005350 1050-CICLO.
005360     READ PARAMS
005370         AT END
005380            CLOSE PARAMS
005390            GO TO 1050-EXIT.
005400     IF ST-PAR > "07"
005410        CLOSE PARAMS
005420        GO TO 1050-EXIT.
005430     IF PAR-PROGRAMA = "CTLOPER"
005440        MOVE PAR-DATOS TO W-PARAM-DATOS
005450        MOVE "S"       TO W-PARAM-HAY
005460        CLOSE PARAMS
005470        GO TO 1050-EXIT.
005480     GO TO 1050-CICLO.
005490 1050-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 1100-CARGA-FERIADOS - Carga en tabla las fechas de
005540*                       feriados.dat; sin archivo solo sabados y
005550*                       domingos son dias no habiles.
005560******************************************************************
005570 1100-CARGA-FERIADOS.
005580     OPEN INPUT FERIADOS.
005590     IF ST-FER > "07"
005600        CLOSE FERIADOS
005610        GO TO 1100-EXIT.
005620 1100-CICLO.
005630     READ FERIADOS
005640         AT END
005650            CLOSE FERIADOS
005660            GO TO 1100-EXIT.
005670     IF ST-FER > "07"
005680        CLOSE FERIADOS
005690        GO TO 1100-EXIT.
005700     IF FER-FECHA NOT NUMERIC
005710        GO TO 1100-CICLO.
005720     IF W-FER-CANT = W-FER-TOPE
005730        MOVE "ATENCION: demasiados feriados, solo los primeros"
005740             TO LIN-REPORTE
005750        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005760        CLOSE FERIADOS
005770        GO TO 1100-EXIT.
005780     ADD 1 TO W-FER-CANT.
005790     MOVE FER-FECHA TO W-FER-FECHA (W-FER-CANT).
005800     GO TO 1100-CICLO.
005810 1100-EXIT.
005820     EXIT.
005830
005840******************************************************************
005850* 1200-CARGA-OPERADORES - Da de alta en la tabla de operadores a
005860*                         los usuarios del maestro y al ingreso
005870*                         de emergencia SUP, que son los que se
005880*                         controlan.
005890******************************************************************
005900 1200-CARGA-OPERADORES.
005910     MOVE "SUP" TO W-OPE-BUSCADO.
005920     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
005930     MOVE "Ingreso de emergencia" TO W-OPE-NOMBRE (W-OPE-SUB).
005940     MOVE "S" TO W-OPE-PERSONA (W-OPE-SUB).
005950     OPEN INPUT USUARIOS.
005960     IF ST-USR NOT = "00"
005970        MOVE "N" TO W-USUARIOS-OK
005980        MOVE "Sin maestro de USUARIOS se controlan todos los"
005990             TO LIN-REPORTE
006000        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006010        MOVE "codigos de operador, incluidos los de procesos."
006020             TO LIN-REPORTE
006030        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006040        GO TO 1200-EXIT.
006050 1200-CICLO.
006060     READ USUARIOS
006070         AT END
006080            CLOSE USUARIOS
006090            GO TO 1200-EXIT.
006100     IF ST-USR > "07"
006110        MOVE "S" TO W-HUBO-ERR-LECTURA
006120        MOVE SPACES TO LIN-REPORTE
006130        STRING "Error leyendo USUARIOS - Status=" ST-USR
006140               DELIMITED BY SIZE INTO LIN-REPORTE
006150        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006160        CLOSE USUARIOS
006170        GO TO 1200-EXIT.
006180     MOVE USR-CODIGO TO W-OPE-BUSCADO.
006190     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
006200     IF W-OPE-SUB = 0
006210        GO TO 1200-CICLO.
006220     MOVE USR-NOMBRE TO W-OPE-NOMBRE (W-OPE-SUB).
006230     MOVE "S"        TO W-OPE-PERSONA (W-OPE-SUB).
006240     GO TO 1200-CICLO.
006250 1200-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 2000-DETECTA - Procedimiento de entrada del SORT: recorre los
006300*                tres archivos y pasa al ordenamiento cada
006310*                excepcion encontrada.
006320******************************************************************
006330 2000-DETECTA.
006340     PERFORM 2100-MOVIMIENTOS THRU 2100-EXIT.
006350     PERFORM 2500-PENDIENTES THRU 2500-EXIT.
006360     PERFORM 2700-AUDITORIA THRU 2700-EXIT.
006370     PERFORM 2900-VOLUMEN THRU 2900-EXIT.
006380 2000-FIN.
006390     EXIT.
006400
006410******************************************************************
006420* 2100-MOVIMIENTOS - Reglas 1, 2, 3 y 4 sobre los movimientos del
006430*                    periodo, y su cuenta para la regla 5.
006440******************************************************************
006450 2100-MOVIMIENTOS.
006460     MOVE LOW-VALUES TO MOV-CLAVE.
006470     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
006480         INVALID KEY GO TO 2100-FIN.
006490 2100-CICLO.
006500     IF NO-HAY-MAS-MOVS
006510        GO TO 2100-FIN.
006520     PERFORM 8200-LEE-MOVIMIENTO THRU 8200-EXIT.
006530     IF NO-HAY-MAS-MOVS
006540        GO TO 2100-FIN.
006550     IF MOV-FECHA < W-FECHA-DESDE OR MOV-FECHA > W-FECHA-HASTA
006560        GO TO 2100-CICLO.
006570     IF W-GRP-HAY = "S" AND
006580        (MOV-CLI-ID NOT = W-GRP-CLI-ID OR
006590         MOV-FECHA NOT = W-GRP-FECHA)
006600        PERFORM 2300-CIERRA-GRUPO THRU 2300-EXIT.
006610     MOVE MOV-OPERADOR TO W-OPE-BUSCADO.
006620     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
006630     IF W-OPE-SUB = 0
006640        GO TO 2100-CICLO.
006650     IF W-OPE-PERSONA (W-OPE-SUB) NOT = "S"
006660        GO TO 2100-CICLO.
006670     ADD 1 TO W-CANT-MOVS.
006680     MOVE MOV-FECHA TO W-VOL-FECHA-BUS.
006690     PERFORM 6100-SUMA-VOLUMEN THRU 6100-EXIT.
006700     MOVE SPACES TO REG-EXCEPCION.
006710     MOVE MOV-OPERADOR TO EXC-OPERADOR.
006720     MOVE MOV-FECHA    TO EXC-FECHA.
006730     MOVE 0            TO EXC-HORA.
006740     MOVE MOV-CLI-ID   TO EXC-CLI-ID.
006750     MOVE "MOV"        TO EXC-ARCHIVO.
006760     STRING MOV-CLI-ID " " MOV-FECHA "/" MOV-SEQ " " MOV-TIPO
006770            DELIMITED BY SIZE INTO EXC-REGISTRO.
006780     MOVE MOV-FECHA TO W-FAD-FECHA.
006790     PERFORM 8000-DIA-HABIL THRU 8000-EXIT.
006800     IF W-DIA-HABIL = "N"
006810        MOVE 1 TO EXC-REGLA
006820        STRING "Movimiento en dia no habil: " W-DIA-MOTIVO
006830               DELIMITED BY SIZE INTO EXC-DETALLE
006840        PERFORM 2800-LIBERA THRU 2800-EXIT.
006850     IF MOV-OPERADOR = "SUP"
006860        MOVE 4 TO EXC-REGLA
006870        MOVE SPACES TO EXC-DETALLE
006880        STRING "Movimiento cargado con SUP - motivo: " MOV-MOTIVO
006890               DELIMITED BY SIZE INTO EXC-DETALLE
006900        PERFORM 2800-LIBERA THRU 2800-EXIT.
006910     IF NOT MOV-ES-CONTRA
006920        PERFORM 2200-AGREGA-GRUPO THRU 2200-EXIT.
006930     IF MOV-ES-CONTRA
006940        PERFORM 2400-REVERSA-PROPIA THRU 2400-EXIT.
006950     GO TO 2100-CICLO.
006960 2100-FIN.
006970     IF W-GRP-HAY = "S"
006980        PERFORM 2300-CIERRA-GRUPO THRU 2300-EXIT.
006990 2100-EXIT.
007000     EXIT.
007010
007020******************************************************************
007030* 2200-AGREGA-GRUPO - Suma el movimiento al grupo cliente/dia de
007040*                     la regla 3; al abrir un grupo busca el tope
007050*                     de aprobacion de la categoria del cliente.
007060******************************************************************
007070 2200-AGREGA-GRUPO.
007080     IF W-CLIENTES-OK = "N" OR W-CATEGORIAS-OK = "N"
007090        GO TO 2200-EXIT.
007100     IF W-GRP-HAY = "S"
007110        GO TO 2200-AGREGA.
007120     MOVE "S"        TO W-GRP-HAY.
007130     MOVE MOV-CLI-ID TO W-GRP-CLI-ID.
007140     MOVE MOV-FECHA  TO W-GRP-FECHA.
007150     MOVE 0          TO W-GRP-CANT.
007160     IF MOV-CLI-ID NOT = W-TOPE-CLI-ID
007170        PERFORM 2250-BUSCA-TOPE THRU 2250-EXIT.
007180     MOVE W-TOPE-CLIENTE TO W-GRP-TOPE.
007190     COMPUTE W-GRP-CERCA = W-GRP-TOPE * W-PCT-CERCA / 100.
007200 2200-AGREGA.
007210     IF W-GRP-TOPE = 0 OR W-GRP-CANT = W-GRP-MAX
007220        GO TO 2200-EXIT.
007230     IF MOV-IMPORTE NOT < W-GRP-TOPE OR
007240        MOV-IMPORTE < W-GRP-CERCA
007250        GO TO 2200-EXIT.
007260     ADD 1 TO W-GRP-CANT.
007270     MOVE MOV-SEQ      TO W-GRP-SEQ (W-GRP-CANT).
007280     MOVE MOV-TIPO     TO W-GRP-TIPO (W-GRP-CANT).
007290     MOVE MOV-IMPORTE  TO W-GRP-IMPORTE (W-GRP-CANT).
007300     MOVE MOV-OPERADOR TO W-GRP-OPERADOR (W-GRP-CANT).
007310 2200-EXIT.
007320     EXIT.
007330
007340******************************************************************
007350* 2250-BUSCA-TOPE - CAT-TOPE-APROBACION de la categoria del
007360*                   cliente del movimiento (cero si no hay).
007370******************************************************************
007380 2250-BUSCA-TOPE.
007390     MOVE MOV-CLI-ID TO W-TOPE-CLI-ID.
007400     MOVE 0          TO W-TOPE-CLIENTE.
007410     MOVE MOV-CLI-ID TO CLI_ID.
007420     READ CLIENTES
007430         INVALID KEY GO TO 2250-EXIT.
007440     IF ST-CLI > "07"
007450        GO TO 2250-EXIT.
007460     MOVE CLI_CATEGORIA TO CAT-CODIGO.
007470     READ CATEGORIAS
007480         INVALID KEY GO TO 2250-EXIT.
007490     IF ST-CAT > "07"
007500        GO TO 2250-EXIT.
007510     MOVE CAT-TOPE-APROBACION TO W-TOPE-CLIENTE.
007520 2250-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 2300-CIERRA-GRUPO - Fin de un cliente/dia: si hay dos o mas
007570*                     movimientos de un mismo tipo cerca del
007580*                     tope, cada uno sale como excepcion.
007590******************************************************************
007600 2300-CIERRA-GRUPO.
007610     MOVE "N" TO W-GRP-HAY.
007620     MOVE 0 TO W-GRP-CERCA-D W-GRP-CERCA-C.
007630     MOVE 0 TO W-GRP-SUMA-D W-GRP-SUMA-C.
007640     MOVE 1 TO W-GRP-SUB.
007650 2300-CUENTA.
007660     IF W-GRP-SUB > W-GRP-CANT
007670        GO TO 2300-EMITE.
007680     IF W-GRP-TIPO (W-GRP-SUB) = "D"
007690        ADD 1 TO W-GRP-CERCA-D
007700        ADD W-GRP-IMPORTE (W-GRP-SUB) TO W-GRP-SUMA-D
007710     ELSE
007720        ADD 1 TO W-GRP-CERCA-C
007730        ADD W-GRP-IMPORTE (W-GRP-SUB) TO W-GRP-SUMA-C.
007740     ADD 1 TO W-GRP-SUB.
007750     GO TO 2300-CUENTA.
007760 2300-EMITE.
007770     IF W-GRP-CERCA-D < 2 AND W-GRP-CERCA-C < 2
007780        GO TO 2300-EXIT.
007790     MOVE W-GRP-TOPE TO W-TOPE-ED.
007800     MOVE 1 TO W-GRP-SUB.
007810 2300-CICLO.
007820     IF W-GRP-SUB > W-GRP-CANT
007830        GO TO 2300-EXIT.
007840     IF W-GRP-TIPO (W-GRP-SUB) = "D" AND W-GRP-CERCA-D < 2
007850        GO TO 2300-SIGUE.
007860     IF W-GRP-TIPO (W-GRP-SUB) = "C" AND W-GRP-CERCA-C < 2
007870        GO TO 2300-SIGUE.
007880     MOVE SPACES TO REG-EXCEPCION.
007890     MOVE 3                          TO EXC-REGLA.
007900     MOVE W-GRP-OPERADOR (W-GRP-SUB) TO EXC-OPERADOR.
007910     MOVE W-GRP-FECHA                TO EXC-FECHA.
007920     MOVE 0                          TO EXC-HORA.
007930     MOVE W-GRP-CLI-ID               TO EXC-CLI-ID.
007940     MOVE "MOV"                      TO EXC-ARCHIVO.
007950     STRING W-GRP-CLI-ID " " W-GRP-FECHA "/" W-GRP-SEQ (W-GRP-SUB)
007960            " " W-GRP-TIPO (W-GRP-SUB)
007970            DELIMITED BY SIZE INTO EXC-REGISTRO.
007980     IF W-GRP-TIPO (W-GRP-SUB) = "D"
007990        MOVE W-GRP-CERCA-D TO W-CANT-ED
008000        MOVE W-GRP-SUMA-D  TO W-SUMA-ED
008010     ELSE
008020        MOVE W-GRP-CERCA-C TO W-CANT-ED
008030        MOVE W-GRP-SUMA-C  TO W-SUMA-ED.
008040     STRING W-CANT-ED " movs. suman " W-SUMA-ED " - tope "
008050            W-TOPE-ED DELIMITED BY SIZE INTO EXC-DETALLE.
008060     PERFORM 2800-LIBERA THRU 2800-EXIT.
008070 2300-SIGUE.
008080     ADD 1 TO W-GRP-SUB.
008090     GO TO 2300-CICLO.
008100 2300-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 2400-REVERSA-PROPIA - Regla 2: lee el movimiento que reversa
008150*                       este contra-asiento y compara los
008160*                       operadores. Despues reposiciona la
008170*                       lectura secuencial.
008180******************************************************************
008190 2400-REVERSA-PROPIA.
008200     MOVE MOV-CLAVE     TO W-MOV-CLAVE.
008210     MOVE MOV-OPERADOR  TO W-MOV-OPERADOR.
008220     MOVE MOV-REV-FECHA TO W-MOV-REV-FECHA.
008230     MOVE MOV-REV-SEQ   TO W-MOV-REV-SEQ.
008240     MOVE W-MOV-CLI-ID    TO MOV-CLI-ID.
008250     MOVE W-MOV-REV-FECHA TO MOV-FECHA.
008260     MOVE W-MOV-REV-SEQ   TO MOV-SEQ.
008270     READ MOVIMIENTOS
008280         INVALID KEY GO TO 2400-REPOSICIONA.
008290     IF ST-MOV > "07"
008300        GO TO 2400-REPOSICIONA.
008310     IF MOV-OPERADOR NOT = W-MOV-OPERADOR
008320        GO TO 2400-REPOSICIONA.
008330     MOVE SPACES TO REG-EXCEPCION.
008340     MOVE 2              TO EXC-REGLA.
008350     MOVE W-MOV-OPERADOR TO EXC-OPERADOR.
008360     MOVE W-MOV-FECHA    TO EXC-FECHA.
008370     MOVE 0              TO EXC-HORA.
008380     MOVE W-MOV-CLI-ID   TO EXC-CLI-ID.
008390     MOVE "MOV"          TO EXC-ARCHIVO.
008400     STRING W-MOV-CLI-ID " " W-MOV-FECHA "/" W-MOV-SEQ " C"
008410            DELIMITED BY SIZE INTO EXC-REGISTRO.
008420     STRING "Reversa su propio mov. " W-MOV-REV-FECHA "/"
008430            W-MOV-REV-SEQ " " MOV-TIPO
008440            DELIMITED BY SIZE INTO EXC-DETALLE.
008450     PERFORM 2800-LIBERA THRU 2800-EXIT.
008460 2400-REPOSICIONA.
008470     MOVE W-MOV-CLAVE TO MOV-CLAVE.
008480     START MOVIMIENTOS KEY IS GREATER THAN MOV-CLAVE
008490         INVALID KEY SET NO-HAY-MAS-MOVS TO TRUE.
008500 2400-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540* 2500-PENDIENTES - Reglas 1 y 4 sobre la carga de los pendientes
008550*                   no aprobados y sobre la resolucion del
008560*                   supervisor; la carga se cuenta para la
008570*                   regla 5.
008580******************************************************************
008590 2500-PENDIENTES.
008600     IF W-PENDIENTES-OK = "N"
008610        GO TO 2500-EXIT.
008620 2500-CICLO.
008630     READ PENDIENTES
008640         AT END SET NO-HAY-MAS-PENDIENTES TO TRUE.
008650     IF NO-HAY-MAS-PENDIENTES
008660        GO TO 2500-EXIT.
008670     IF ST-PEN > "07"
008680        MOVE "S" TO W-HUBO-ERR-LECTURA
008690        GO TO 2500-EXIT.
008700     IF NOT PEN-APROBADO
008710        PERFORM 2600-CARGA-PENDIENTE THRU 2600-EXIT.
008720     IF PEN-APROBADO OR PEN-RECHAZADO
008730        PERFORM 2650-RESOLUCION THRU 2650-EXIT.
008740     GO TO 2500-CICLO.
008750 2500-EXIT.
008760     EXIT.
008770
008780 2600-CARGA-PENDIENTE.
008790     IF PEN-FECHA < W-FECHA-DESDE OR PEN-FECHA > W-FECHA-HASTA
008800        GO TO 2600-EXIT.
008810     MOVE PEN-OPERADOR TO W-OPE-BUSCADO.
008820     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
008830     IF W-OPE-SUB = 0
008840        GO TO 2600-EXIT.
008850     IF W-OPE-PERSONA (W-OPE-SUB) NOT = "S"
008860        GO TO 2600-EXIT.
008870     ADD 1 TO W-CANT-PENDIENTES.
008880     MOVE PEN-FECHA TO W-VOL-FECHA-BUS.
008890     PERFORM 6100-SUMA-VOLUMEN THRU 6100-EXIT.
008900     MOVE SPACES TO REG-EXCEPCION.
008910     MOVE PEN-OPERADOR TO EXC-OPERADOR.
008920     MOVE PEN-FECHA    TO EXC-FECHA.
008930     MOVE 0            TO EXC-HORA.
008940     MOVE PEN-CLI-ID   TO EXC-CLI-ID.
008950     MOVE "PEN"        TO EXC-ARCHIVO.
008960     STRING PEN-CLI-ID " " PEN-FECHA "/" PEN-SEQ " " PEN-TIPO
008970            DELIMITED BY SIZE INTO EXC-REGISTRO.
008980     MOVE PEN-FECHA TO W-FAD-FECHA.
008990     PERFORM 8000-DIA-HABIL THRU 8000-EXIT.
009000     IF W-DIA-HABIL = "N"
009010        MOVE 1 TO EXC-REGLA
009020        STRING "Carga de pendiente en dia no habil: "
009030               W-DIA-MOTIVO
009040               DELIMITED BY SIZE INTO EXC-DETALLE
009050        PERFORM 2800-LIBERA THRU 2800-EXIT.
009060     IF PEN-OPERADOR = "SUP"
009070        MOVE 4 TO EXC-REGLA
009080        MOVE SPACES TO EXC-DETALLE
009090        STRING "Pendiente cargado con SUP - motivo: " PEN-MOTIVO
009100               DELIMITED BY SIZE INTO EXC-DETALLE
009110        PERFORM 2800-LIBERA THRU 2800-EXIT.
009120 2600-EXIT.
009130     EXIT.
009140
009150 2650-RESOLUCION.
009160     IF PEN-FECHA-RESOL < W-FECHA-DESDE OR
009170        PEN-FECHA-RESOL > W-FECHA-HASTA
009180        GO TO 2650-EXIT.
009190     MOVE PEN-SUPERVISOR TO W-OPE-BUSCADO.
009200     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
009210     IF W-OPE-SUB = 0
009220        GO TO 2650-EXIT.
009230     IF W-OPE-PERSONA (W-OPE-SUB) NOT = "S"
009240        GO TO 2650-EXIT.
009250     MOVE SPACES TO REG-EXCEPCION.
009260     MOVE PEN-SUPERVISOR  TO EXC-OPERADOR.
009270     MOVE PEN-FECHA-RESOL TO EXC-FECHA.
009280     MOVE 0               TO EXC-HORA.
009290     MOVE PEN-CLI-ID      TO EXC-CLI-ID.
009300     MOVE "PEN"           TO EXC-ARCHIVO.
009310     STRING PEN-CLI-ID " " PEN-FECHA "/" PEN-SEQ " " PEN-ESTADO
009320            DELIMITED BY SIZE INTO EXC-REGISTRO.
009330     MOVE PEN-FECHA-RESOL TO W-FAD-FECHA.
009340     PERFORM 8000-DIA-HABIL THRU 8000-EXIT.
009350     IF W-DIA-HABIL = "N"
009360        MOVE 1 TO EXC-REGLA
009370        STRING "Resolucion de pendiente en dia no habil: "
009380               W-DIA-MOTIVO
009390               DELIMITED BY SIZE INTO EXC-DETALLE
009400        PERFORM 2800-LIBERA THRU 2800-EXIT.
009410     IF PEN-SUPERVISOR = "SUP"
009420        MOVE 4 TO EXC-REGLA
009430        MOVE SPACES TO EXC-DETALLE
009440        IF PEN-APROBADO
009450           MOVE "Pendiente aprobado con SUP" TO EXC-DETALLE
009460        ELSE
009470           MOVE "Pendiente rechazado con SUP" TO EXC-DETALLE
009480        END-IF
009490        PERFORM 2800-LIBERA THRU 2800-EXIT.
009500 2650-EXIT.
009510     EXIT.
009520
009530******************************************************************
009540* 2700-AUDITORIA - Reglas 1 (con hora) y 4 sobre AUDITORIA. Los
009550*                  renglones de un mismo cambio (mismo cliente,
009560*                  hora, operacion y operador) cuentan una vez.
009570******************************************************************
009580 2700-AUDITORIA.
009590     IF W-AUDITORIA-OK = "N"
009600        GO TO 2700-EXIT.
009610 2700-CICLO.
009620     READ AUDITORIA
009630         AT END SET NO-HAY-MAS-AUD TO TRUE.
009640     IF NO-HAY-MAS-AUD
009650        GO TO 2700-EXIT.
009660     IF ST-AUD > "07"
009670        MOVE "S" TO W-HUBO-ERR-LECTURA
009680        GO TO 2700-EXIT.
009690     IF AUD-FECHA < W-FECHA-DESDE OR AUD-FECHA > W-FECHA-HASTA
009700        GO TO 2700-CICLO.
009710     IF AUD-CLI-ID    = W-AUD-ANT-CLI-ID    AND
009720        AUD-FECHA     = W-AUD-ANT-FECHA     AND
009730        AUD-HORA      = W-AUD-ANT-HORA      AND
009740        AUD-OPERACION = W-AUD-ANT-OPERACION AND
009750        AUD-OPERADOR  = W-AUD-ANT-OPERADOR
009760        GO TO 2700-CICLO.
009770     MOVE AUD-CLI-ID    TO W-AUD-ANT-CLI-ID.
009780     MOVE AUD-FECHA     TO W-AUD-ANT-FECHA.
009790     MOVE AUD-HORA      TO W-AUD-ANT-HORA.
009800     MOVE AUD-OPERACION TO W-AUD-ANT-OPERACION.
009810     MOVE AUD-OPERADOR  TO W-AUD-ANT-OPERADOR.
009820     MOVE AUD-OPERADOR TO W-OPE-BUSCADO.
009830     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
009840     IF W-OPE-SUB = 0
009850        GO TO 2700-CICLO.
009860     IF W-OPE-PERSONA (W-OPE-SUB) NOT = "S"
009870        GO TO 2700-CICLO.
009880     ADD 1 TO W-CANT-AUDITORIA.
009890     MOVE SPACES TO REG-EXCEPCION.
009900     MOVE AUD-OPERADOR TO EXC-OPERADOR.
009910     MOVE AUD-FECHA    TO EXC-FECHA.
009920     MOVE AUD-HORA     TO EXC-HORA.
009930     MOVE AUD-CLI-ID   TO EXC-CLI-ID.
009940     MOVE "AUD"        TO EXC-ARCHIVO.
009950     STRING AUD-OPERACION " " AUD-CAMPO
009960            DELIMITED BY SIZE INTO EXC-REGISTRO.
009970     MOVE AUD-HORA TO W-HORA-AUD.
009980     MOVE AUD-FECHA TO W-FAD-FECHA.
009990     PERFORM 8000-DIA-HABIL THRU 8000-EXIT.
010000     IF W-DIA-HABIL = "N"
010010        MOVE 1 TO EXC-REGLA
010020        STRING "Cambio en dia no habil: " W-DIA-MOTIVO
010030               DELIMITED BY SIZE INTO EXC-DETALLE
010040        PERFORM 2800-LIBERA THRU 2800-EXIT
010050     ELSE
010060        IF W-HORA-AUD-HHMM < W-HORA-DESDE OR
010070           W-HORA-AUD-HHMM NOT < W-HORA-HASTA
010080           MOVE 1 TO EXC-REGLA
010090           MOVE "Cambio fuera del horario habil" TO EXC-DETALLE
010100           PERFORM 2800-LIBERA THRU 2800-EXIT
010110        END-IF
010120     END-IF.
010130     IF AUD-OPERADOR = "SUP"
010140        MOVE 4 TO EXC-REGLA
010150        MOVE SPACES TO EXC-DETALLE
010160        STRING "Cambio con SUP: " AUD-VALOR-ANTERIOR (1:15)
010170               " -> " AUD-VALOR-NUEVO (1:15)
010180               DELIMITED BY SIZE INTO EXC-DETALLE
010190        PERFORM 2800-LIBERA THRU 2800-EXIT.
010200     GO TO 2700-CICLO.
010210 2700-EXIT.
010220     EXIT.
010230
010240******************************************************************
010250* 2800-LIBERA - Pasa al ordenamiento la excepcion armada.
010260******************************************************************
010270 2800-LIBERA.
010280     RELEASE REG-EXCEPCION.
010290 2800-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330* 2900-VOLUMEN - Regla 5: por operador, compara los registros de
010340*                cada dia con el promedio de sus otros dias del
010350*                periodo. Solo con W-VOL-DIAS-MIN dias de
010360*                actividad hay promedio que comparar.
010370******************************************************************
010380 2900-VOLUMEN.
010390     MOVE 1 TO W-VOL-SUB.
010400 2900-TOTALES.
010410     IF W-VOL-SUB > W-VOL-CANT
010420        GO TO 2900-EVALUA.
010430     MOVE W-VOL-OPERADOR (W-VOL-SUB) TO W-OPE-BUSCADO.
010440     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
010450     IF W-OPE-SUB NOT = 0
010460        ADD W-VOL-REGS (W-VOL-SUB) TO W-OPE-VOL-REGS (W-OPE-SUB)
010470        ADD 1 TO W-OPE-VOL-DIAS (W-OPE-SUB).
010480     ADD 1 TO W-VOL-SUB.
010490     GO TO 2900-TOTALES.
010500 2900-EVALUA.
010510     MOVE 1 TO W-VOL-SUB.
010520 2900-CICLO.
010530     IF W-VOL-SUB > W-VOL-CANT
010540        GO TO 2900-EXIT.
010550     IF W-VOL-REGS (W-VOL-SUB) < W-VOL-MINIMO
010560        GO TO 2900-SIGUE.
010570     MOVE W-VOL-OPERADOR (W-VOL-SUB) TO W-OPE-BUSCADO.
010580     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
010590     IF W-OPE-SUB = 0
010600        GO TO 2900-SIGUE.
010610     IF W-OPE-VOL-DIAS (W-OPE-SUB) < W-VOL-DIAS-MIN
010620        GO TO 2900-SIGUE.
010630     COMPUTE W-VOL-PROMEDIO ROUNDED =
010640             (W-OPE-VOL-REGS (W-OPE-SUB) - W-VOL-REGS (W-VOL-SUB))
010650           / (W-OPE-VOL-DIAS (W-OPE-SUB) - 1).
010660     IF W-VOL-REGS (W-VOL-SUB) NOT >
010670        W-VOL-PROMEDIO * W-VOL-FACTOR
010680        GO TO 2900-SIGUE.
010690     MOVE SPACES TO REG-EXCEPCION.
010700     MOVE 5                          TO EXC-REGLA.
010710     MOVE W-VOL-OPERADOR (W-VOL-SUB) TO EXC-OPERADOR.
010720     MOVE W-VOL-FECHA (W-VOL-SUB)    TO EXC-FECHA.
010730     MOVE 0                          TO EXC-HORA.
010740     MOVE 0                          TO EXC-CLI-ID.
010750     MOVE "M+P"                      TO EXC-ARCHIVO.
010760     MOVE W-VOL-REGS (W-VOL-SUB)     TO W-VOL-REGS-ED.
010770     STRING W-VOL-REGS-ED " registros en el dia"
010780            DELIMITED BY SIZE INTO EXC-REGISTRO.
010790     MOVE W-VOL-PROMEDIO             TO W-VOL-PROM-ED.
010800     STRING "Promedio de sus otros dias: " W-VOL-PROM-ED
010810            DELIMITED BY SIZE INTO EXC-DETALLE.
010820     PERFORM 2800-LIBERA THRU 2800-EXIT.
010830 2900-SIGUE.
010840     ADD 1 TO W-VOL-SUB.
010850     GO TO 2900-CICLO.
010860 2900-EXIT.
010870     EXIT.
010880
010890******************************************************************
010900* 4000-IMPRIME - Procedimiento de salida del SORT: imprime las
010910*                excepciones con corte por regla y las acumula
010920*                por operador para el resumen.
010930******************************************************************
010940 4000-IMPRIME.
010950     PERFORM 4100-RETORNA THRU 4100-EXIT.
010960 4000-CICLO.
010970     IF NO-HAY-MAS-EXCEPCIONES
010980        IF W-REGLA-ANT NOT = 0
010990           PERFORM 4300-CIERRA-REGLA THRU 4300-EXIT
011000        END-IF
011010        GO TO 4000-FIN.
011020     IF EXC-REGLA NOT = W-REGLA-ANT
011030        IF W-REGLA-ANT NOT = 0
011040           PERFORM 4300-CIERRA-REGLA THRU 4300-EXIT
011050        END-IF
011060        PERFORM 4200-ABRE-REGLA THRU 4200-EXIT.
011070     ADD 1 TO W-CANT-EXCEPCIONES.
011080     ADD 1 TO W-TOT-REGLA (EXC-REGLA).
011090     MOVE EXC-REGLA    TO W-REG-SUB.
011100     MOVE EXC-OPERADOR TO W-OPE-BUSCADO.
011110     PERFORM 6000-BUSCA-OPERADOR THRU 6000-EXIT.
011120     IF W-OPE-SUB NOT = 0
011130        ADD 1 TO W-OPE-EXC (W-OPE-SUB, W-REG-SUB)
011140        ADD 1 TO W-OPE-EXC-TOTAL (W-OPE-SUB).
011150     MOVE EXC-OPERADOR TO LD-OPERADOR.
011160     MOVE EXC-CLI-ID   TO LD-CLI-ID.
011170     MOVE EXC-FECHA    TO LD-FECHA.
011180     MOVE SPACES       TO LD-HORA.
011190     IF EXC-ARCHIVO = "AUD"
011200        MOVE EXC-HORA        TO W-HORA-AUD
011210        MOVE W-HORA-AUD-HHMM TO W-HORA-HHMM
011220        MOVE W-HORA-HH       TO W-HORA-ED-HH
011230        MOVE W-HORA-MM       TO W-HORA-ED-MM
011240        MOVE W-HORA-ED       TO LD-HORA.
011250     MOVE EXC-ARCHIVO  TO LD-ARCHIVO.
011260     MOVE EXC-REGISTRO TO LD-REGISTRO.
011270     MOVE EXC-DETALLE  TO LD-DETALLE.
011280     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
011290     PERFORM 4100-RETORNA THRU 4100-EXIT.
011300     GO TO 4000-CICLO.
011310 4000-FIN.
011320     EXIT.
011330
011340******************************************************************
011350* 4100-RETORNA - Toma la proxima excepcion ya ordenada.
011360******************************************************************
011370 4100-RETORNA.
011380     RETURN EXCEPCIONES
011390         AT END SET NO-HAY-MAS-EXCEPCIONES TO TRUE.
011400 4100-EXIT.
011410     EXIT.
011420
011430 4200-ABRE-REGLA.
011440     MOVE EXC-REGLA TO W-REGLA-ANT.
011450     MOVE SPACES TO LIN-REPORTE.
011460     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011470     MOVE SPACES TO LIN-REPORTE.
011480     STRING "Regla " W-NOMBRE-REGLA (EXC-REGLA)
011490            DELIMITED BY SIZE INTO LIN-REPORTE.
011500     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011510     MOVE SPACES TO LIN-REPORTE.
011520     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011530     WRITE LIN-REPORTE FROM LIN-ENCAB-DET AFTER ADVANCING 1 LINE.
011540 4200-EXIT.
011550     EXIT.
011560
011570 4300-CIERRA-REGLA.
011580     MOVE W-TOT-REGLA (W-REGLA-ANT) TO LTR-CANT.
011590     WRITE LIN-REPORTE FROM LIN-TOTAL-REGLA
011600             AFTER ADVANCING 2 LINES.
011610 4300-EXIT.
011620     EXIT.
011630
011640******************************************************************
011650* 5000-FINAL - Resumen por operador y por regla, cierre de
011660*              archivos y renglon del joblog.
011670******************************************************************
011680 5000-FINAL.
011690     IF W-CANT-EXCEPCIONES = 0
011700        MOVE SPACES TO LIN-REPORTE
011710        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
011720        MOVE "Sin excepciones en el periodo." TO LIN-REPORTE
011730        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011740     MOVE SPACES TO LIN-REPORTE.
011750     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
011760     MOVE "Resumen por operador" TO LIN-REPORTE.
011770     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011780     MOVE SPACES TO LIN-REPORTE.
011790     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
011800     WRITE LIN-REPORTE FROM LIN-ENCAB-OPE AFTER ADVANCING 1 LINE.
011810     MOVE 1 TO W-OPE-SUB.
011820 5000-OPE-CICLO.
011830     IF W-OPE-SUB > W-OPE-CANT
011840        GO TO 5000-REGLAS.
011850     IF W-OPE-EXC-TOTAL (W-OPE-SUB) = 0
011860        GO TO 5000-OPE-SIGUE.
011870     MOVE W-OPE-CODIGO (W-OPE-SUB)    TO LO-CODIGO.
011880     MOVE W-OPE-NOMBRE (W-OPE-SUB)    TO LO-NOMBRE.
011890     MOVE W-OPE-EXC (W-OPE-SUB, 1)    TO LO-CANT (1).
011900     MOVE W-OPE-EXC (W-OPE-SUB, 2)    TO LO-CANT (2).
011910     MOVE W-OPE-EXC (W-OPE-SUB, 3)    TO LO-CANT (3).
011920     MOVE W-OPE-EXC (W-OPE-SUB, 4)    TO LO-CANT (4).
011930     MOVE W-OPE-EXC (W-OPE-SUB, 5)    TO LO-CANT (5).
011940     MOVE W-OPE-EXC-TOTAL (W-OPE-SUB) TO LO-TOTAL.
011950     WRITE LIN-REPORTE FROM LIN-OPERADOR AFTER ADVANCING 1 LINE.
011960 5000-OPE-SIGUE.
011970     ADD 1 TO W-OPE-SUB.
011980     GO TO 5000-OPE-CICLO.
011990 5000-REGLAS.
012000     MOVE SPACES TO LIN-REPORTE.
012010     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
012020     MOVE "Resumen por regla" TO LIN-REPORTE.
012030     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
012040     MOVE SPACES TO LIN-REPORTE.
012050     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
012060     MOVE 1 TO W-REG-SUB.
012070 5000-REG-CICLO.
012080     MOVE W-NOMBRE-REGLA (W-REG-SUB) TO LRG-NOMBRE.
012090     MOVE W-TOT-REGLA (W-REG-SUB)    TO LRG-CANT.
012100     WRITE LIN-REPORTE FROM LIN-REGLA AFTER ADVANCING 1 LINE.
012110     IF W-REG-SUB < 5
012120        ADD 1 TO W-REG-SUB
012130        GO TO 5000-REG-CICLO.
012140     IF W-VOL-DESBORDE = "S"
012150        MOVE SPACES TO LIN-REPORTE
012160        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
012170        MOVE "ATENCION: tabla de volumen desbordada, la regla 5"
012180             TO LIN-REPORTE
012190        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
012200        MOVE "queda incompleta; acotar el rango de fechas."
012210             TO LIN-REPORTE
012220        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
012230     IF W-OPE-DESBORDE = "S"
012240        MOVE SPACES TO LIN-REPORTE
012250        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
012260        MOVE "ATENCION: tabla de operadores desbordada."
012270             TO LIN-REPORTE
012280        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
012290     MOVE SPACES TO LIN-REPORTE.
012300     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
012310     MOVE W-CANT-MOVS        TO LR1-CANT.
012320     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
012330     MOVE W-CANT-PENDIENTES  TO LR2-CANT.
012340     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
012350     MOVE W-CANT-AUDITORIA   TO LR3-CANT.
012360     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
012370     MOVE W-CANT-EXCEPCIONES TO LR4-CANT.
012380     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
012390     CLOSE MOVIMIENTOS.
012400     IF W-CLIENTES-OK = "S"
012410        CLOSE CLIENTES.
012420     IF W-CATEGORIAS-OK = "S"
012430        CLOSE CATEGORIAS.
012440     IF W-PENDIENTES-OK = "S"
012450        CLOSE PENDIENTES.
012460     IF W-AUDITORIA-OK = "S"
012470        CLOSE AUDITORIA.
012480     CLOSE REPORTE.
012490     IF W-HUBO-ERR-LECTURA = "S" OR W-VOL-DESBORDE = "S"
012500        OR W-OPE-DESBORDE = "S"
012510        MOVE "ERROR" TO W-JOB-RESULTADO
012520     ELSE
012530        MOVE "OK"    TO W-JOB-RESULTADO.
012540     MOVE SPACES TO W-JOB-DETALLE.
012550     STRING "DESDE=" W-FECHA-DESDE " HASTA=" W-FECHA-HASTA
012560            " EXCEPCIONES=" W-CANT-EXCEPCIONES
012570            DELIMITED BY SIZE INTO W-JOB-DETALLE.
012580     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
012582 5000-EXIT.
012584     EXIT.
012590
012600******************************************************************
012610* 6000-BUSCA-OPERADOR - Deja en W-OPE-SUB la entrada de la tabla
012620*                       para W-OPE-BUSCADO, dandola de alta si
012630*                       no estaba; deja cero si la tabla se
012640*                       desbordo. Un codigo que no esta en
012650*                       USUARIOS es de un proceso batch y no se
012660*                       controla, salvo que falte el maestro.
012670******************************************************************
012680 6000-BUSCA-OPERADOR.
012690     MOVE 1 TO W-OPE-SUB.
012700 6000-CICLO.
012710     IF W-OPE-SUB > W-OPE-CANT
012720        GO TO 6000-AGREGA.
012730     IF W-OPE-CODIGO (W-OPE-SUB) = W-OPE-BUSCADO
012740        GO TO 6000-EXIT.
012750     ADD 1 TO W-OPE-SUB.
012760     GO TO 6000-CICLO.
012770 6000-AGREGA.
012780     IF W-OPE-CANT = W-OPE-TOPE
012790        MOVE "S" TO W-OPE-DESBORDE
012800        MOVE 0   TO W-OPE-SUB
012810        GO TO 6000-EXIT.
012820     ADD 1 TO W-OPE-CANT.
012830     MOVE W-OPE-CANT    TO W-OPE-SUB.
012840     MOVE W-OPE-BUSCADO TO W-OPE-CODIGO (W-OPE-SUB).
012850     MOVE SPACES        TO W-OPE-NOMBRE (W-OPE-SUB).
012860     IF W-USUARIOS-OK = "S"
012870        MOVE "N" TO W-OPE-PERSONA (W-OPE-SUB)
012880     ELSE
012890        MOVE "S" TO W-OPE-PERSONA (W-OPE-SUB).
012900     MOVE 0 TO W-OPE-VOL-REGS (W-OPE-SUB).
012910     MOVE 0 TO W-OPE-VOL-DIAS (W-OPE-SUB).
012920     MOVE 0 TO W-OPE-EXC-TOTAL (W-OPE-SUB).
012930     MOVE 0 TO W-OPE-EXC (W-OPE-SUB, 1).
012940     MOVE 0 TO W-OPE-EXC (W-OPE-SUB, 2).
012950     MOVE 0 TO W-OPE-EXC (W-OPE-SUB, 3).
012960     MOVE 0 TO W-OPE-EXC (W-OPE-SUB, 4).
012970     MOVE 0 TO W-OPE-EXC (W-OPE-SUB, 5).
012980 6000-EXIT.
012990     EXIT.
013000
013010******************************************************************
013020* 6100-SUMA-VOLUMEN - Suma un registro al dia W-VOL-FECHA-BUS del
013030*                     operador W-OPE-BUSCADO (regla 5).
013040******************************************************************
013050 6100-SUMA-VOLUMEN.
013060     MOVE 1 TO W-VOL-SUB.
013070 6100-CICLO.
013080     IF W-VOL-SUB > W-VOL-CANT
013090        GO TO 6100-AGREGA.
013100     IF W-VOL-OPERADOR (W-VOL-SUB) = W-OPE-BUSCADO AND
013110        W-VOL-FECHA (W-VOL-SUB) = W-VOL-FECHA-BUS
013120        ADD 1 TO W-VOL-REGS (W-VOL-SUB)
013130        GO TO 6100-EXIT.
013140     ADD 1 TO W-VOL-SUB.
013150     GO TO 6100-CICLO.
013160 6100-AGREGA.
013170     IF W-VOL-CANT = W-VOL-TOPE
013180        MOVE "S" TO W-VOL-DESBORDE
013190        GO TO 6100-EXIT.
013200     ADD 1 TO W-VOL-CANT.
013210     MOVE W-OPE-BUSCADO   TO W-VOL-OPERADOR (W-VOL-CANT).
013220     MOVE W-VOL-FECHA-BUS TO W-VOL-FECHA (W-VOL-CANT).
013230     MOVE 1               TO W-VOL-REGS (W-VOL-CANT).
013240 6100-EXIT.
013250     EXIT.
013260
013270******************************************************************
013280* 8000-DIA-HABIL - W-DIA-HABIL = "N" si W-FAD-FECHA es sabado,
013290*                  domingo o feriado, con el motivo en
013300*                  W-DIA-MOTIVO. El dia de la semana sale del
013310*                  numero de dia serial (resto 4 = sabado,
013320*                  5 = domingo).
013330******************************************************************
013340 8000-DIA-HABIL.
013350     MOVE "S"    TO W-DIA-HABIL.
013360     MOVE SPACES TO W-DIA-MOTIVO.
013370     MOVE W-FAD-AAAA TO W-FAD-ANIO.
013380     MOVE W-FAD-MM   TO W-FAD-MES.
013390     IF W-FAD-MES < 3
013400        SUBTRACT 1 FROM W-FAD-ANIO
013410        ADD 12 TO W-FAD-MES.
013420*    Los cocientes se truncan por separado con DIVIDE, igual que
013430*    en ANTIGSAL.
013440     COMPUTE W-FAD-AUX = 153 * (W-FAD-MES - 3) + 2.
013450     DIVIDE W-FAD-AUX  BY 5   GIVING W-FAD-AUX.
013460     DIVIDE W-FAD-ANIO BY 4   GIVING W-FAD-Q4.
013470     DIVIDE W-FAD-ANIO BY 100 GIVING W-FAD-Q100.
013480     DIVIDE W-FAD-ANIO BY 400 GIVING W-FAD-Q400.
013490     COMPUTE W-FAD-DIAS = 365 * W-FAD-ANIO
013500                        + W-FAD-Q4 - W-FAD-Q100 + W-FAD-Q400
013510                        + W-FAD-AUX + W-FAD-DD.
013520     DIVIDE W-FAD-DIAS BY 7 GIVING W-FAD-SEMANAS
013530            REMAINDER W-FAD-DIA-SEMANA.
013540     IF W-FAD-DIA-SEMANA = 4
013550        MOVE "N"      TO W-DIA-HABIL
013560        MOVE "sabado" TO W-DIA-MOTIVO
013570        GO TO 8000-EXIT.
013580     IF W-FAD-DIA-SEMANA = 5
013590        MOVE "N"       TO W-DIA-HABIL
013600        MOVE "domingo" TO W-DIA-MOTIVO
013610        GO TO 8000-EXIT.
013620     MOVE 1 TO W-FER-SUB.
013630 8000-CICLO.
013640     IF W-FER-SUB > W-FER-CANT
013650        GO TO 8000-EXIT.
013660     IF W-FER-FECHA (W-FER-SUB) = W-FAD-FECHA
013670        MOVE "N"       TO W-DIA-HABIL
013680        MOVE "feriado" TO W-DIA-MOTIVO
013690        GO TO 8000-EXIT.
013700     ADD 1 TO W-FER-SUB.
013710     GO TO 8000-CICLO.
013720 8000-EXIT.
013730     EXIT.
013740
013750******************************************************************
013760* 8200-LEE-MOVIMIENTO - Lee el proximo registro de MOVIMIENTOS.
013770******************************************************************
013780 8200-LEE-MOVIMIENTO.
013790     READ MOVIMIENTOS NEXT RECORD
013800         AT END SET NO-HAY-MAS-MOVS TO TRUE.
013810     IF NOT NO-HAY-MAS-MOVS AND ST-MOV > "07"
013820        SET NO-HAY-MAS-MOVS TO TRUE
013830        MOVE "S" TO W-HUBO-ERR-LECTURA.
013840 8200-EXIT.
013850     EXIT.
013860
013870******************************************************************
013880* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
013890*                     control comun de la cadena nocturna.
013900******************************************************************
013910 9000-GRABA-JOBLOG.
013920     OPEN EXTEND JOBLOG.
013930     IF ST-JOB = "35"
013940        OPEN OUTPUT JOBLOG
013950        CLOSE JOBLOG
013960        OPEN EXTEND JOBLOG.
013970     IF ST-JOB > "07"
013980        GO TO 9000-EXIT.
013990     ACCEPT W-JOB-HORA-FIN FROM TIME.
014000     MOVE "CTLOPER"         TO JOB-PROGRAMA.
014010     MOVE W-FECHA-SIST      TO JOB-FECHA.
014020     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
014030     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
014040     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
014050     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
014060     WRITE REG-JOBLOG.
014070     CLOSE JOBLOG.
014080 9000-EXIT.
014090     EXIT.
014100
014110 END PROGRAM CTLOPER.

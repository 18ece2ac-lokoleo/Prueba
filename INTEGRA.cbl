000010******************************************************************
000020* Program-ID : INTEGRA
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Control de integridad referencial entre los
000070*              archivos de la cadena nocturna, para correr
000080*              antes de abrir el ABM. Lista por tipo, con las
000090*              claves involucradas, las excepciones de:
000100*              A. MOVIMIENTOS de un Id inexistente en CLIENTES.
000110*              B. Enlaces de reversa (MOV-REV-FECHA/MOV-REV-SEQ)
000120*                 a un movimiento inexistente, que no apunta de
000130*                 vuelta o con marcas R/C que no se corresponden.
000140*              C. PENDIENTES aprobados sin su movimiento en
000150*                 MOVIMIENTOS (se busca tambien en el cliente
000160*                 destino si el cliente fue fusionado). Los
000170*                 anteriores al movimiento mas antiguo del
000180*                 archivo (ya depurados por ARCHIVA) se cuentan
000190*                 como no verificables.
000200*              D. Clientes con CLI-FUSIONADO-EN apuntando a un
000210*                 cliente inexistente o inactivo.
000220*              E. Clientes activos con CLI_CATEGORIA inexistente
000230*                 o dada de baja en CATEGORIAS.
000240*              F. Clientes activos con CLI_CODPOST inexistente o
000250*                 dado de baja en CODPOSTALES.
000260*              No modifica ningun archivo. Con alguna excepcion,
000270*              error de lectura o control no realizado la
000280*              corrida queda como ERROR en joblog.dat.
000290* Tectonics  : cobc
000300*-------------------------------------------------------------
000310* Modification History
000320* Date       Init  Description
000330* 2026-10-15  SIS  Version inicial.
000332* 2026-10-15  SIS  Sin categor.dat o codpost.dat el control E/F se
000334*                  informa como no realizado y la corrida queda
000336*                  como ERROR.
000340******************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. INTEGRA.
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430
000440     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000450            ORGANIZATION INDEXED
000460            ACCESS MODE DYNAMIC
000470            RECORD KEY IS MOV-CLAVE
000480            STATUS ST-MOV.
000490
000500     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000510            ORGANIZATION INDEXED
000520            ACCESS MODE DYNAMIC
000530            RECORD KEY IS ID_CLIENTE
000540            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000550            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000560            STATUS ST-CLI.
000570
000580     SELECT OPTIONAL PENDIENTES ASSIGN TO "./pendien.dat"
000590            ORGANIZATION INDEXED
000600            ACCESS MODE SEQUENTIAL
000610            RECORD KEY IS PEN-CLAVE
000620            STATUS ST-PEN.
000630
000640     SELECT OPTIONAL CATEGORIAS ASSIGN TO "./categor.dat"
000650            ORGANIZATION INDEXED
000660            ACCESS MODE DYNAMIC
000670            RECORD KEY IS CAT-CODIGO
000680            STATUS ST-CAT.
000690
000700     SELECT OPTIONAL CODPOSTALES ASSIGN TO "./codpost.dat"
000710            ORGANIZATION INDEXED
000720            ACCESS MODE DYNAMIC
000730            RECORD KEY IS CP-CODIGO
000740            STATUS ST-CP.
000750
000760     SELECT REPORTE ASSIGN TO "./integra.lst"
000770            ORGANIZATION LINE SEQUENTIAL
000780            STATUS ST-REP.
000790
000800     SELECT OPTIONAL JOBLOG ASSIGN TO "./joblog.dat"
000810            ORGANIZATION SEQUENTIAL
000820            ACCESS MODE SEQUENTIAL
000830            STATUS ST-JOB.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870
000880     COPY "MOVIMIEN.CPY".
000890
000900     COPY "CLIENTE.CPY".
000910
000920     COPY "PENDIEN.CPY".
000930
000940     COPY "CATEGOR.CPY".
000950
000960     COPY "CODPOST.CPY".
000970
000980     COPY "JOBLOG.CPY".
000990
001000 FD  REPORTE.
001010
001020 01  LIN-REPORTE             PIC X(132).
001030
001040 WORKING-STORAGE SECTION.
001050
001060 01  ST-MOV                  PIC XX.
001070 01  ST-CLI                  PIC XX.
001080 01  ST-PEN                  PIC XX.
001090 01  ST-CAT                  PIC XX.
001100 01  ST-CP                   PIC XX.
001110 01  ST-REP                  PIC XX.
001120 01  ST-JOB                  PIC XX.
001130
001140 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
001150 01  W-PENDIENTES-OK         PIC X     VALUE "S".
001160 01  W-CATEGORIAS-OK         PIC X     VALUE "S".
001170 01  W-CODPOSTALES-OK        PIC X     VALUE "S".
001180
001190 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001200 01  W-JOB-RESULTADO         PIC X(5).
001210 01  W-JOB-DETALLE           PIC X(70).
001220 01  W-JOB-HORA-FIN          PIC 9(8).
001230
001240 01  FIN-MOVS                PIC X     VALUE "N".
001250     88  NO-HAY-MAS-MOVS     VALUE "S".
001260 01  FIN-CLIENTES            PIC X     VALUE "N".
001270     88  NO-HAY-MAS-CLIENTES VALUE "S".
001280 01  FIN-PENDIENTES          PIC X     VALUE "N".
001290     88  NO-HAY-MAS-PENDIENTES VALUE "S".
001300
001310 01  W-FECHA-SIST            PIC 9(8).
001320
001330 01  W-CLI-HALLADO           PIC X.
001340 01  W-HAY-ANTERIOR          PIC X.
001350 01  W-CLI-ANTERIOR          PIC 9(7).
001360 01  W-PRIMER-FECHA          PIC 9(8).
001370 01  W-PRIMER-SEQ            PIC 9(5).
001380 01  W-FECHA-MIN-MOV         PIC 9(8)  VALUE 0.
001390
001400 01  W-MOV-CLAVE.
001410     03  W-MOV-CLI-ID        PIC 9(7).
001420     03  W-MOV-FECHA         PIC 9(8).
001430     03  W-MOV-SEQ           PIC 9(5).
001440 01  W-MOV-MARCA             PIC X.
001450 01  W-MOV-REV-FECHA         PIC 9(8).
001460 01  W-MOV-REV-SEQ           PIC 9(5).
001470
001480 01  W-BUS-CLI-ID            PIC 9(7).
001490 01  W-MOV-HALLADO           PIC X.
001500
001510 01  W-CLI-ID                PIC 9(7).
001520 01  W-CLI-DESTINO           PIC 9(7).
001530
001540 01  W-SECCION               PIC X(70).
001550 01  W-CANT-SECCION          PIC 9(7)  VALUE 0.
001560 01  W-CANT-ED               PIC ZZZZZZ9.
001570
001580 01  W-CANT-MOVS             PIC 9(7)  VALUE 0.
001590 01  W-CANT-MOVS-CLI         PIC 9(7)  VALUE 0.
001600 01  W-CANT-ENLACES          PIC 9(7)  VALUE 0.
001610 01  W-CANT-APROBADOS        PIC 9(7)  VALUE 0.
001620 01  W-CANT-NO-VERIF         PIC 9(7)  VALUE 0.
001630 01  W-CANT-CLIENTES         PIC 9(7)  VALUE 0.
001640 01  W-CANT-EXC-MOV          PIC 9(7)  VALUE 0.
001650 01  W-CANT-EXC-REV          PIC 9(7)  VALUE 0.
001660 01  W-CANT-EXC-PEN          PIC 9(7)  VALUE 0.
001670 01  W-CANT-EXC-FUS          PIC 9(7)  VALUE 0.
001680 01  W-CANT-EXC-CAT          PIC 9(7)  VALUE 0.
001690 01  W-CANT-EXC-CP           PIC 9(7)  VALUE 0.
001700 01  W-CANT-EXCEPCIONES      PIC 9(7)  VALUE 0.
001710
001720 01  LIN-TITULO-1.
001730     03  FILLER              PIC X(45) VALUE
001740             "Control de Integridad entre Archivos".
001750     03  FILLER              PIC X(8)  VALUE SPACES.
001760     03  FILLER              PIC X(7)  VALUE "Fecha: ".
001770     03  LT1-FECHA           PIC 9(8).
001780
001790 01  LIN-TITULO-2.
001800     03  FILLER              PIC X(5)  VALUE "Tipo".
001810     03  FILLER              PIC X(32) VALUE "Clave".
001820     03  FILLER              PIC X(34) VALUE "Referencia".
001830     03  FILLER              PIC X(11) VALUE "Excepcion".
001840
001850 01  LIN-DETALLE.
001860     03  LD-TIPO             PIC X(3).
001870     03  FILLER              PIC X(2)  VALUE SPACES.
001880     03  LD-CLAVE            PIC X(30).
001890     03  FILLER              PIC X(2)  VALUE SPACES.
001900     03  LD-REFERENCIA       PIC X(32).
001910     03  FILLER              PIC X(2)  VALUE SPACES.
001920     03  LD-OBSERVA          PIC X(55).
001930
001940 01  LIN-FIN-SECCION.
001950     03  FILLER              PIC X(24) VALUE
001960             "Excepciones del tipo   :".
001970     03  LFS-CANT            PIC ZZZZZZ9.
001980
001990 01  LIN-RESUMEN-1.
002000     03  FILLER              PIC X(40) VALUE
002010             "Movimientos leidos                     :".
002020     03  LR1-CANT            PIC ZZZZZZ9.
002030
002040 01  LIN-RESUMEN-2.
002050     03  FILLER              PIC X(40) VALUE
002060             "Enlaces de reversa verificados         :".
002070     03  LR2-CANT            PIC ZZZZZZ9.
002080
002090 01  LIN-RESUMEN-3.
002100     03  FILLER              PIC X(40) VALUE
002110             "Pendientes aprobados verificados       :".
002120     03  LR3-CANT            PIC ZZZZZZ9.
002130
002140 01  LIN-RESUMEN-4.
002150     03  FILLER              PIC X(40) VALUE
002160             "Pendientes anteriores al archivo vivo  :".
002170     03  LR4-CANT            PIC ZZZZZZ9.
002180
002190 01  LIN-RESUMEN-5.
002200     03  FILLER              PIC X(40) VALUE
002210             "Clientes leidos                        :".
002220     03  LR5-CANT            PIC ZZZZZZ9.
002230
002240 01  LIN-RESUMEN-6.
002250     03  FILLER              PIC X(40) VALUE
002260             "A. Movimientos sin cliente (Ids)       :".
002270     03  LR6-CANT            PIC ZZZZZZ9.
002280
002290 01  LIN-RESUMEN-7.
002300     03  FILLER              PIC X(40) VALUE
002310             "B. Enlaces de reversa con error        :".
002320     03  LR7-CANT            PIC ZZZZZZ9.
002330
002340 01  LIN-RESUMEN-8.
002350     03  FILLER              PIC X(40) VALUE
002360             "C. Aprobados sin movimiento            :".
002370     03  LR8-CANT            PIC ZZZZZZ9.
002380
002390 01  LIN-RESUMEN-9.
002400     03  FILLER              PIC X(40) VALUE
002410             "D. Fusionados con destino invalido     :".
002420     03  LR9-CANT            PIC ZZZZZZ9.
002430
002440 01  LIN-RESUMEN-10.
002450     03  FILLER              PIC X(40) VALUE
002460             "E. Activos con categoria invalida      :".
002470     03  LR10-CANT           PIC ZZZZZZ9.
002480
002490 01  LIN-RESUMEN-11.
002500     03  FILLER              PIC X(40) VALUE
002510             "F. Activos con codigo postal invalido  :".
002520     03  LR11-CANT           PIC ZZZZZZ9.
002530
002540 01  LIN-RESUMEN-12.
002550     03  FILLER              PIC X(40) VALUE
002560             "Total de excepciones                   :".
002570     03  LR12-CANT           PIC ZZZZZZ9.
002580
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INICIO.
002620     PERFORM 2000-MOV-SIN-CLIENTE THRU 2000-EXIT.
002630     PERFORM 3000-ENLACES-REVERSA THRU 3000-EXIT.
002640     PERFORM 4000-PENDIENTES THRU 4000-EXIT.
002650     PERFORM 5000-FUSIONADOS THRU 5000-EXIT.
002660     PERFORM 6000-CATEGORIAS THRU 6000-EXIT.
002670     PERFORM 6500-CODPOSTALES THRU 6500-EXIT.
002680     PERFORM 7000-FINAL.
002690     STOP RUN.
002700
002710******************************************************************
002720* 1000-INICIO - Abre los archivos. MOVIMIENTOS y CLIENTES son
002730*               imprescindibles; sin los maestros de categorias
002740*               o codigos postales ese control no se hace.
002750******************************************************************
002760 1000-INICIO.
002770     OPEN OUTPUT REPORTE.
002780     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002790     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002800     MOVE W-FECHA-SIST TO LT1-FECHA.
002810     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002820     MOVE SPACES TO LIN-REPORTE.
002830     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002840     OPEN INPUT MOVIMIENTOS.
002850     IF ST-MOV > "07"
002860        MOVE SPACES TO LIN-REPORTE
002870        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
002880               " - Status=" ST-MOV DELIMITED BY SIZE
002890               INTO LIN-REPORTE
002900        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002910        MOVE "ERROR" TO W-JOB-RESULTADO
002920        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
002930        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002940        CLOSE REPORTE
002950        CLOSE MOVIMIENTOS
002960        STOP RUN.
002970     OPEN INPUT CLIENTES.
002980     IF ST-CLI > "07"
002990        MOVE SPACES TO LIN-REPORTE
003000        STRING "No se pudo abrir CLIENTES (clientes.dat)"
003010               " - Status=" ST-CLI DELIMITED BY SIZE
003020               INTO LIN-REPORTE
003030        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003040        MOVE "ERROR" TO W-JOB-RESULTADO
003050        MOVE "No abre CLIENTES" TO W-JOB-DETALLE
003060        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003070        CLOSE REPORTE
003080        CLOSE MOVIMIENTOS
003090        CLOSE CLIENTES
003100        STOP RUN.
003110     OPEN INPUT PENDIENTES.
003120     IF ST-PEN > "07"
003130        MOVE "N" TO W-PENDIENTES-OK
003140        MOVE "S" TO W-HUBO-ERR-LECTURA.
003150     OPEN INPUT CATEGORIAS.
003160     IF ST-CAT NOT = "00"
003170        MOVE "N" TO W-CATEGORIAS-OK.
003180     IF ST-CAT > "07"
003190        MOVE "S" TO W-HUBO-ERR-LECTURA.
003200     OPEN INPUT CODPOSTALES.
003210     IF ST-CP NOT = "00"
003220        MOVE "N" TO W-CODPOSTALES-OK.
003230     IF ST-CP > "07"
003240        MOVE "S" TO W-HUBO-ERR-LECTURA.
003250
003260******************************************************************
003270* 2000-MOV-SIN-CLIENTE - Recorre MOVIMIENTOS (ordenado por
003280*                        cliente) y en cada corte de cliente
003290*                        busca el Id en el maestro. Un renglon
003300*                        por Id inexistente con la cantidad de
003310*                        movimientos. Registra ademas la fecha
003320*                        del movimiento mas antiguo del archivo.
003330******************************************************************
003340 2000-MOV-SIN-CLIENTE.
003350     MOVE "A. Movimientos de un Id inexistente en CLIENTES"
003360          TO W-SECCION.
003370     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
003380     MOVE "N" TO W-HAY-ANTERIOR.
003390     MOVE "N" TO FIN-MOVS.
003400     MOVE LOW-VALUES TO MOV-CLAVE.
003410     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
003420         INVALID KEY GO TO 2000-FIN.
003430 2000-CICLO.
003440     PERFORM 8200-LEE-MOVIMIENTO THRU 8200-EXIT.
003450     IF NO-HAY-MAS-MOVS
003460        GO TO 2000-FIN.
003470     ADD 1 TO W-CANT-MOVS.
003480     IF W-CANT-MOVS = 1 OR MOV-FECHA < W-FECHA-MIN-MOV
003490        MOVE MOV-FECHA TO W-FECHA-MIN-MOV.
003500     IF W-HAY-ANTERIOR = "S" AND MOV-CLI-ID = W-CLI-ANTERIOR
003510        ADD 1 TO W-CANT-MOVS-CLI
003520        GO TO 2000-CICLO.
003530     IF W-HAY-ANTERIOR = "S"
003540        PERFORM 2100-CORTE-CLIENTE THRU 2100-EXIT.
003550     MOVE "S"        TO W-HAY-ANTERIOR.
003560     MOVE MOV-CLI-ID TO W-CLI-ANTERIOR.
003570     MOVE MOV-FECHA  TO W-PRIMER-FECHA.
003580     MOVE MOV-SEQ    TO W-PRIMER-SEQ.
003590     MOVE 1          TO W-CANT-MOVS-CLI.
003600     MOVE MOV-CLI-ID TO CLI_ID.
003610     READ CLIENTES
003620         INVALID KEY     MOVE "N" TO W-CLI-HALLADO
003630         NOT INVALID KEY MOVE "S" TO W-CLI-HALLADO.
003640     IF ST-CLI > "07" AND ST-CLI NOT = "23"
003650        MOVE "S" TO W-CLI-HALLADO
003660        PERFORM 8310-ERROR-CLIENTES THRU 8310-EXIT.
003670     GO TO 2000-CICLO.
003680 2000-FIN.
003690     IF W-HAY-ANTERIOR = "S"
003700        PERFORM 2100-CORTE-CLIENTE THRU 2100-EXIT.
003710     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
003720 2000-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760* 2100-CORTE-CLIENTE - Fin de los movimientos de un Id: si no
003770*                      esta en el maestro sale la excepcion.
003780******************************************************************
003790 2100-CORTE-CLIENTE.
003800     IF W-CLI-HALLADO = "S"
003810        GO TO 2100-EXIT.
003820     ADD 1 TO W-CANT-EXC-MOV.
003830     MOVE "MOV" TO LD-TIPO.
003840     MOVE SPACES TO LD-CLAVE LD-REFERENCIA LD-OBSERVA.
003850     STRING "Cliente " W-CLI-ANTERIOR
003860            DELIMITED BY SIZE INTO LD-CLAVE.
003870     STRING "Primer mov. " W-PRIMER-FECHA "/" W-PRIMER-SEQ
003880            DELIMITED BY SIZE INTO LD-REFERENCIA.
003890     MOVE W-CANT-MOVS-CLI TO W-CANT-ED.
003900     STRING W-CANT-ED " movimiento(s) de un cliente que no"
003910            " existe" DELIMITED BY SIZE INTO LD-OBSERVA.
003920     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
003930 2100-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 3000-ENLACES-REVERSA - Recorre MOVIMIENTOS y verifica el
003980*                        enlace de cada movimiento reversado o
003990*                        contra-asiento.
004000******************************************************************
004010 3000-ENLACES-REVERSA.
004020     MOVE "B. Enlaces de reversa rotos o no reciprocos"
004030          TO W-SECCION.
004040     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
004050     MOVE "N" TO FIN-MOVS.
004060     MOVE LOW-VALUES TO MOV-CLAVE.
004070     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
004080         INVALID KEY GO TO 3000-FIN.
004090 3000-CICLO.
004100     PERFORM 8200-LEE-MOVIMIENTO THRU 8200-EXIT.
004110     IF NO-HAY-MAS-MOVS
004120        GO TO 3000-FIN.
004130     IF MOV-SIN-REVERSA
004140        GO TO 3000-CICLO.
004150     PERFORM 3100-VERIFICA-ENLACE THRU 3100-EXIT.
004160     GO TO 3000-CICLO.
004170 3000-FIN.
004180     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
004190 3000-EXIT.
004200     EXIT.
004210
004220******************************************************************
004230* 3100-VERIFICA-ENLACE - Lee el movimiento apareado (mismo
004240*                        cliente, MOV-REV-FECHA/MOV-REV-SEQ) y
004250*                        controla que exista, que apunte de
004260*                        vuelta y que la marca sea la opuesta
004270*                        ("R" con "C"). Despues reposiciona la
004280*                        lectura secuencial.
004290******************************************************************
004300 3100-VERIFICA-ENLACE.
004310     ADD 1 TO W-CANT-ENLACES.
004320     MOVE MOV-CLAVE     TO W-MOV-CLAVE.
004330     MOVE MOV-REV-MARCA TO W-MOV-MARCA.
004340     MOVE MOV-REV-FECHA TO W-MOV-REV-FECHA.
004350     MOVE MOV-REV-SEQ   TO W-MOV-REV-SEQ.
004360     MOVE SPACES TO LD-OBSERVA.
004370     IF NOT MOV-REVERSADO AND NOT MOV-ES-CONTRA
004380        STRING "Marca de reversa desconocida: " W-MOV-MARCA
004390               DELIMITED BY SIZE INTO LD-OBSERVA
004400        GO TO 3100-REPOSICIONA.
004410     MOVE W-MOV-CLI-ID    TO MOV-CLI-ID.
004420     MOVE W-MOV-REV-FECHA TO MOV-FECHA.
004430     MOVE W-MOV-REV-SEQ   TO MOV-SEQ.
004440     READ MOVIMIENTOS
004450         INVALID KEY
004460            MOVE "El movimiento apareado no existe"
004470                 TO LD-OBSERVA
004480            GO TO 3100-REPOSICIONA.
004490     IF ST-MOV > "07"
004500        MOVE "S" TO W-HUBO-ERR-LECTURA
004510        STRING "Error leyendo el apareado - Status=" ST-MOV
004520               DELIMITED BY SIZE INTO LD-OBSERVA
004530        GO TO 3100-REPOSICIONA.
004540     IF MOV-REV-FECHA NOT = W-MOV-FECHA OR
004550        MOV-REV-SEQ NOT = W-MOV-SEQ
004560        MOVE "El apareado no apunta a este movimiento"
004570             TO LD-OBSERVA
004580        GO TO 3100-REPOSICIONA.
004590     IF (W-MOV-MARCA = "R" AND NOT MOV-ES-CONTRA) OR
004600        (W-MOV-MARCA = "C" AND NOT MOV-REVERSADO)
004610        STRING "Marcas no complementarias: " W-MOV-MARCA
004620               " y " MOV-REV-MARCA
004630               DELIMITED BY SIZE INTO LD-OBSERVA.
004640 3100-REPOSICIONA.
004650     MOVE W-MOV-CLAVE TO MOV-CLAVE.
004660     START MOVIMIENTOS KEY IS GREATER THAN MOV-CLAVE
004670         INVALID KEY SET NO-HAY-MAS-MOVS TO TRUE.
004680     IF LD-OBSERVA = SPACES
004690        GO TO 3100-EXIT.
004700     ADD 1 TO W-CANT-EXC-REV.
004710     MOVE "REV" TO LD-TIPO.
004720     MOVE SPACES TO LD-CLAVE LD-REFERENCIA.
004730     STRING "Mov. " W-MOV-CLI-ID " " W-MOV-FECHA "/" W-MOV-SEQ
004740            " " W-MOV-MARCA
004750            DELIMITED BY SIZE INTO LD-CLAVE.
004760     STRING "Apunta a " W-MOV-REV-FECHA "/" W-MOV-REV-SEQ
004770            DELIMITED BY SIZE INTO LD-REFERENCIA.
004780     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
004790 3100-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 4000-PENDIENTES - Cada pendiente aprobado debe tener su
004840*                   movimiento en MOVIMIENTOS: mismo cliente y
004850*                   fecha, con igual tipo, importe y operador.
004860******************************************************************
004870 4000-PENDIENTES.
004880     MOVE "C. Pendientes aprobados sin movimiento" TO W-SECCION.
004890     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
004900     IF W-PENDIENTES-OK = "N"
004910        MOVE SPACES TO LIN-REPORTE
004920        STRING "No se pudo abrir PENDIENTES (pendien.dat)"
004930               " - Status=" ST-PEN " - control no realizado"
004940               DELIMITED BY SIZE INTO LIN-REPORTE
004950        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004960        GO TO 4000-FIN.
004970 4000-CICLO.
004980     READ PENDIENTES
004990         AT END SET NO-HAY-MAS-PENDIENTES TO TRUE.
005000     IF NO-HAY-MAS-PENDIENTES
005010        GO TO 4000-FIN.
005020     IF ST-PEN > "07"
005030        MOVE "S" TO W-HUBO-ERR-LECTURA
005040        MOVE SPACES TO LIN-REPORTE
005050        STRING "Error leyendo PENDIENTES - Status=" ST-PEN
005060               DELIMITED BY SIZE INTO LIN-REPORTE
005070        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005080        GO TO 4000-FIN.
005090     IF NOT PEN-APROBADO
005100        GO TO 4000-CICLO.
005110     IF W-CANT-MOVS > 0 AND PEN-FECHA < W-FECHA-MIN-MOV
005120        ADD 1 TO W-CANT-NO-VERIF
005130        GO TO 4000-CICLO.
005140     ADD 1 TO W-CANT-APROBADOS.
005150     MOVE PEN-CLI-ID TO W-BUS-CLI-ID.
005160     PERFORM 4100-BUSCA-MOVIMIENTO THRU 4100-EXIT.
005170     IF W-MOV-HALLADO = "S"
005180        GO TO 4000-CICLO.
005190*    Si el cliente fue fusionado, su movimiento paso al destino.
005200     MOVE PEN-CLI-ID TO CLI_ID.
005210     READ CLIENTES
005220         INVALID KEY     MOVE "N" TO W-CLI-HALLADO
005230         NOT INVALID KEY MOVE "S" TO W-CLI-HALLADO.
005240     IF W-CLI-HALLADO = "S" AND CLI-FUSIONADO-EN NOT = 0
005250        MOVE CLI-FUSIONADO-EN TO W-BUS-CLI-ID
005260        PERFORM 4100-BUSCA-MOVIMIENTO THRU 4100-EXIT
005270        IF W-MOV-HALLADO = "S"
005280           GO TO 4000-CICLO
005290        END-IF
005300     END-IF.
005310     ADD 1 TO W-CANT-EXC-PEN.
005320     MOVE "PEN" TO LD-TIPO.
005330     MOVE SPACES TO LD-CLAVE LD-REFERENCIA LD-OBSERVA.
005340     STRING "Pend. " PEN-CLI-ID " " PEN-FECHA "/" PEN-SEQ
005350            DELIMITED BY SIZE INTO LD-CLAVE.
005360     STRING "Aprobado " PEN-FECHA-RESOL " por " PEN-SUPERVISOR
005370            DELIMITED BY SIZE INTO LD-REFERENCIA.
005380     MOVE "Aprobado sin movimiento asentado en MOVIMIENTOS"
005390          TO LD-OBSERVA.
005400     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
005410     GO TO 4000-CICLO.
005420 4000-FIN.
005430     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
005440 4000-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 4100-BUSCA-MOVIMIENTO - Busca entre los movimientos de
005490*                         W-BUS-CLI-ID de la fecha del pendiente
005500*                         uno con su tipo, importe y operador.
005510******************************************************************
005520 4100-BUSCA-MOVIMIENTO.
005530     MOVE "N" TO W-MOV-HALLADO.
005540     MOVE "N" TO FIN-MOVS.
005550     MOVE W-BUS-CLI-ID TO MOV-CLI-ID.
005560     MOVE PEN-FECHA    TO MOV-FECHA.
005570     MOVE 0            TO MOV-SEQ.
005580     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
005590         INVALID KEY GO TO 4100-EXIT.
005600 4100-CICLO.
005610     PERFORM 8200-LEE-MOVIMIENTO THRU 8200-EXIT.
005620     IF NO-HAY-MAS-MOVS
005630        GO TO 4100-EXIT.
005640     IF MOV-CLI-ID NOT = W-BUS-CLI-ID OR
005650        MOV-FECHA NOT = PEN-FECHA
005660        GO TO 4100-EXIT.
005670     IF MOV-TIPO = PEN-TIPO AND MOV-IMPORTE = PEN-IMPORTE AND
005680        MOV-OPERADOR = PEN-OPERADOR
005690        MOVE "S" TO W-MOV-HALLADO
005700        GO TO 4100-EXIT.
005710     GO TO 4100-CICLO.
005720 4100-EXIT.
005730     EXIT.
005740
005750******************************************************************
005760* 5000-FUSIONADOS - Recorre CLIENTES y verifica el destino de
005770*                   los clientes con CLI-FUSIONADO-EN.
005780******************************************************************
005790 5000-FUSIONADOS.
005800     MOVE "D. Fusionados con destino inexistente o inactivo"
005810          TO W-SECCION.
005820     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
005830     PERFORM 8320-POSICIONA-CLIENTES THRU 8320-EXIT.
005840 5000-CICLO.
005850     PERFORM 8300-LEE-CLIENTE THRU 8300-EXIT.
005860     IF NO-HAY-MAS-CLIENTES
005870        GO TO 5000-FIN.
005880     ADD 1 TO W-CANT-CLIENTES.
005890     IF CLI-FUSIONADO-EN = 0
005900        GO TO 5000-CICLO.
005910     PERFORM 5100-VERIFICA-DESTINO THRU 5100-EXIT.
005920     GO TO 5000-CICLO.
005930 5000-FIN.
005940     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
005950 5000-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990* 5100-VERIFICA-DESTINO - Lee el cliente destino de la fusion y
006000*                         reposiciona la lectura secuencial.
006010******************************************************************
006020 5100-VERIFICA-DESTINO.
006030     MOVE CLI_ID           TO W-CLI-ID.
006040     MOVE CLI-FUSIONADO-EN TO W-CLI-DESTINO.
006050     MOVE SPACES TO LD-OBSERVA.
006060     IF W-CLI-DESTINO = W-CLI-ID
006070        MOVE "El cliente figura fusionado en si mismo"
006080             TO LD-OBSERVA
006090        GO TO 5100-REPOSICIONA.
006100     MOVE W-CLI-DESTINO TO CLI_ID.
006110     READ CLIENTES
006120         INVALID KEY
006130            MOVE "El cliente destino no existe" TO LD-OBSERVA
006140            GO TO 5100-REPOSICIONA.
006150     IF ST-CLI > "07"
006160        MOVE "S" TO W-HUBO-ERR-LECTURA
006170        STRING "Error leyendo el destino - Status=" ST-CLI
006180               DELIMITED BY SIZE INTO LD-OBSERVA
006190        GO TO 5100-REPOSICIONA.
006200     IF CLI-INACTIVO
006210        MOVE "El cliente destino esta inactivo" TO LD-OBSERVA.
006220 5100-REPOSICIONA.
006230     MOVE W-CLI-ID TO CLI_ID.
006240     START CLIENTES KEY IS GREATER THAN ID_CLIENTE
006250         INVALID KEY SET NO-HAY-MAS-CLIENTES TO TRUE.
006260     IF LD-OBSERVA = SPACES
006270        GO TO 5100-EXIT.
006280     ADD 1 TO W-CANT-EXC-FUS.
006290     MOVE "FUS" TO LD-TIPO.
006300     MOVE SPACES TO LD-CLAVE LD-REFERENCIA.
006310     STRING "Cliente " W-CLI-ID
006320            DELIMITED BY SIZE INTO LD-CLAVE.
006330     STRING "Fusionado en " W-CLI-DESTINO
006340            DELIMITED BY SIZE INTO LD-REFERENCIA.
006350     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
006360 5100-EXIT.
006370     EXIT.
006380
006390******************************************************************
006400* 6000-CATEGORIAS - Clientes activos cuya categoria no existe o
006410*                   esta dada de baja en el maestro.
006420******************************************************************
006430 6000-CATEGORIAS.
006440     MOVE "E. Activos con categoria inexistente o inactiva"
006450          TO W-SECCION.
006460     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
006470     IF W-CATEGORIAS-OK = "N"
006480        MOVE SPACES TO LIN-REPORTE
006490        STRING "Control E no realizado - archivo no disponible"
006500               " (categor.dat) - Status=" ST-CAT
006510               DELIMITED BY SIZE INTO LIN-REPORTE
006520        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
006530        GO TO 6000-FIN.
006540     PERFORM 8320-POSICIONA-CLIENTES THRU 8320-EXIT.
006550 6000-CICLO.
006560     PERFORM 8300-LEE-CLIENTE THRU 8300-EXIT.
006570     IF NO-HAY-MAS-CLIENTES
006580        GO TO 6000-FIN.
006590     IF CLI-INACTIVO OR CLI_CATEGORIA = SPACES
006600        GO TO 6000-CICLO.
006610     MOVE SPACES TO LD-OBSERVA.
006620     MOVE CLI_CATEGORIA TO CAT-CODIGO.
006630     READ CATEGORIAS
006640         INVALID KEY
006650            MOVE "La categoria no existe en CATEGORIAS"
006660                 TO LD-OBSERVA.
006670     IF LD-OBSERVA = SPACES AND ST-CAT > "07"
006680        MOVE "S" TO W-HUBO-ERR-LECTURA
006690        STRING "Error leyendo CATEGORIAS - Status=" ST-CAT
006700               DELIMITED BY SIZE INTO LD-OBSERVA.
006710     IF LD-OBSERVA = SPACES AND CAT-ES-INACTIVA
006720        MOVE "La categoria esta dada de baja" TO LD-OBSERVA.
006730     IF LD-OBSERVA = SPACES
006740        GO TO 6000-CICLO.
006750     ADD 1 TO W-CANT-EXC-CAT.
006760     MOVE "CAT" TO LD-TIPO.
006770     MOVE SPACES TO LD-CLAVE LD-REFERENCIA.
006780     STRING "Cliente " CLI_ID
006790            DELIMITED BY SIZE INTO LD-CLAVE.
006800     STRING "Categoria " CLI_CATEGORIA
006810            DELIMITED BY SIZE INTO LD-REFERENCIA.
006820     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
006830     GO TO 6000-CICLO.
006840 6000-FIN.
006850     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
006860 6000-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 6500-CODPOSTALES - Clientes activos cuyo codigo postal no
006910*                    existe o esta dado de baja en el maestro.
006920******************************************************************
006930 6500-CODPOSTALES.
006940     MOVE "F. Activos con codigo postal inexistente o inactivo"
006950          TO W-SECCION.
006960     PERFORM 8000-ABRE-SECCION THRU 8000-EXIT.
006970     IF W-CODPOSTALES-OK = "N"
006980        MOVE SPACES TO LIN-REPORTE
006990        STRING "Control F no realizado - archivo no disponible"
007000               " (codpost.dat) - Status=" ST-CP
007010               DELIMITED BY SIZE INTO LIN-REPORTE
007020        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
007030        GO TO 6500-FIN.
007040     PERFORM 8320-POSICIONA-CLIENTES THRU 8320-EXIT.
007050 6500-CICLO.
007060     PERFORM 8300-LEE-CLIENTE THRU 8300-EXIT.
007070     IF NO-HAY-MAS-CLIENTES
007080        GO TO 6500-FIN.
007090     IF CLI-INACTIVO OR CLI_CODPOST = SPACES
007100        GO TO 6500-CICLO.
007110     MOVE SPACES TO LD-OBSERVA.
007120     MOVE CLI_CODPOST TO CP-CODIGO.
007130     READ CODPOSTALES
007140         INVALID KEY
007150            MOVE "El codigo postal no existe en CODPOSTALES"
007160                 TO LD-OBSERVA.
007170     IF LD-OBSERVA = SPACES AND ST-CP > "07"
007180        MOVE "S" TO W-HUBO-ERR-LECTURA
007190        STRING "Error leyendo CODPOSTALES - Status=" ST-CP
007200               DELIMITED BY SIZE INTO LD-OBSERVA.
007210     IF LD-OBSERVA = SPACES AND CP-ES-INACTIVA
007220        MOVE "El codigo postal esta dado de baja"
007230             TO LD-OBSERVA.
007240     IF LD-OBSERVA = SPACES
007250        GO TO 6500-CICLO.
007260     ADD 1 TO W-CANT-EXC-CP.
007270     MOVE "CP " TO LD-TIPO.
007280     MOVE SPACES TO LD-CLAVE LD-REFERENCIA.
007290     STRING "Cliente " CLI_ID
007300            DELIMITED BY SIZE INTO LD-CLAVE.
007310     STRING "Cod. postal " CLI_CODPOST
007320            DELIMITED BY SIZE INTO LD-REFERENCIA.
007330     PERFORM 8400-EXCEPCION THRU 8400-EXIT.
007340     GO TO 6500-CICLO.
007350 6500-FIN.
007360     PERFORM 8100-CIERRA-SECCION THRU 8100-EXIT.
007370 6500-EXIT.
007380     EXIT.
007390
007400******************************************************************
007410* 7000-FINAL - Resumen de la corrida y cierre de archivos.
007420******************************************************************
007430 7000-FINAL.
007440     COMPUTE W-CANT-EXCEPCIONES = W-CANT-EXC-MOV + W-CANT-EXC-REV
007450           + W-CANT-EXC-PEN + W-CANT-EXC-FUS + W-CANT-EXC-CAT
007460           + W-CANT-EXC-CP.
007470     MOVE SPACES TO LIN-REPORTE.
007480     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
007490     MOVE W-CANT-MOVS        TO LR1-CANT.
007500     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
007510     MOVE W-CANT-ENLACES     TO LR2-CANT.
007520     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
007530     MOVE W-CANT-APROBADOS   TO LR3-CANT.
007540     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
007550     MOVE W-CANT-NO-VERIF    TO LR4-CANT.
007560     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
007570     MOVE W-CANT-CLIENTES    TO LR5-CANT.
007580     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
007590     MOVE SPACES TO LIN-REPORTE.
007600     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
007610     MOVE W-CANT-EXC-MOV     TO LR6-CANT.
007620     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
007630     MOVE W-CANT-EXC-REV     TO LR7-CANT.
007640     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
007650     MOVE W-CANT-EXC-PEN     TO LR8-CANT.
007660     WRITE LIN-REPORTE FROM LIN-RESUMEN-8 AFTER ADVANCING 1 LINE.
007670     MOVE W-CANT-EXC-FUS     TO LR9-CANT.
007680     WRITE LIN-REPORTE FROM LIN-RESUMEN-9 AFTER ADVANCING 1 LINE.
007690     MOVE W-CANT-EXC-CAT     TO LR10-CANT.
007700     WRITE LIN-REPORTE FROM LIN-RESUMEN-10
007710             AFTER ADVANCING 1 LINE.
007720     MOVE W-CANT-EXC-CP      TO LR11-CANT.
007730     WRITE LIN-REPORTE FROM LIN-RESUMEN-11
007740             AFTER ADVANCING 1 LINE.
007750     MOVE W-CANT-EXCEPCIONES TO LR12-CANT.
007760     WRITE LIN-REPORTE FROM LIN-RESUMEN-12
007770             AFTER ADVANCING 2 LINES.
007780     CLOSE MOVIMIENTOS.
007790     CLOSE CLIENTES.
007800     IF W-PENDIENTES-OK = "S"
007810        CLOSE PENDIENTES.
007820     IF W-CATEGORIAS-OK = "S"
007830        CLOSE CATEGORIAS.
007840     IF W-CODPOSTALES-OK = "S"
007850        CLOSE CODPOSTALES.
007860     CLOSE REPORTE.
007870     IF W-CANT-EXCEPCIONES > 0 OR W-HUBO-ERR-LECTURA = "S"
007875        OR W-CATEGORIAS-OK = "N" OR W-CODPOSTALES-OK = "N"
007880        MOVE "ERROR" TO W-JOB-RESULTADO
007890     ELSE
007900        MOVE "OK"    TO W-JOB-RESULTADO.
007910     MOVE SPACES TO W-JOB-DETALLE.
007920     STRING "EXCEPCIONES=" W-CANT-EXCEPCIONES
007930            " MOVS=" W-CANT-MOVS " CLIENTES=" W-CANT-CLIENTES
007940            DELIMITED BY SIZE INTO W-JOB-DETALLE.
007950     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
007960
007970******************************************************************
007980* 8000-ABRE-SECCION - Titulo y encabezado de un tipo de
007990*                     excepcion (W-SECCION).
008000******************************************************************
008010 8000-ABRE-SECCION.
008020     MOVE 0 TO W-CANT-SECCION.
008030     MOVE SPACES TO LIN-REPORTE.
008040     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008050     MOVE W-SECCION TO LIN-REPORTE.
008060     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008070     MOVE SPACES TO LIN-REPORTE.
008080     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008090     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
008100 8000-EXIT.
008110     EXIT.
008120
008130******************************************************************
008140* 8100-CIERRA-SECCION - Cantidad de excepciones del tipo.
008150******************************************************************
008160 8100-CIERRA-SECCION.
008170     IF W-CANT-SECCION = 0
008180        MOVE "Sin excepciones." TO LIN-REPORTE
008190        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
008200        GO TO 8100-EXIT.
008210     MOVE W-CANT-SECCION TO LFS-CANT.
008220     WRITE LIN-REPORTE FROM LIN-FIN-SECCION
008230             AFTER ADVANCING 2 LINES.
008240 8100-EXIT.
008250     EXIT.
008260
008270******************************************************************
008280* 8200-LEE-MOVIMIENTO - Lee el proximo registro de MOVIMIENTOS.
008290******************************************************************
008300 8200-LEE-MOVIMIENTO.
008310     READ MOVIMIENTOS NEXT RECORD
008320         AT END SET NO-HAY-MAS-MOVS TO TRUE.
008330     IF NOT NO-HAY-MAS-MOVS AND ST-MOV > "07"
008340        SET NO-HAY-MAS-MOVS TO TRUE
008350        MOVE "S" TO W-HUBO-ERR-LECTURA
008360        MOVE SPACES TO LIN-REPORTE
008370        STRING "Error leyendo MOVIMIENTOS - Status=" ST-MOV
008380               DELIMITED BY SIZE INTO LIN-REPORTE
008390        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008400 8200-EXIT.
008410     EXIT.
008420
008430******************************************************************
008440* 8300-LEE-CLIENTE - Lee el proximo registro de CLIENTES.
008450******************************************************************
008460 8300-LEE-CLIENTE.
008470     READ CLIENTES NEXT RECORD
008480         AT END SET NO-HAY-MAS-CLIENTES TO TRUE.
008490     IF NOT NO-HAY-MAS-CLIENTES AND ST-CLI > "07"
008500        SET NO-HAY-MAS-CLIENTES TO TRUE
008510        PERFORM 8310-ERROR-CLIENTES THRU 8310-EXIT.
008520 8300-EXIT.
008530     EXIT.
008540
008550 8310-ERROR-CLIENTES.
008560     MOVE "S" TO W-HUBO-ERR-LECTURA.
008570     MOVE SPACES TO LIN-REPORTE.
008580     STRING "Error leyendo CLIENTES - Status=" ST-CLI
008590            DELIMITED BY SIZE INTO LIN-REPORTE.
008600     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
008610 8310-EXIT.
008620     EXIT.
008630
008640******************************************************************
008650* 8320-POSICIONA-CLIENTES - Deja CLIENTES al principio para una
008660*                           nueva pasada.
008670******************************************************************
008680 8320-POSICIONA-CLIENTES.
008690     MOVE "N" TO FIN-CLIENTES.
008700     MOVE LOW-VALUES TO ID_CLIENTE.
008710     START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
008720         INVALID KEY SET NO-HAY-MAS-CLIENTES TO TRUE.
008730 8320-EXIT.
008740     EXIT.
008750
008760******************************************************************
008770* 8400-EXCEPCION - Imprime el renglon de excepcion armado en
008780*                  LIN-DETALLE.
008790******************************************************************
008800 8400-EXCEPCION.
008810     ADD 1 TO W-CANT-SECCION.
008820     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
008830 8400-EXIT.
008840     EXIT.
008850
008860******************************************************************
008870* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
008880*                     control comun de la cadena nocturna.
008890******************************************************************
008900 9000-GRABA-JOBLOG.
008910     OPEN EXTEND JOBLOG.
008920     IF ST-JOB = "35"
008930        OPEN OUTPUT JOBLOG
008940        CLOSE JOBLOG
008950        OPEN EXTEND JOBLOG.
008960     IF ST-JOB > "07"
008970        GO TO 9000-EXIT.
008980     ACCEPT W-JOB-HORA-FIN FROM TIME.
008990     MOVE "INTEGRA"         TO JOB-PROGRAMA.
009000     MOVE W-FECHA-SIST      TO JOB-FECHA.
009010     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
009020     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
009030     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
009040     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
009050     WRITE REG-JOBLOG.
009060     CLOSE JOBLOG.
009070 9000-EXIT.
009080     EXIT.
009090
009100 END PROGRAM INTEGRA.

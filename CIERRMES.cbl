000010******************************************************************
000020* Program-ID : CIERRMES
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Cierre mensual de periodo, solo para supervisores
000070*              nivel 3: para el mes a cerrar (el siguiente al
000080*              ultimo cerrado, siempre anterior al mes en curso)
000090*              graba en SALDOSHIS, por cliente, el saldo al
000100*              ultimo dia del mes (CLI_SALDO menos los movimientos
000110*              posteriores al periodo) y los totales de debitos y
000120*              creditos del mes; controla que el saldo del cierre
000130*              anterior mas el neto del mes de el saldo de cierre
000140*              y denuncia las diferencias. Sin errores de E/S
000150*              bloquea el periodo en periodo.ctl: desde entonces
000160*              ningun programa graba MOVIMIENTOS con fecha de ese
000170*              mes o anterior. Emite cierrmes.lst y asienta el
000180*              cierre en AUDITORIA.
000190* Tectonics  : cobc
000200*-------------------------------------------------------------
000210* Modification History
000220* Date       Init  Description
000230* 2026-10-15  SIS  Version inicial.
000232* 2026-10-15  SIS  El final se ejecuta hasta 3000-EXIT: cierra los
000234*                  archivos tambien cuando el periodo se bloquea.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CIERRMES.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330
000340     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000350            ORGANIZATION INDEXED
000360            ACCESS MODE DYNAMIC
000370            RECORD KEY IS ID_CLIENTE
000380            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000390            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000400            STATUS ST-CLI.
000410
000420     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000430            ORGANIZATION INDEXED
000440            ACCESS MODE DYNAMIC
000450            RECORD KEY IS MOV-CLAVE
000460            STATUS ST-MOV.
000470
000480     SELECT OPTIONAL SALDOSHIS ASSIGN TO "./saldohis.dat"
000490            ORGANIZATION INDEXED
000500            ACCESS MODE DYNAMIC
000510            RECORD KEY IS SHI-CLAVE
000520            STATUS ST-SHI.
000530
000540     SELECT OPTIONAL PERIODOS ASSIGN TO "./periodo.ctl"
000550            ORGANIZATION LINE SEQUENTIAL
000560            STATUS ST-PER.
000570
000580     SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
000590            ORGANIZATION INDEXED
000600            ACCESS MODE DYNAMIC
000610            RECORD KEY IS USR-CODIGO
000620            STATUS ST-USR.
000630
000640     SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
000650            ORGANIZATION SEQUENTIAL
000660            ACCESS MODE SEQUENTIAL
000670            STATUS ST-AUD.
000680
000690     SELECT REPORTE ASSIGN TO "./cierrmes.lst"
000700            ORGANIZATION LINE SEQUENTIAL
000710            STATUS ST-REP.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750
000760     COPY "CLIENTE.CPY".
000770
000780     COPY "MOVIMIEN.CPY".
000790
000800     COPY "SALDOHIS.CPY".
000810
000820     COPY "PERIODO.CPY".
000830
000840     COPY "USUARIO.CPY".
000850
000860     COPY "AUDITORI.CPY".
000870
000880 FD  REPORTE.
000890
000900 01  LIN-REPORTE             PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930
000940 01  ST-CLI                  PIC XX.
000950 01  ST-MOV                  PIC XX.
000960 01  ST-SHI                  PIC XX.
000970 01  ST-PER                  PIC XX.
000980 01  ST-USR                  PIC XX.
000990 01  ST-AUD                  PIC XX.
001000 01  ST-REP                  PIC XX.
001010
001020 01  W-SUP-CODIGO            PIC X(4).
001030 01  W-SUP-CLAVE             PIC X(8).
001040 01  W-USR-HALLADO           PIC X.
001050 01  W-RESPUESTA             PIC X.
001060
001070 01  FIN-CLIENTES            PIC X     VALUE "N".
001080     88  NO-HAY-MAS-CLIENTES VALUE "S".
001090 01  FIN-MOVS-CLI            PIC X.
001100
001110 01  W-FECHA-SIST            PIC 9(8).
001120 01  W-HORA-SIST             PIC 9(8).
001130 01  W-PERIODO-ACTUAL        PIC 9(6).
001140
001150 01  W-ULT-CERRADO           PIC 9(6)  VALUE 0.
001160 01  W-PERIODO               PIC 9(6)  VALUE 0.
001170 01  W-PERIODO-X REDEFINES W-PERIODO.
001180     03  W-PER-AAAA          PIC 9(4).
001190     03  W-PER-MM            PIC 9(2).
001200 01  W-PERIODO-SIGUIENTE     PIC 9(6).
001210 01  W-PERIODO-ANTERIOR      PIC 9(6).
001220 01  W-PERIODO-AUX           PIC 9(6).
001230 01  W-PERIODO-AUX-X REDEFINES W-PERIODO-AUX.
001240     03  W-PAX-AAAA          PIC 9(4).
001250     03  W-PAX-MM            PIC 9(2).
001260
001270 01  W-CLI-DEBITOS           PIC S9(9)V9(3).
001280 01  W-CLI-CREDITOS          PIC S9(9)V9(3).
001290 01  W-CLI-CANT-MOVS         PIC 9(5).
001300 01  W-CLI-NETO-POSTERIOR    PIC S9(9)V9(3).
001310 01  W-CLI-SALDO-CIERRE      PIC S9(9)V9(3).
001320 01  W-CLI-SALDO-CALC        PIC S9(9)V9(3).
001330 01  W-HAY-ANTERIOR          PIC X.
001340
001350 01  W-CANT-CLIENTES         PIC 9(7)  VALUE 0.
001360 01  W-CANT-CON-MOVS         PIC 9(7)  VALUE 0.
001370 01  W-CANT-DIFERENCIAS      PIC 9(7)  VALUE 0.
001380 01  W-CANT-ERRORES-IO       PIC 9(7)  VALUE 0.
001390 01  W-TOT-DEBITOS           PIC S9(11)V9(3) VALUE 0.
001400 01  W-TOT-CREDITOS          PIC S9(11)V9(3) VALUE 0.
001410 01  W-TOT-SALDOS            PIC S9(11)V9(3) VALUE 0.
001420
001430 01  LIN-TITULO-1.
001440     03  FILLER              PIC X(34) VALUE
001450             "Cierre Mensual de Periodo".
001460     03  FILLER              PIC X(9)  VALUE "Periodo: ".
001470     03  LT1-PERIODO         PIC 9(6).
001480     03  FILLER              PIC X(10) VALUE "   Fecha: ".
001490     03  LT1-FECHA           PIC 9(8).
001500     03  FILLER              PIC X(15) VALUE "   Supervisor: ".
001510     03  LT1-SUPERVISOR      PIC X(4).
001520
001530 01  LIN-TITULO-2.
001540     03  FILLER              PIC X(10) VALUE "Id Cliente".
001550     03  FILLER              PIC X(3)  VALUE SPACES.
001560     03  FILLER              PIC X(27) VALUE "Nombre".
001570     03  FILLER              PIC X(15) VALUE "      Debitos".
001580     03  FILLER              PIC X(15) VALUE "     Creditos".
001590     03  FILLER              PIC X(15) VALUE "Saldo cierre".
001600     03  FILLER              PIC X(20) VALUE "Observacion".
001610
001620 01  LIN-DETALLE.
001630     03  LD-ID               PIC Z(6)9.
001640     03  FILLER              PIC X(3)  VALUE SPACES.
001650     03  LD-NOMBRE           PIC X(25).
001660     03  FILLER              PIC X(2)  VALUE SPACES.
001670     03  LD-DEBITOS          PIC -9(9),999.
001680     03  FILLER              PIC X(1)  VALUE SPACES.
001690     03  LD-CREDITOS         PIC -9(9),999.
001700     03  FILLER              PIC X(1)  VALUE SPACES.
001710     03  LD-SALDO            PIC -9(9),999.
001720     03  FILLER              PIC X(2)  VALUE SPACES.
001730     03  LD-OBSERVA          PIC X(30).
001740
001750 01  LIN-RESUMEN-1.
001760     03  FILLER              PIC X(24) VALUE
001770             "Clientes cerrados     :".
001780     03  LR1-CANT            PIC ZZZZZZ9.
001790
001800 01  LIN-RESUMEN-2.
001810     03  FILLER              PIC X(24) VALUE
001820             "Con movimientos       :".
001830     03  LR2-CANT            PIC ZZZZZZ9.
001840
001850 01  LIN-RESUMEN-3.
001860     03  FILLER              PIC X(24) VALUE
001870             "Diferencias de arrastre:".
001880     03  LR3-CANT            PIC ZZZZZZ9.
001890
001900 01  LIN-RESUMEN-4.
001910     03  FILLER              PIC X(24) VALUE
001920             "Errores de E/S        :".
001930     03  LR4-CANT            PIC ZZZZZZ9.
001940
001950 01  LIN-RESUMEN-5.
001960     03  FILLER              PIC X(24) VALUE
001970             "Total debitos del mes :".
001980     03  LR5-IMPORTE         PIC -9(11),999.
001990
002000 01  LIN-RESUMEN-6.
002010     03  FILLER              PIC X(24) VALUE
002020             "Total creditos del mes:".
002030     03  LR6-IMPORTE         PIC -9(11),999.
002040
002050 01  LIN-RESUMEN-7.
002060     03  FILLER              PIC X(24) VALUE
002070             "Total saldos de cierre:".
002080     03  LR7-IMPORTE         PIC -9(11),999.
002090
002100 PROCEDURE DIVISION.
002110 0000-MAINLINE.
002120     PERFORM 1000-INICIO.
002130     PERFORM 2000-PROCESO THRU 2000-EXIT
002140             UNTIL NO-HAY-MAS-CLIENTES.
002150     PERFORM 3000-FINAL THRU 3000-EXIT.
002160     STOP RUN.
002170
002180******************************************************************
002190* 1000-INICIO - Valida al supervisor contra USUARIOS, toma del
002200*               control el ultimo periodo cerrado, pide el
002210*               periodo a cerrar y lo controla: debe ser el
002220*               siguiente al ultimo cerrado y anterior al mes en
002230*               curso. Cualquier rechazo termina sin tocar los
002240*               archivos.
002250******************************************************************
002260 1000-INICIO.
002270     OPEN OUTPUT REPORTE.
002280     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002290     MOVE W-FECHA-SIST(1:6) TO W-PERIODO-ACTUAL.
002300     OPEN INPUT USUARIOS.
002310     IF ST-USR NOT = "00"
002320        MOVE "Maestro de usuarios no disponible - fin."
002330             TO LIN-REPORTE
002340        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002350        CLOSE USUARIOS
002360        CLOSE REPORTE
002370        STOP RUN.
002380     DISPLAY "Supervisor:".
002390     ACCEPT W-SUP-CODIGO.
002400     DISPLAY "Clave:".
002410     ACCEPT W-SUP-CLAVE.
002420     MOVE W-SUP-CODIGO TO USR-CODIGO.
002430     READ USUARIOS
002440        INVALID KEY     MOVE "N" TO W-USR-HALLADO
002450        NOT INVALID KEY MOVE "S" TO W-USR-HALLADO.
002460     IF W-USR-HALLADO NOT = "S" OR NOT USR-ACTIVO
002470        OR NOT USR-NIVEL-SUPER OR USR-CLAVE NOT = W-SUP-CLAVE
002480        MOVE "Supervisor invalido o sin nivel - fin."
002490             TO LIN-REPORTE
002500        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002510        DISPLAY "Supervisor invalido o sin nivel."
002520        CLOSE USUARIOS
002530        CLOSE REPORTE
002540        STOP RUN.
002550     CLOSE USUARIOS.
002560     PERFORM 1100-LEE-CONTROL THRU 1100-EXIT.
002570     IF W-ULT-CERRADO = 0
002580        DISPLAY "No hay periodos cerrados."
002590        DISPLAY "Periodo a cerrar (AAAAMM):"
002600        ACCEPT W-PERIODO
002610     ELSE
002620        MOVE W-ULT-CERRADO TO W-PERIODO-AUX
002630        PERFORM 8100-MES-SIGUIENTE THRU 8100-EXIT
002640        MOVE W-PERIODO-AUX TO W-PERIODO-SIGUIENTE
002650        MOVE W-PERIODO-AUX TO W-PERIODO
002660        DISPLAY "Ultimo periodo cerrado: " W-ULT-CERRADO
002670        DISPLAY "Periodo a cerrar      : " W-PERIODO.
002680     MOVE W-PERIODO    TO LT1-PERIODO.
002690     MOVE W-FECHA-SIST TO LT1-FECHA.
002700     MOVE W-SUP-CODIGO TO LT1-SUPERVISOR.
002710     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002720     MOVE SPACES TO LIN-REPORTE.
002730     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002740     IF W-PER-MM < 1 OR W-PER-MM > 12 OR W-PER-AAAA < 1900
002750        MOVE "Periodo invalido - fin sin proceso."
002760             TO LIN-REPORTE
002770        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002780        CLOSE REPORTE
002790        STOP RUN.
002800     IF W-PERIODO NOT < W-PERIODO-ACTUAL
002810        MOVE "Solo se cierran meses anteriores al mes en curso"
002820             TO LIN-REPORTE
002830        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002840        CLOSE REPORTE
002850        STOP RUN.
002860     IF W-ULT-CERRADO NOT = 0
002870        AND W-PERIODO NOT = W-PERIODO-SIGUIENTE
002880        MOVE "Los periodos se cierran en orden - fin."
002890             TO LIN-REPORTE
002900        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002910        CLOSE REPORTE
002920        STOP RUN.
002930     MOVE W-PERIODO TO W-PERIODO-AUX.
002940     PERFORM 8200-MES-ANTERIOR THRU 8200-EXIT.
002950     MOVE W-PERIODO-AUX TO W-PERIODO-ANTERIOR.
002960     DISPLAY "ATENCION: cerrado el periodo no se podran grabar"
002970             " movimientos con fecha del mismo. Confirma? (S/N)".
002980     ACCEPT W-RESPUESTA.
002990     IF W-RESPUESTA NOT = "S" AND W-RESPUESTA NOT = "s"
003000        MOVE "Cierre no confirmado - fin sin proceso."
003010             TO LIN-REPORTE
003020        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003030        CLOSE REPORTE
003040        STOP RUN.
003050     OPEN INPUT CLIENTES.
003060     IF ST-CLI > "07"
003070        MOVE SPACES TO LIN-REPORTE
003080        STRING "No se pudo abrir CLIENTES (clientes.dat)-Status="
003090               ST-CLI DELIMITED BY SIZE INTO LIN-REPORTE
003100        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003110        CLOSE CLIENTES
003120        CLOSE REPORTE
003130        STOP RUN.
003140     OPEN INPUT MOVIMIENTOS.
003150     IF ST-MOV > "07"
003160        MOVE SPACES TO LIN-REPORTE
003170        STRING "No se pudo abrir MOVIMIENTOS (movimien.dat)"
003180               "-Status=" ST-MOV DELIMITED BY SIZE
003190               INTO LIN-REPORTE
003200        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003210        CLOSE CLIENTES
003220        CLOSE MOVIMIENTOS
003230        CLOSE REPORTE
003240        STOP RUN.
003250     OPEN I-O SALDOSHIS.
003260     IF ST-SHI = "35"
003270        OPEN OUTPUT SALDOSHIS
003280        CLOSE SALDOSHIS
003290        OPEN I-O SALDOSHIS.
003300     IF ST-SHI > "07"
003310        MOVE SPACES TO LIN-REPORTE
003320        STRING "No se pudo abrir SALDOSHIS (saldohis.dat)"
003330               "-Status=" ST-SHI DELIMITED BY SIZE
003340               INTO LIN-REPORTE
003350        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003360        CLOSE CLIENTES
003370        CLOSE MOVIMIENTOS
003380        CLOSE SALDOSHIS
003390        CLOSE REPORTE
003400        STOP RUN.
003410     OPEN EXTEND AUDITORIA.
003420     IF ST-AUD = "35"
003430        OPEN OUTPUT AUDITORIA
003440        CLOSE AUDITORIA
003450        OPEN EXTEND AUDITORIA.
003460     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
003470     MOVE SPACES TO LIN-REPORTE.
003480     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003490     MOVE LOW-VALUES TO ID_CLIENTE.
003500     START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
003510         INVALID KEY SET NO-HAY-MAS-CLIENTES TO TRUE.
003520     IF ST-CLI > "07"
003530        SET NO-HAY-MAS-CLIENTES TO TRUE.
003540
003550******************************************************************
003560* 1100-LEE-CONTROL - Lee el ultimo periodo cerrado del control;
003570*                    sin archivo no hay periodos cerrados.
003580******************************************************************
003590 1100-LEE-CONTROL.
003600     MOVE 0 TO W-ULT-CERRADO.
003610     OPEN INPUT PERIODOS.
003620     IF ST-PER > "07"
003630        CLOSE PERIODOS
003640        GO TO 1100-EXIT.
003650     READ PERIODOS
003660         AT END MOVE 0 TO PER-ULT-CERRADO.
003670     IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
003680        MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
003690     CLOSE PERIODOS.
003700 1100-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 2000-PROCESO - Un cliente por iteracion: totaliza sus
003750*                movimientos del mes, calcula el saldo de cierre,
003760*                lo controla contra el cierre anterior y graba el
003770*                historial.
003780******************************************************************
003790 2000-PROCESO.
003800     READ CLIENTES NEXT RECORD
003810         AT END SET NO-HAY-MAS-CLIENTES TO TRUE.
003820     IF NO-HAY-MAS-CLIENTES
003830        GO TO 2000-EXIT.
003840     IF ST-CLI > "07"
003850        SET NO-HAY-MAS-CLIENTES TO TRUE
003860        ADD 1 TO W-CANT-ERRORES-IO
003870        MOVE SPACES TO LIN-REPORTE
003880        STRING "Error leyendo CLIENTES - Status=" ST-CLI
003890               DELIMITED BY SIZE INTO LIN-REPORTE
003900        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003910        GO TO 2000-EXIT.
003920     ADD 1 TO W-CANT-CLIENTES.
003930     PERFORM 2100-SUMA-MOVIMIENTOS THRU 2100-EXIT.
003940     COMPUTE W-CLI-SALDO-CIERRE =
003950             CLI_SALDO - W-CLI-NETO-POSTERIOR.
003960     MOVE SPACES TO LD-OBSERVA.
003970     PERFORM 2200-CONTROLA-ARRASTRE THRU 2200-EXIT.
003980     PERFORM 2300-GRABA-HISTORIAL THRU 2300-EXIT.
003990     ADD W-CLI-DEBITOS      TO W-TOT-DEBITOS.
004000     ADD W-CLI-CREDITOS     TO W-TOT-CREDITOS.
004010     ADD W-CLI-SALDO-CIERRE TO W-TOT-SALDOS.
004020     IF W-CLI-CANT-MOVS > 0
004030        ADD 1 TO W-CANT-CON-MOVS.
004040     IF W-CLI-CANT-MOVS = 0 AND W-CLI-SALDO-CIERRE = 0
004050        AND LD-OBSERVA = SPACES
004060        GO TO 2000-EXIT.
004070     MOVE CLI_ID             TO LD-ID.
004080     MOVE CLI_NOMBRE         TO LD-NOMBRE.
004090     MOVE W-CLI-DEBITOS      TO LD-DEBITOS.
004100     MOVE W-CLI-CREDITOS     TO LD-CREDITOS.
004110     MOVE W-CLI-SALDO-CIERRE TO LD-SALDO.
004120     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
004130 2000-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170* 2100-SUMA-MOVIMIENTOS - Recorre los movimientos del cliente
004180*                         desde el primer dia del periodo: los
004190*                         del mes suman debitos y creditos, los
004200*                         posteriores arman el neto que se
004210*                         descuenta de CLI_SALDO para llegar al
004220*                         saldo al ultimo dia del mes.
004230******************************************************************
004240 2100-SUMA-MOVIMIENTOS.
004250     MOVE 0   TO W-CLI-DEBITOS.
004260     MOVE 0   TO W-CLI-CREDITOS.
004270     MOVE 0   TO W-CLI-CANT-MOVS.
004280     MOVE 0   TO W-CLI-NETO-POSTERIOR.
004290     MOVE "N" TO FIN-MOVS-CLI.
004300     MOVE CLI_ID TO MOV-CLI-ID.
004310     COMPUTE MOV-FECHA = W-PERIODO * 100 + 1.
004320     MOVE 0      TO MOV-SEQ.
004330     START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
004340         INVALID KEY MOVE "S" TO FIN-MOVS-CLI.
004350     IF ST-MOV > "07"
004360        MOVE "S" TO FIN-MOVS-CLI.
004370 2100-CICLO.
004380     IF FIN-MOVS-CLI = "S"
004390        GO TO 2100-EXIT.
004400     READ MOVIMIENTOS NEXT RECORD
004410         AT END MOVE "S" TO FIN-MOVS-CLI.
004420     IF FIN-MOVS-CLI = "S"
004430        GO TO 2100-EXIT.
004440     IF ST-MOV > "07"
004450        ADD 1 TO W-CANT-ERRORES-IO
004460        MOVE "S" TO FIN-MOVS-CLI
004470        GO TO 2100-EXIT.
004480     IF MOV-CLI-ID NOT = CLI_ID
004490        MOVE "S" TO FIN-MOVS-CLI
004500        GO TO 2100-EXIT.
004510     IF MOV-FECHA(1:6) = W-PERIODO
004520        ADD 1 TO W-CLI-CANT-MOVS
004530        IF MOV-DEBITO
004540           ADD MOV-IMPORTE TO W-CLI-DEBITOS
004550        ELSE
004560           ADD MOV-IMPORTE TO W-CLI-CREDITOS
004570        END-IF
004580     ELSE
004590        IF MOV-DEBITO
004600           SUBTRACT MOV-IMPORTE FROM W-CLI-NETO-POSTERIOR
004610        ELSE
004620           ADD MOV-IMPORTE TO W-CLI-NETO-POSTERIOR.
004630     GO TO 2100-CICLO.
004640 2100-EXIT.
004650     EXIT.
004660
004670******************************************************************
004680* 2200-CONTROLA-ARRASTRE - Si el cliente tiene cierre del periodo
004690*                          anterior, ese saldo mas los creditos
004700*                          menos los debitos del mes debe dar el
004710*                          saldo de cierre; si no, se denuncia.
004720******************************************************************
004730 2200-CONTROLA-ARRASTRE.
004740     MOVE CLI_ID             TO SHI-CLI-ID.
004750     MOVE W-PERIODO-ANTERIOR TO SHI-PERIODO.
004760     READ SALDOSHIS
004770         INVALID KEY     MOVE "N" TO W-HAY-ANTERIOR
004780         NOT INVALID KEY MOVE "S" TO W-HAY-ANTERIOR.
004790     IF W-HAY-ANTERIOR = "N"
004800        GO TO 2200-EXIT.
004810     COMPUTE W-CLI-SALDO-CALC = SHI-SALDO-CIERRE
004820             + W-CLI-CREDITOS - W-CLI-DEBITOS.
004830     IF W-CLI-SALDO-CALC NOT = W-CLI-SALDO-CIERRE
004840        ADD 1 TO W-CANT-DIFERENCIAS
004850        MOVE "DIFERENCIA CON CIERRE ANTERIOR" TO LD-OBSERVA.
004860 2200-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 2300-GRABA-HISTORIAL - Graba el cierre del cliente; si ya
004910*                        existia (corrida anterior interrumpida
004920*                        antes de bloquear el periodo) lo regraba.
004930******************************************************************
004940 2300-GRABA-HISTORIAL.
004950     MOVE CLI_ID             TO SHI-CLI-ID.
004960     MOVE W-PERIODO          TO SHI-PERIODO.
004970     MOVE W-CLI-SALDO-CIERRE TO SHI-SALDO-CIERRE.
004980     MOVE W-CLI-DEBITOS      TO SHI-TOT-DEBITOS.
004990     MOVE W-CLI-CREDITOS     TO SHI-TOT-CREDITOS.
005000     MOVE W-CLI-CANT-MOVS    TO SHI-CANT-MOVS.
005010     MOVE W-FECHA-SIST       TO SHI-FECHA-CIERRE.
005020     WRITE REG-SALDOHIS.
005030     IF ST-SHI = "22"
005040        REWRITE REG-SALDOHIS.
005050     IF ST-SHI NOT = "00"
005060        ADD 1 TO W-CANT-ERRORES-IO
005070        MOVE SPACES TO LD-OBSERVA
005080        STRING "ERROR GRABANDO HISTORIAL ST=" ST-SHI
005090               DELIMITED BY SIZE INTO LD-OBSERVA.
005100 2300-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 3000-FINAL - Sin errores de E/S bloquea el periodo en el
005150*              control y lo asienta en AUDITORIA; con errores
005160*              deja el periodo abierto para repetir el cierre.
005170*              Totales de control y cierre de archivos.
005180******************************************************************
005190 3000-FINAL.
005200     MOVE SPACES TO LIN-REPORTE.
005210     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
005220     MOVE W-CANT-CLIENTES    TO LR1-CANT.
005230     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
005240     MOVE W-CANT-CON-MOVS    TO LR2-CANT.
005250     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
005260     MOVE W-CANT-DIFERENCIAS TO LR3-CANT.
005270     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
005280     MOVE W-CANT-ERRORES-IO  TO LR4-CANT.
005290     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
005300     MOVE W-TOT-DEBITOS      TO LR5-IMPORTE.
005310     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
005320     MOVE W-TOT-CREDITOS     TO LR6-IMPORTE.
005330     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
005340     MOVE W-TOT-SALDOS       TO LR7-IMPORTE.
005350     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
005360     MOVE SPACES TO LIN-REPORTE.
005370     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005380     IF W-CANT-ERRORES-IO > 0
005390        MOVE "ATENCION: errores de E/S - el periodo NO se cerro."
005400             TO LIN-REPORTE
005410        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005420        DISPLAY "Errores de E/S - el periodo NO se cerro."
005430        GO TO 3000-CIERRA.
005440     ACCEPT W-HORA-SIST FROM TIME.
005450     OPEN OUTPUT PERIODOS.
005460     MOVE W-PERIODO    TO PER-ULT-CERRADO.
005470     MOVE W-FECHA-SIST TO PER-FECHA-CIERRE.
005480     MOVE W-HORA-SIST  TO PER-HORA-CIERRE.
005490     MOVE W-SUP-CODIGO TO PER-SUPERVISOR.
005500     WRITE REG-PERIODO.
005510     IF ST-PER NOT = "00"
005520        MOVE SPACES TO LIN-REPORTE
005530        STRING "No se pudo grabar el control de periodos"
005540               " (periodo.ctl) - Status=" ST-PER
005550               DELIMITED BY SIZE INTO LIN-REPORTE
005560        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
005570        DISPLAY "No se pudo bloquear el periodo."
005580        CLOSE PERIODOS
005590        GO TO 3000-CIERRA.
005600     CLOSE PERIODOS.
005610     MOVE 0              TO AUD-CLI-ID.
005620     MOVE W-FECHA-SIST   TO AUD-FECHA.
005630     MOVE W-HORA-SIST    TO AUD-HORA.
005640     MOVE "CIERRE"       TO AUD-OPERACION.
005650     MOVE "PERIODO"      TO AUD-CAMPO.
005660     MOVE W-ULT-CERRADO  TO AUD-VALOR-ANTERIOR.
005670     MOVE W-PERIODO      TO AUD-VALOR-NUEVO.
005680     MOVE W-SUP-CODIGO   TO AUD-OPERADOR.
005690     WRITE REG-AUDITORIA.
005700     MOVE "Periodo cerrado y bloqueado." TO LIN-REPORTE.
005710     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
005720     DISPLAY "Periodo " W-PERIODO " cerrado.".
005730 3000-CIERRA.
005740     CLOSE CLIENTES.
005750     CLOSE MOVIMIENTOS.
005760     CLOSE SALDOSHIS.
005770     CLOSE AUDITORIA.
005780     CLOSE REPORTE.
005782 3000-EXIT.
005784     EXIT.
005790
005800******************************************************************
005810* 8100-MES-SIGUIENTE - Avanza un mes el periodo W-PERIODO-AUX.
005820******************************************************************
005830 8100-MES-SIGUIENTE.
005840     IF W-PAX-MM = 12
005850        ADD 1 TO W-PAX-AAAA
005860        MOVE 1 TO W-PAX-MM
005870     ELSE
005880        ADD 1 TO W-PAX-MM.
005890 8100-EXIT.
005900     EXIT.
005910
005920******************************************************************
005930* 8200-MES-ANTERIOR - Retrocede un mes el periodo W-PERIODO-AUX.
005940******************************************************************
005950 8200-MES-ANTERIOR.
005960     IF W-PAX-MM = 1
005970        SUBTRACT 1 FROM W-PAX-AAAA
005980        MOVE 12 TO W-PAX-MM
005990     ELSE
006000        SUBTRACT 1 FROM W-PAX-MM.
006010 8200-EXIT.
006020     EXIT.
006030
006040 END PROGRAM CIERRMES.

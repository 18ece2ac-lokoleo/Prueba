000110*              de cierre. El encabezado lleva nombre y direccion
000120*              del maestro de CLIENTES. La apertura se calcula
000130*              sumando los movimientos anteriores al periodo.
000131*              Cada resumen se entrega segun la forma de envio
000132*              del cliente (CLI-ENVIO): papel en resumen.lst,
000133*              e-mail en un archivo propio por cliente anotado en
000134*              la bandeja de salida (bandeja.dat), o ambos. Un
000135*              cliente de e-mail sin direccion cargada sale en
000136*              papel. El listado de control resenvio.lst cuenta
000137*              los resumenes por forma de envio y lista los
000138*              clientes de e-mail sin direccion.
000140* Tectonics  : cobc
000150*-------------------------------------------------------------
000160* Modification History
000190*                  fechas de nocturno.par si hay linea RESUMEN
000192*                  y asienta la corrida en joblog.dat.
000193* 2026-09-02  SIS  Un error de lectura de MOVIMIENTOS deja la
000194*                  corrida como ERROR en el joblog.
000195* 2026-10-15  SIS  Entrega segun la forma de envio del cliente:
000196*                  archivo por cliente y bandeja de salida para
000197*                  e-mail, papel en resumen.lst, y listado de
000198*                  control de envios resenvio.lst.
000200* 2026-10-15  SIS  Sin control de envios (resenvio.lst) la corrida
000202*                  sigue, lo informa en el resumen y queda como
000204*                  ERROR en el joblog.
000206******************************************************************
000208 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. RESUMEN.
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000476            ACCESS MODE SEQUENTIAL
000478            STATUS ST-JOB.
000479
000480     SELECT RESCLI ASSIGN USING W-RES-ARCHIVO
000481            ORGANIZATION LINE SEQUENTIAL
000482            STATUS ST-RCL.
000483
000484     SELECT BANDEJA ASSIGN TO "./bandeja.dat"
000485            ORGANIZATION LINE SEQUENTIAL
000486            STATUS ST-BAN.
000487
000488     SELECT CTLENVIO ASSIGN TO "./resenvio.lst"
000489            ORGANIZATION LINE SEQUENTIAL
000490            STATUS ST-CTL.
000491
000492 DATA DIVISION.
000493 FILE SECTION.
000500
000510     COPY "MOVIMIEN.CPY".
000520
000536
000538     COPY "JOBLOG.CPY".
000540
000543     COPY "BANDEJA.CPY".
000546
000550 SD  ORDENADO.
000560
000570 01  REG-ORDENADO.
000640 FD  REPORTE.
000650
000660 01  LIN-REPORTE             PIC X(132).
000661
000662 FD  RESCLI.
000663
000664 01  LIN-RESCLI              PIC X(132).
000665
000666 FD  CTLENVIO.
000667
000668 01  LIN-CONTROL             PIC X(132).
000670
000680 WORKING-STORAGE SECTION.
000690
000700 01  ST-MOV                  PIC XX.
000710 01  ST-CLI                  PIC XX.
000720 01  ST-REP                  PIC XX.
000721 01  ST-PAR                  PIC XX.
000722 01  ST-JOB                  PIC XX.
000723 01  ST-RCL                  PIC XX.
000724 01  ST-BAN                  PIC XX.
000725 01  ST-CTL                  PIC XX.
000726
000727 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
000728 01  W-PARAM-HAY             PIC X     VALUE "N".
000890 01  W-SALDO-PARCIAL         PIC S9(9)V9(3).
000900 01  W-CANT-MOVS-PER         PIC 9(7).
000910
000912 01  W-CANT-RESUMENES        PIC 9(7)  VALUE 0.
000914 01  W-FECHA-SIST            PIC 9(8).
000916
000918 01  W-ENV-PAPEL             PIC X.
000920 01  W-ENV-MAIL              PIC X.
000922 01  W-PRIMER-PAPEL          PIC X     VALUE "S".
000924 01  W-CTLENVIO-OK           PIC X     VALUE "S".
000926 01  W-BANDEJA-OK            PIC X     VALUE "S".
000927 01  W-RES-ARCHIVO           PIC X(40).
000928 01  W-LINEA                 PIC X(132).
000929 01  W-SALTO                 PIC 9.
000930
000931 01  W-CANT-PAPEL            PIC 9(7)  VALUE 0.
000932 01  W-CANT-EMAIL            PIC 9(7)  VALUE 0.
000933 01  W-CANT-AMBOS            PIC 9(7)  VALUE 0.
000934 01  W-CANT-SIN-EMAIL        PIC 9(7)  VALUE 0.
000935 01  W-CANT-ERR-ENVIO        PIC 9(7)  VALUE 0.
000936 01  W-CANT-IMPRESOS         PIC 9(7)  VALUE 0.
000937 01  W-CANT-ENVIADOS         PIC 9(7)  VALUE 0.
000940
000950 01  LIN-TITULO-1.
000960     03  FILLER              PIC X(30) VALUE
001470             "Saldo de cierre         :".
001480     03  LCI-SALDO           PIC -9(9),999.
001490     03  FILLER              PIC X(16) VALUE "  Movimientos: ".
001491     03  LCI-CANT            PIC ZZZZZZ9.
001492
001493 01  LIN-RESUMEN-FIN.
001494     03  FILLER              PIC X(24) VALUE
001495             "Resumenes emitidos    :".
001496     03  LRF-CANT            PIC ZZZZZZ9.
001497
001498 01  LIN-CTL-TITULO.
001499     03  FILLER              PIC X(30) VALUE
001500             "Control de Envio de Resumenes".
001501     03  FILLER              PIC X(9)  VALUE "Periodo: ".
001502     03  LCT-DESDE           PIC 9(8).
001503     03  FILLER              PIC X(3)  VALUE " - ".
001504     03  LCT-HASTA           PIC 9(8).
001505     03  FILLER              PIC X(10) VALUE "  Emision:".
001506     03  LCT-FECHA           PIC 9(8).
001507
001508 01  LIN-CTL-ENCAB.
001509     03  FILLER              PIC X(10) VALUE "Id Cliente".
001510     03  FILLER              PIC X(2)  VALUE SPACES.
001511     03  FILLER              PIC X(42) VALUE "Nombre".
001512     03  FILLER              PIC X(7)  VALUE "Envio".
001513     03  FILLER              PIC X(50) VALUE "Observacion".
001514
001515 01  LIN-CTL-DETALLE.
001516     03  LCD-ID              PIC Z(6)9.
001517     03  FILLER              PIC X(5)  VALUE SPACES.
001518     03  LCD-NOMBRE          PIC X(40).
001519     03  FILLER              PIC X(2)  VALUE SPACES.
001520     03  LCD-ENVIO           PIC X.
001521     03  FILLER              PIC X(6)  VALUE SPACES.
001522     03  LCD-OBSERVA         PIC X(50).
001523
001524 01  LIN-CTL-RESUMEN-1.
001525     03  FILLER              PIC X(32) VALUE
001526             "Resumenes solo en papel       :".
001527     03  LCR1-CANT           PIC ZZZZZZ9.
001528
001529 01  LIN-CTL-RESUMEN-2.
001530     03  FILLER              PIC X(32) VALUE
001531             "Resumenes solo por e-mail     :".
001532     03  LCR2-CANT           PIC ZZZZZZ9.
001533
001534 01  LIN-CTL-RESUMEN-3.
001535     03  FILLER              PIC X(32) VALUE
001536             "Resumenes en papel y e-mail   :".
001537     03  LCR3-CANT           PIC ZZZZZZ9.
001538
001539 01  LIN-CTL-RESUMEN-4.
001540     03  FILLER              PIC X(32) VALUE
001541             "E-mail sin direccion (papel)  :".
001542     03  LCR4-CANT           PIC ZZZZZZ9.
001543
001544 01  LIN-CTL-RESUMEN-5.
001545     03  FILLER              PIC X(32) VALUE
001546             "E-mail con error de envio     :".
001547     03  LCR5-CANT           PIC ZZZZZZ9.
001548
001549 01  LIN-CTL-RESUMEN-6.
001550     03  FILLER              PIC X(32) VALUE
001551             "Total impresos en resumen.lst :".
001552     03  LCR6-CANT           PIC ZZZZZZ9.
001553
001554 01  LIN-CTL-RESUMEN-7.
001555     03  FILLER              PIC X(32) VALUE
001556             "Total en la bandeja de salida :".
001557     03  LCR7-CANT           PIC ZZZZZZ9.
001560
001570 PROCEDURE DIVISION.
001580 0000-MAINLINE.
002170               " - Status=" ST-MOV DELIMITED BY SIZE
002180               INTO LIN-REPORTE
002190        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002191        MOVE "ERROR" TO W-JOB-RESULTADO
002192        MOVE "No abre MOVIMIENTOS" TO W-JOB-DETALLE
002193        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002194        CLOSE REPORTE
002195        CLOSE CLIENTES
002196        CLOSE MOVIMIENTOS
002197        STOP RUN.
002198     OPEN OUTPUT CTLENVIO.
002199     IF ST-CTL > "07"
002200        MOVE "N" TO W-CTLENVIO-OK
002201        MOVE SPACES TO LIN-REPORTE
002202        STRING "No se pudo abrir el control de envios"
002203               " (resenvio.lst) - Status=" ST-CTL
002204               DELIMITED BY SIZE INTO LIN-REPORTE
002205        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002206     ELSE
002207        MOVE W-FECHA-DESDE TO LCT-DESDE
002208        MOVE W-FECHA-HASTA TO LCT-HASTA
002209        MOVE W-FECHA-SIST  TO LCT-FECHA
002210        WRITE LIN-CONTROL FROM LIN-CTL-TITULO
002211                AFTER ADVANCING 1 LINE
002212        MOVE SPACES TO LIN-CONTROL
002213        WRITE LIN-CONTROL AFTER ADVANCING 1 LINE.
002214     OPEN OUTPUT BANDEJA.
002215     IF ST-BAN NOT = "00"
002216        MOVE "N" TO W-BANDEJA-OK.
002217     IF W-CTLENVIO-OK = "S"
002218        IF W-BANDEJA-OK = "N"
002219           MOVE SPACES TO LIN-CONTROL
002220           STRING "No se pudo abrir la bandeja de salida"
002221                  " (bandeja.dat) - Status=" ST-BAN
002222                  " - los resumenes por e-mail"
002223                  " salen en papel"
002224                  DELIMITED BY SIZE INTO LIN-CONTROL
002225           WRITE LIN-CONTROL AFTER ADVANCING 1 LINE
002226           MOVE SPACES TO LIN-CONTROL
002227           WRITE LIN-CONTROL AFTER ADVANCING 1 LINE
002228        END-IF
002229        WRITE LIN-CONTROL FROM LIN-CTL-ENCAB
002230                AFTER ADVANCING 1 LINE
002232        MOVE SPACES TO LIN-CONTROL
002233        WRITE LIN-CONTROL AFTER ADVANCING 1 LINE.
002240
002241******************************************************************
002242* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003280        MOVE "(CLIENTE INEXISTENTE EN EL MAESTRO)" TO LC1-NOMBRE
003290        MOVE SPACES TO LC2-DIRECCION
003300        MOVE SPACES TO LC2-CODPOST.
003308     PERFORM 3250-FORMA-ENVIO THRU 3250-EXIT.
003316     MOVE LIN-CLIENTE-1 TO W-LINEA.
003324     IF W-PRIMER-PAPEL = "S"
003332        MOVE 1 TO W-SALTO
003340     ELSE
003341        MOVE 0 TO W-SALTO.
003342     PERFORM 3500-EMITE-LINEA THRU 3500-EXIT.
003343     IF W-ENV-PAPEL = "S"
003344        MOVE "N" TO W-PRIMER-PAPEL.
003345     MOVE LIN-CLIENTE-2 TO W-LINEA.
003346     MOVE 1 TO W-SALTO.
003347     PERFORM 3500-EMITE-LINEA THRU 3500-EXIT.
003348     MOVE SPACES TO W-LINEA.
003349     PERFORM 3500-EMITE-LINEA THRU 3500-EXIT.
003350     MOVE 0   TO W-SALDO-APERTURA.
003351     MOVE 0   TO W-SALDO-PARCIAL.
003352     MOVE 0   TO W-CANT-MOVS-PER.
003353     MOVE "N" TO W-APERTURA-IMPRESA.
003354 3200-EXIT.
003355     EXIT.
003356
003357******************************************************************
003358* 3250-FORMA-ENVIO - Decide a donde va el resumen del cliente
003359*                    segun CLI-ENVIO. Para e-mail crea el archivo
003360*                    del cliente con el encabezado general; si no
003361*                    hay direccion, bandeja o archivo, el resumen
003362*                    sale en papel y se anota en el control.
003363******************************************************************
003364 3250-FORMA-ENVIO.
003365     MOVE "S" TO W-ENV-PAPEL.
003366     MOVE "N" TO W-ENV-MAIL.
003367     IF W-CLI-HALLADO = "N" OR CLI-ENVIO-PAPEL
003368        ADD 1 TO W-CANT-PAPEL
003369        GO TO 3250-EXIT.
003370     IF CLI-EMAIL = SPACES
003371        ADD 1 TO W-CANT-SIN-EMAIL
003372        MOVE "Sin e-mail cargado - emitido en papel"
003373             TO LCD-OBSERVA
003374        PERFORM 3260-LINEA-CONTROL THRU 3260-EXIT
003375        GO TO 3250-EXIT.
003376     IF W-BANDEJA-OK NOT = "S"
003377        ADD 1 TO W-CANT-ERR-ENVIO
003378        MOVE "Sin bandeja de salida - emitido en papel"
003379             TO LCD-OBSERVA
003380        PERFORM 3260-LINEA-CONTROL THRU 3260-EXIT
003381        GO TO 3250-EXIT.
003382     MOVE SPACES TO W-RES-ARCHIVO.
003383     STRING "./res" ORD-CLI-ID "_" W-FECHA-SIST ".txt"
003384            DELIMITED BY SIZE INTO W-RES-ARCHIVO.
003385     OPEN OUTPUT RESCLI.
003386     IF ST-RCL NOT = "00"
003387        ADD 1 TO W-CANT-ERR-ENVIO
003388        MOVE SPACES TO LCD-OBSERVA
003389        STRING "No se pudo crear el archivo - Status=" ST-RCL
003390               " - emitido en papel"
003391               DELIMITED BY SIZE INTO LCD-OBSERVA
003392        PERFORM 3260-LINEA-CONTROL THRU 3260-EXIT
003393        GO TO 3250-EXIT.
003394     MOVE "S" TO W-ENV-MAIL.
003395     IF CLI-ENVIO-EMAIL
003396        MOVE "N" TO W-ENV-PAPEL
003397        ADD 1 TO W-CANT-EMAIL
003398     ELSE
003399        ADD 1 TO W-CANT-AMBOS.
003400     WRITE LIN-RESCLI FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
003401     MOVE SPACES TO LIN-RESCLI.
003402     WRITE LIN-RESCLI AFTER ADVANCING 1 LINE.
003403 3250-EXIT.
003404     EXIT.
003405
003406******************************************************************
003407* 3260-LINEA-CONTROL - Anota al cliente en curso en el control de
003408*                      envios con la observacion en LCD-OBSERVA.
003409******************************************************************
003410 3260-LINEA-CONTROL.
003411     MOVE ORD-CLI-ID TO LCD-ID.
003412     IF W-CLI-HALLADO = "S"
003413        MOVE CLI_NOMBRE TO LCD-NOMBRE
003414        MOVE CLI-ENVIO  TO LCD-ENVIO
003415     ELSE
003416        MOVE SPACES     TO LCD-NOMBRE
003417        MOVE SPACES     TO LCD-ENVIO.
003422     IF W-CTLENVIO-OK NOT = "S"
003427        GO TO 3260-EXIT.
003432     WRITE LIN-CONTROL FROM LIN-CTL-DETALLE
003437             AFTER ADVANCING 1 LINE.
003442 3260-EXIT.
003450     EXIT.
003460
003470******************************************************************
003520 3300-DETALLE.
003530     IF W-APERTURA-IMPRESA = "N"
003540        MOVE W-SALDO-APERTURA TO LAP-SALDO
003547        MOVE LIN-APERTURA TO W-LINEA
003554        MOVE 1 TO W-SALTO
003561        PERFORM 3500-EMITE-LINEA THRU 3500-EXIT
003568        MOVE LIN-ENCAB-DET TO W-LINEA
003575        MOVE 2 TO W-SALTO
003582        PERFORM 3500-EMITE-LINEA THRU 3500-EXIT
003589        MOVE SPACES TO W-LINEA
003596        MOVE 1 TO W-SALTO
003603        PERFORM 3500-EMITE-LINEA THRU 3500-EXIT
003610        MOVE W-SALDO-APERTURA TO W-SALDO-PARCIAL
003620        MOVE "S" TO W-APERTURA-IMPRESA
003630     END-IF.
003720     MOVE ORD-IMPORTE     TO LD-IMPORTE.
003730     MOVE ORD-MOTIVO      TO LD-MOTIVO.
003740     MOVE W-SALDO-PARCIAL TO LD-SALDO.
003745     MOVE LIN-DETALLE TO W-LINEA.
003750     MOVE 1 TO W-SALTO.
003755     PERFORM 3500-EMITE-LINEA THRU 3500-EXIT.
003760 3300-EXIT.
003770     EXIT.
003780
003840 3400-CIERRA-CLIENTE.
003850     IF W-APERTURA-IMPRESA = "N"
003860        MOVE W-SALDO-APERTURA TO LAP-SALDO
003868        MOVE LIN-APERTURA TO W-LINEA
003876        MOVE 1 TO W-SALTO
003884        PERFORM 3500-EMITE-LINEA THRU 3500-EXIT
003892        MOVE LIN-SIN-MOVS TO W-LINEA
003900        PERFORM 3500-EMITE-LINEA THRU 3500-EXIT
003910        MOVE W-SALDO-APERTURA TO W-SALDO-PARCIAL
003911     END-IF.
003912     MOVE W-SALDO-PARCIAL TO LCI-SALDO.
003913     MOVE W-CANT-MOVS-PER TO LCI-CANT.
003914     MOVE LIN-CIERRE TO W-LINEA.
003915     MOVE 2 TO W-SALTO.
003916     PERFORM 3500-EMITE-LINEA THRU 3500-EXIT.
003917     ADD 1 TO W-CANT-RESUMENES.
003918     IF W-ENV-PAPEL = "S"
003919        ADD 1 TO W-CANT-IMPRESOS.
003920     IF W-ENV-MAIL = "S"
003921        CLOSE RESCLI
003922        PERFORM 3450-GRABA-BANDEJA THRU 3450-EXIT.
003923 3400-EXIT.
003924     EXIT.
003925
003926******************************************************************
003927* 3450-GRABA-BANDEJA - Anota el archivo del cliente en la bandeja
003928*                      de salida para el servidor de correo.
003929******************************************************************
003930 3450-GRABA-BANDEJA.
003931     MOVE SPACES        TO REG-BANDEJA.
003932     MOVE ORD-CLI-ID    TO BAN-CLI-ID.
003933     MOVE CLI-EMAIL     TO BAN-EMAIL.
003934     MOVE W-RES-ARCHIVO TO BAN-ARCHIVO.
003935     MOVE W-FECHA-DESDE TO BAN-DESDE.
003936     MOVE W-FECHA-HASTA TO BAN-HASTA.
003937     MOVE W-FECHA-SIST  TO BAN-EMISION.
003938     WRITE REG-BANDEJA.
003939     IF ST-BAN NOT = "00"
003940        ADD 1 TO W-CANT-ERR-ENVIO
003941        MOVE SPACES TO LCD-OBSERVA
003942        STRING "Error grabando la bandeja - Status=" ST-BAN
003943               " - no enviado"
003944               DELIMITED BY SIZE INTO LCD-OBSERVA
003945        PERFORM 3260-LINEA-CONTROL THRU 3260-EXIT
003946        GO TO 3450-EXIT.
003947     ADD 1 TO W-CANT-ENVIADOS.
003948 3450-EXIT.
003949     EXIT.
003950
003951******************************************************************
003952* 3500-EMITE-LINEA - Escribe W-LINEA en el listado de papel y/o en
003953*                    el archivo del cliente segun el envio.
003954*                    W-SALTO es la cantidad de renglones a avanzar
003955*                    (cero = hoja nueva en el listado de papel).
003956******************************************************************
003957 3500-EMITE-LINEA.
003958     IF W-ENV-PAPEL = "S"
003959        IF W-SALTO = 0
003960           WRITE LIN-REPORTE FROM W-LINEA AFTER ADVANCING PAGE
003961        ELSE
003962           WRITE LIN-REPORTE FROM W-LINEA
003963                   AFTER ADVANCING W-SALTO LINES
003964        END-IF
003965     END-IF.
003966     IF W-ENV-MAIL = "S"
003967        IF W-SALTO = 0
003968           WRITE LIN-RESCLI FROM W-LINEA AFTER ADVANCING 1 LINE
003969        ELSE
003970           WRITE LIN-RESCLI FROM W-LINEA
003971                   AFTER ADVANCING W-SALTO LINES
003972        END-IF
003973     END-IF.
003974 3500-EXIT.
003980     EXIT.
003990
004000******************************************************************
004070        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004080     MOVE SPACES TO LIN-REPORTE.
004090     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
004091     MOVE W-CANT-RESUMENES TO LRF-CANT.
004092     WRITE LIN-REPORTE FROM LIN-RESUMEN-FIN
004093             AFTER ADVANCING 1 LINE.
004094     CLOSE MOVIMIENTOS.
004095     CLOSE CLIENTES.
004096     CLOSE REPORTE.
004097     PERFORM 5100-TOTALES-ENVIO THRU 5100-EXIT.
004098     IF W-HUBO-ERR-LECTURA = "S" OR W-CANT-ERR-ENVIO > 0
004099        OR W-CTLENVIO-OK = "N"
004100        MOVE "ERROR" TO W-JOB-RESULTADO
004101     ELSE
004102        MOVE "OK"    TO W-JOB-RESULTADO.
004103     MOVE SPACES TO W-JOB-DETALLE.
004104     STRING "RESUMENES=" W-CANT-RESUMENES
004105            " PAPEL=" W-CANT-IMPRESOS
004106            " EMAIL=" W-CANT-ENVIADOS
004107            " SIN-EMAIL=" W-CANT-SIN-EMAIL
004108            DELIMITED BY SIZE INTO W-JOB-DETALLE.
004109     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
004110
004111******************************************************************
004112* 5100-TOTALES-ENVIO - Cantidades por forma de envio al pie del
004113*                      control de envios.
004114******************************************************************
004115 5100-TOTALES-ENVIO.
004116     IF W-CTLENVIO-OK NOT = "S"
004117        CLOSE BANDEJA
004118        GO TO 5100-EXIT.
004124     IF W-CANT-SIN-EMAIL = 0 AND W-CANT-ERR-ENVIO = 0
004125        MOVE "Sin observaciones de envio." TO LIN-CONTROL
004126        WRITE LIN-CONTROL AFTER ADVANCING 1 LINE.
004127     MOVE SPACES TO LIN-CONTROL.
004128     WRITE LIN-CONTROL AFTER ADVANCING 2 LINES.
004129     MOVE W-CANT-PAPEL     TO LCR1-CANT.
004130     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-1
004131             AFTER ADVANCING 1 LINE.
004132     MOVE W-CANT-EMAIL     TO LCR2-CANT.
004133     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-2
004134             AFTER ADVANCING 1 LINE.
004135     MOVE W-CANT-AMBOS     TO LCR3-CANT.
004136     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-3
004137             AFTER ADVANCING 1 LINE.
004138     MOVE W-CANT-SIN-EMAIL TO LCR4-CANT.
004139     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-4
004140             AFTER ADVANCING 1 LINE.
004141     MOVE W-CANT-ERR-ENVIO TO LCR5-CANT.
004142     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-5
004143             AFTER ADVANCING 1 LINE.
004144     MOVE W-CANT-IMPRESOS  TO LCR6-CANT.
004145     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-6
004146             AFTER ADVANCING 2 LINES.
004147     MOVE W-CANT-ENVIADOS  TO LCR7-CANT.
004148     WRITE LIN-CONTROL FROM LIN-CTL-RESUMEN-7
004149             AFTER ADVANCING 1 LINE.
004150     CLOSE BANDEJA.
004151     CLOSE CTLENVIO.
004152 5100-EXIT.
004153     EXIT.
004162
004164******************************************************************
004166* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al

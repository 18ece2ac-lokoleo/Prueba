000010******************************************************************
000020* Program-ID : CERTRET
000030* Author     : Sistemas - Clientes
000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-10-15
000060* Purpose    : Emision de certificados de retencion: recorre
000070*              RETENCIONES en orden de numero de certificado y
000080*              emite cada certificado todavia no emitido
000090*              (certret.txt, uno por hoja) con los datos del
000100*              agente de retencion, del sujeto retenido
000110*              (CLIENTES) y del regimen (REGIMENES); lo marca
000120*              como emitido con la fecha de la corrida y lo
000130*              lista en el control (certret.lst). La CUIT y el
000140*              nombre del agente se toman de nocturno.par o se
000150*              preguntan por consola.
000160* Tectonics  : cobc
000170*-------------------------------------------------------------
000180* Modification History
000190* Date       Init  Description
000200* 2026-10-15  SIS  Version inicial.
000210* 2026-10-15  SIS  Controla la apertura y la grabacion de
000220*                  certret.txt; un certificado que no se pudo
000230*                  escribir no se marca como emitido.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. CERTRET.
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330
000340     SELECT OPTIONAL RETENCIONES ASSIGN TO "./retencio.dat"
000350            ORGANIZATION INDEXED
000360            ACCESS MODE DYNAMIC
000370            RECORD KEY IS RET-CERTIFICADO
000380            STATUS ST-RET.
000390
000400     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000410            ORGANIZATION INDEXED
000420            ACCESS MODE DYNAMIC
000430            RECORD KEY IS ID_CLIENTE
000440            ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
000450            ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
000460            STATUS ST-CLI.
000470
000480     SELECT OPTIONAL REGIMENES ASSIGN TO "./regimen.dat"
000490            ORGANIZATION INDEXED
000500            ACCESS MODE DYNAMIC
000510            RECORD KEY IS RGM-CLAVE
000520            STATUS ST-RGM.
000530
000540     SELECT CERTIFICADOS ASSIGN TO "./certret.txt"
000550            ORGANIZATION LINE SEQUENTIAL
000560            STATUS ST-CER.
000570
000580     SELECT REPORTE ASSIGN TO "./certret.lst"
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
000740     COPY "RETENCIO.CPY".
000750
000760     COPY "CLIENTE.CPY".
000770
000780     COPY "REGIMEN.CPY".
000790
000800 FD  CERTIFICADOS.
000810
000820 01  LIN-CERT                PIC X(80).
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
000940 01  ST-RET                  PIC XX.
000950 01  ST-CLI                  PIC XX.
000960 01  ST-RGM                  PIC XX.
000970 01  ST-CER                  PIC XX.
000980 01  ST-REP                  PIC XX.
000990 01  ST-PAR                  PIC XX.
001000 01  ST-JOB                  PIC XX.
001010
001020 01  W-HUBO-ERR-LECTURA      PIC X     VALUE "N".
001030 01  W-REGIMENES-OK          PIC X     VALUE "S".
001040 01  W-ERR-CERT              PIC X     VALUE "N".
001050 01  W-PARAM-HAY             PIC X     VALUE "N".
001060 01  W-PARAM-DATOS           PIC X(72).
001070 01  W-PARAM-CERTRET REDEFINES W-PARAM-DATOS.
001080     03  PARAM-AGENTE-CUIT   PIC X(11).
001090     03  FILLER              PIC X.
001100     03  PARAM-AGENTE-NOMBRE PIC X(40).
001110     03  FILLER              PIC X(20).
001120
001130 01  W-JOB-HORA-INICIO       PIC 9(8)  VALUE 0.
001140 01  W-JOB-RESULTADO         PIC X(5).
001150 01  W-JOB-DETALLE           PIC X(70).
001160 01  W-JOB-HORA-FIN          PIC 9(8).
001170
001180 01  FIN-RETENCIONES         PIC X     VALUE "N".
001190     88  NO-HAY-MAS-RETENCIONES VALUE "S".
001200
001210 01  W-FECHA-SIST            PIC 9(8).
001220 01  W-AGENTE-CUIT           PIC X(11) VALUE SPACES.
001230 01  W-AGENTE-NOMBRE         PIC X(40) VALUE SPACES.
001240 01  W-CLI-EXISTE            PIC X.
001250 01  W-RGM-DESCRIPCION       PIC X(30).
001260
001270 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
001280 01  W-CANT-EMITIDOS         PIC 9(7)  VALUE 0.
001290 01  W-CANT-YA-EMITIDOS      PIC 9(7)  VALUE 0.
001300 01  W-CANT-SIN-CUIT         PIC 9(7)  VALUE 0.
001310 01  W-CANT-ERRORES          PIC 9(7)  VALUE 0.
001320 01  W-TOT-EMITIDO           PIC 9(9)V9(3) VALUE 0.
001330
001340*    Renglones del certificado (certret.txt).
001350 01  LC-ENCABEZADO.
001360     03  FILLER              PIC X(50) VALUE
001370             "CERTIFICADO DE RETENCION".
001380     03  FILLER              PIC X(6)  VALUE "Nro.: ".
001390     03  LCE-CERTIFICADO     PIC 9(8).
001400
001410 01  LC-AGENTE.
001420     03  FILLER              PIC X(21) VALUE
001430             "Agente de retencion: ".
001440     03  LCA-NOMBRE          PIC X(40).
001450     03  FILLER              PIC X(7)  VALUE " CUIT: ".
001460     03  LCA-CUIT            PIC X(11).
001470
001480 01  LC-EMISION.
001490     03  FILLER              PIC X(21) VALUE
001500             "Fecha de emision   : ".
001510     03  LCE-FECHA           PIC 9(8).
001520
001530 01  LC-DATO.
001540     03  LCD-TITULO          PIC X(21).
001550     03  LCD-VALOR           PIC X(59).
001560
001570 01  LC-IMPORTE.
001580     03  LCI-TITULO          PIC X(21).
001590     03  LCI-IMPORTE         PIC Z(6)9,999.
001600
001610 01  LC-ALICUOTA.
001620     03  FILLER              PIC X(21) VALUE
001630             "Alicuota           : ".
001640     03  LCAL-ALICUOTA       PIC Z9,999.
001650     03  FILLER              PIC X(2)  VALUE " %".
001660
001670 01  W-ID-ED                 PIC Z(6)9.
001680
001690*    Renglones del listado de control (certret.lst).
001700 01  LIN-TITULO-1.
001710     03  FILLER              PIC X(40) VALUE
001720             "Emision de Certificados de Retencion".
001730     03  FILLER              PIC X(8)  VALUE "Fecha: ".
001740     03  LT1-FECHA           PIC 9(8).
001750     03  FILLER              PIC X(10) VALUE "  Agente: ".
001760     03  LT1-CUIT            PIC X(11).
001770
001780 01  LIN-TITULO-2.
001790     03  FILLER              PIC X(10) VALUE "Certif.".
001800     03  FILLER              PIC X(10) VALUE "Fecha".
001810     03  FILLER              PIC X(10) VALUE "Id Cli.".
001820     03  FILLER              PIC X(30) VALUE "Nombre".
001830     03  FILLER              PIC X(13) VALUE "CUIT".
001840     03  FILLER              PIC X(6)  VALUE "Reg.".
001850     03  FILLER              PIC X(13) VALUE "        Base".
001860     03  FILLER              PIC X(13) VALUE "    Retenido".
001870     03  FILLER              PIC X(2)  VALUE SPACES.
001880     03  FILLER              PIC X(25) VALUE "Resultado".
001890
001900 01  LIN-DETALLE.
001910     03  LD-CERTIFICADO      PIC 9(8).
001920     03  FILLER              PIC X(2)  VALUE SPACES.
001930     03  LD-FECHA            PIC 9(8).
001940     03  FILLER              PIC X(2)  VALUE SPACES.
001950     03  LD-ID               PIC Z(6)9.
001960     03  FILLER              PIC X(3)  VALUE SPACES.
001970     03  LD-NOMBRE           PIC X(28).
001980     03  FILLER              PIC X(2)  VALUE SPACES.
001990     03  LD-CUIT             PIC X(11).
002000     03  FILLER              PIC X(2)  VALUE SPACES.
002010     03  LD-REGIMEN          PIC X(3).
002020     03  FILLER              PIC X(3)  VALUE SPACES.
002030     03  LD-BASE             PIC Z(6)9,999.
002040     03  FILLER              PIC X(2)  VALUE SPACES.
002050     03  LD-IMPORTE          PIC Z(6)9,999.
002060     03  FILLER              PIC X(2)  VALUE SPACES.
002070     03  LD-RESULTADO        PIC X(25).
002080
002090 01  LIN-RESUMEN-1.
002100     03  FILLER              PIC X(28) VALUE
002110             "Certificados leidos       :".
002120     03  LR1-CANT            PIC ZZZZZZ9.
002130
002140 01  LIN-RESUMEN-2.
002150     03  FILLER              PIC X(28) VALUE
002160             "Emitidos en esta corrida  :".
002170     03  LR2-CANT            PIC ZZZZZZ9.
002180     03  FILLER              PIC X(13) VALUE "   Retenido: ".
002190     03  LR2-IMPORTE         PIC Z(8)9,999.
002200
002210 01  LIN-RESUMEN-3.
002220     03  FILLER              PIC X(28) VALUE
002230             "Ya emitidos anteriormente :".
002240     03  LR3-CANT            PIC ZZZZZZ9.
002250
002260 01  LIN-RESUMEN-4.
002270     03  FILLER              PIC X(28) VALUE
002280             "Emitidos sin CUIT         :".
002290     03  LR4-CANT            PIC ZZZZZZ9.
002300
002310 01  LIN-RESUMEN-5.
002320     03  FILLER              PIC X(28) VALUE
002330             "Errores de grabacion      :".
002340     03  LR5-CANT            PIC ZZZZZZ9.
002350
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INICIO.
002390     PERFORM 2000-PROCESO THRU 2000-EXIT
002400             UNTIL NO-HAY-MAS-RETENCIONES.
002410     PERFORM 3000-FINAL.
002420     STOP RUN.
002430
002440******************************************************************
002450* 1000-INICIO - Toma los datos del agente, abre archivos y
002460*               posiciona RETENCIONES en el primer certificado.
002470******************************************************************
002480 1000-INICIO.
002490     OPEN OUTPUT REPORTE.
002500     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
002510     ACCEPT W-JOB-HORA-INICIO FROM TIME.
002520     PERFORM 1050-LEE-PARAMETROS THRU 1050-EXIT.
002530     IF W-PARAM-HAY = "S"
002540        MOVE PARAM-AGENTE-CUIT   TO W-AGENTE-CUIT
002550        MOVE PARAM-AGENTE-NOMBRE TO W-AGENTE-NOMBRE
002560     ELSE
002570        DISPLAY "CUIT del agente de retencion (11 digitos):"
002580        ACCEPT W-AGENTE-CUIT
002590        DISPLAY "Nombre del agente de retencion:"
002600        ACCEPT W-AGENTE-NOMBRE.
002610     MOVE W-FECHA-SIST  TO LT1-FECHA.
002620     MOVE W-AGENTE-CUIT TO LT1-CUIT.
002630     WRITE LIN-REPORTE FROM LIN-TITULO-1 AFTER ADVANCING 1 LINE.
002640     MOVE SPACES TO LIN-REPORTE.
002650     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
002660     OPEN I-O RETENCIONES.
002670     IF ST-RET = "35"
002680        OPEN OUTPUT RETENCIONES
002690        CLOSE RETENCIONES
002700        OPEN I-O RETENCIONES.
002710     IF ST-RET > "07"
002720        MOVE SPACES TO LIN-REPORTE
002730        STRING "No se pudo abrir RETENCIONES (retencio.dat)"
002740               "-Status=" ST-RET DELIMITED BY SIZE
002750               INTO LIN-REPORTE
002760        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002770        MOVE "ERROR" TO W-JOB-RESULTADO
002780        MOVE "No abre RETENCIONES" TO W-JOB-DETALLE
002790        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002800        CLOSE REPORTE
002810        CLOSE RETENCIONES
002820        STOP RUN.
002830     OPEN INPUT CLIENTES.
002840     IF ST-CLI > "07"
002850        MOVE SPACES TO LIN-REPORTE
002860        STRING "No se pudo abrir CLIENTES (clientes.dat)-Status="
002870               ST-CLI DELIMITED BY SIZE INTO LIN-REPORTE
002880        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002890        MOVE "ERROR" TO W-JOB-RESULTADO
002900        MOVE "No abre CLIENTES" TO W-JOB-DETALLE
002910        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
002920        CLOSE REPORTE
002930        CLOSE RETENCIONES
002940        CLOSE CLIENTES
002950        STOP RUN.
002960     OPEN OUTPUT CERTIFICADOS.
002970     IF ST-CER > "07"
002980        MOVE SPACES TO LIN-REPORTE
002990        STRING "No se pudo abrir CERTIFICADOS (certret.txt)"
003000               "-Status=" ST-CER DELIMITED BY SIZE
003010               INTO LIN-REPORTE
003020        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003030        MOVE "ERROR" TO W-JOB-RESULTADO
003040        MOVE "No abre CERTIFICADOS" TO W-JOB-DETALLE
003050        PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT
003060        CLOSE REPORTE
003070        CLOSE RETENCIONES
003080        CLOSE CLIENTES
003090        CLOSE CERTIFICADOS
003100        STOP RUN.
003110     OPEN INPUT REGIMENES.
003120     IF ST-RGM NOT = "00"
003130        MOVE "N" TO W-REGIMENES-OK.
003140     WRITE LIN-REPORTE FROM LIN-TITULO-2 AFTER ADVANCING 1 LINE.
003150     MOVE SPACES TO LIN-REPORTE.
003160     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003170     MOVE 0 TO RET-CERTIFICADO.
003180     START RETENCIONES KEY IS NOT LESS THAN RET-CERTIFICADO
003190         INVALID KEY SET NO-HAY-MAS-RETENCIONES TO TRUE.
003200     IF NOT NO-HAY-MAS-RETENCIONES
003210        PERFORM 2100-LEE-RETENCION THRU 2100-EXIT.
003220
003230******************************************************************
003240* 1050-LEE-PARAMETROS - Busca en nocturno.par la linea de este
003250*                      programa; si esta, las respuestas se
003260*                      toman de alli y no se pregunta por
003270*                      consola (corrida desatendida).
003280******************************************************************
003290 1050-LEE-PARAMETROS.
003300     OPEN INPUT PARAMS.
003310     IF ST-PAR > "07"
003320        CLOSE PARAMS
003330        GO TO 1050-EXIT.
003340 1050-CICLO.
003350     READ PARAMS
003360         AT END
003370            CLOSE PARAMS
003380            GO TO 1050-EXIT.
003390     IF ST-PAR > "07"
003400        CLOSE PARAMS
003410        GO TO 1050-EXIT.
003420     IF PAR-PROGRAMA = "CERTRET"
003430        MOVE PAR-DATOS TO W-PARAM-DATOS
003440        MOVE "S"       TO W-PARAM-HAY
003450        CLOSE PARAMS
003460        GO TO 1050-EXIT.
003470     GO TO 1050-CICLO.
003480 1050-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 2000-PROCESO - Un certificado por iteracion: los ya emitidos
003530*                solo se cuentan; los pendientes se emiten y se
003540*                marcan.
003550******************************************************************
003560 2000-PROCESO.
003570     ADD 1 TO W-CANT-LEIDOS.
003580     IF RET-ES-EMITIDO
003590        ADD 1 TO W-CANT-YA-EMITIDOS
003600        GO TO 2000-SIGUE.
003610     PERFORM 2200-BUSCA-DATOS THRU 2200-EXIT.
003620     PERFORM 2300-EMITE-CERTIFICADO THRU 2300-EXIT.
003630     IF W-ERR-CERT = "S"
003640        GO TO 2000-SIGUE.
003650     PERFORM 2400-MARCA-EMITIDO THRU 2400-EXIT.
003660 2000-SIGUE.
003670     PERFORM 2100-LEE-RETENCION THRU 2100-EXIT.
003680 2000-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720* 2100-LEE-RETENCION - Lee el proximo certificado en orden de
003730*                      numero.
003740******************************************************************
003750 2100-LEE-RETENCION.
003760     READ RETENCIONES NEXT RECORD
003770         AT END SET NO-HAY-MAS-RETENCIONES TO TRUE.
003780     IF NOT NO-HAY-MAS-RETENCIONES AND ST-RET > "07"
003790        MOVE "S" TO W-HUBO-ERR-LECTURA
003800        MOVE SPACES TO LIN-REPORTE
003810        STRING "Error leyendo RETENCIONES - Status=" ST-RET
003820               DELIMITED BY SIZE INTO LIN-REPORTE
003830        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003840        SET NO-HAY-MAS-RETENCIONES TO TRUE.
003850 2100-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2200-BUSCA-DATOS - Cliente retenido y descripcion del regimen.
003900*                    Un cliente que ya no esta en el maestro se
003910*                    emite igual, con la CUIT del certificado.
003920******************************************************************
003930 2200-BUSCA-DATOS.
003940     MOVE RET-CLI-ID TO CLI_ID.
003950     READ CLIENTES
003960         INVALID KEY     MOVE "N" TO W-CLI-EXISTE
003970         NOT INVALID KEY MOVE "S" TO W-CLI-EXISTE.
003980     IF W-CLI-EXISTE = "N"
003990        MOVE "(CLIENTE INEXISTENTE EN EL MAESTRO)" TO CLI_NOMBRE
004000        MOVE SPACES TO CLI_DIRECCION.
004010     MOVE SPACES TO W-RGM-DESCRIPCION.
004020     IF W-REGIMENES-OK NOT = "S"
004030        GO TO 2200-EXIT.
004040     MOVE RET-REGIMEN   TO RGM-CODIGO.
004050     MOVE RET-CONDICION TO RGM-CONDICION.
004060     READ REGIMENES
004070         INVALID KEY     CONTINUE
004080         NOT INVALID KEY MOVE RGM-DESCRIPCION
004090                              TO W-RGM-DESCRIPCION.
004100 2200-EXIT.
004110     EXIT.
004120
004130******************************************************************
004140* 2300-EMITE-CERTIFICADO - Escribe el certificado: agente,
004150*                          sujeto retenido, regimen, importes
004160*                          del calculo y movimientos del
004170*                          credito y del debito. Cada
004180*                          certificado empieza en hoja nueva.
004190******************************************************************
004200 2300-EMITE-CERTIFICADO.
004210     MOVE RET-CERTIFICADO TO LCE-CERTIFICADO.
004220     MOVE "N" TO W-ERR-CERT.
004230     IF W-CANT-EMITIDOS = 0
004240        WRITE LIN-CERT FROM LC-ENCABEZADO
004250                AFTER ADVANCING 1 LINE
004260     ELSE
004270        WRITE LIN-CERT FROM LC-ENCABEZADO
004280                AFTER ADVANCING PAGE.
004290     IF ST-CER > "07"
004300        MOVE "S" TO W-ERR-CERT.
004310     MOVE W-AGENTE-NOMBRE TO LCA-NOMBRE.
004320     MOVE W-AGENTE-CUIT   TO LCA-CUIT.
004330     WRITE LIN-CERT FROM LC-AGENTE AFTER ADVANCING 2 LINES.
004340     IF ST-CER > "07"
004350        MOVE "S" TO W-ERR-CERT.
004360     MOVE W-FECHA-SIST TO LCE-FECHA.
004370     WRITE LIN-CERT FROM LC-EMISION AFTER ADVANCING 1 LINE.
004380     IF ST-CER > "07"
004390        MOVE "S" TO W-ERR-CERT.
004400     MOVE "Sujeto retenido    : " TO LCD-TITULO.
004410     MOVE CLI_NOMBRE              TO LCD-VALOR.
004420     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 2 LINES.
004430     IF ST-CER > "07"
004440        MOVE "S" TO W-ERR-CERT.
004450     MOVE "Domicilio          : " TO LCD-TITULO.
004460     MOVE CLI_DIRECCION           TO LCD-VALOR.
004470     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 1 LINE.
004480     IF ST-CER > "07"
004490        MOVE "S" TO W-ERR-CERT.
004500     MOVE "CUIT               : " TO LCD-TITULO.
004510     IF RET-CUIT = SPACES
004520        MOVE "(NO INFORMADA)"     TO LCD-VALOR
004530     ELSE
004540        MOVE RET-CUIT             TO LCD-VALOR.
004550     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 1 LINE.
004560     IF ST-CER > "07"
004570        MOVE "S" TO W-ERR-CERT.
004580     MOVE "Cliente Nro.       : " TO LCD-TITULO.
004590     MOVE RET-CLI-ID              TO W-ID-ED.
004600     MOVE W-ID-ED                 TO LCD-VALOR.
004610     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 1 LINE.
004620     IF ST-CER > "07"
004630        MOVE "S" TO W-ERR-CERT.
004640     MOVE "Regimen            : " TO LCD-TITULO.
004650     MOVE SPACES                  TO LCD-VALOR.
004660     STRING RET-REGIMEN " " RET-CONDICION " - "
004670            W-RGM-DESCRIPCION
004680            DELIMITED BY SIZE INTO LCD-VALOR.
004690     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 2 LINES.
004700     IF ST-CER > "07"
004710        MOVE "S" TO W-ERR-CERT.
004720     MOVE "Fecha de retencion : " TO LCD-TITULO.
004730     MOVE RET-FECHA               TO LCD-VALOR.
004740     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 1 LINE.
004750     IF ST-CER > "07"
004760        MOVE "S" TO W-ERR-CERT.
004770     MOVE "Importe del credito: " TO LCI-TITULO.
004780     MOVE RET-IMPORTE-CREDITO     TO LCI-IMPORTE.
004790     WRITE LIN-CERT FROM LC-IMPORTE AFTER ADVANCING 1 LINE.
004800     IF ST-CER > "07"
004810        MOVE "S" TO W-ERR-CERT.
004820     MOVE "Minimo no imponible: " TO LCI-TITULO.
004830     MOVE RET-MINIMO              TO LCI-IMPORTE.
004840     WRITE LIN-CERT FROM LC-IMPORTE AFTER ADVANCING 1 LINE.
004850     IF ST-CER > "07"
004860        MOVE "S" TO W-ERR-CERT.
004870     MOVE "Base imponible     : " TO LCI-TITULO.
004880     MOVE RET-BASE                TO LCI-IMPORTE.
004890     WRITE LIN-CERT FROM LC-IMPORTE AFTER ADVANCING 1 LINE.
004900     IF ST-CER > "07"
004910        MOVE "S" TO W-ERR-CERT.
004920     MOVE RET-ALICUOTA            TO LCAL-ALICUOTA.
004930     WRITE LIN-CERT FROM LC-ALICUOTA AFTER ADVANCING 1 LINE.
004940     IF ST-CER > "07"
004950        MOVE "S" TO W-ERR-CERT.
004960     MOVE "Importe retenido   : " TO LCI-TITULO.
004970     MOVE RET-IMPORTE             TO LCI-IMPORTE.
004980     WRITE LIN-CERT FROM LC-IMPORTE AFTER ADVANCING 1 LINE.
004990     IF ST-CER > "07"
005000        MOVE "S" TO W-ERR-CERT.
005010     MOVE "Movimientos        : " TO LCD-TITULO.
005020     MOVE SPACES                  TO LCD-VALOR.
005030     STRING "credito " RET-CRE-FECHA "/" RET-CRE-SEQ
005040            "  debito " RET-DEB-FECHA "/" RET-DEB-SEQ
005050            DELIMITED BY SIZE INTO LCD-VALOR.
005060     WRITE LIN-CERT FROM LC-DATO AFTER ADVANCING 2 LINES.
005070     IF ST-CER > "07"
005080        MOVE "S" TO W-ERR-CERT.
005090     MOVE "........................................" TO LIN-CERT.
005100     WRITE LIN-CERT AFTER ADVANCING 4 LINES.
005110     IF ST-CER > "07"
005120        MOVE "S" TO W-ERR-CERT.
005130     MOVE "Firma y sello del agente de retencion" TO LIN-CERT.
005140     WRITE LIN-CERT AFTER ADVANCING 1 LINE.
005150     IF ST-CER > "07"
005160        MOVE "S" TO W-ERR-CERT.
005170     IF W-ERR-CERT = "S"
005180        PERFORM 2350-LISTA-NO-EMITIDO THRU 2350-EXIT
005190        GO TO 2300-EXIT.
005200     ADD 1 TO W-CANT-EMITIDOS.
005210     ADD RET-IMPORTE TO W-TOT-EMITIDO.
005220 2300-EXIT.
005230     EXIT.
005240
005250******************************************************************
005260* 2350-LISTA-NO-EMITIDO - El certificado no se pudo escribir en
005270*                         certret.txt: queda pendiente para la
005280*                         proxima corrida y se lista como error.
005290******************************************************************
005300 2350-LISTA-NO-EMITIDO.
005310     ADD 1 TO W-CANT-ERRORES.
005320     MOVE SPACES TO LD-RESULTADO.
005330     STRING "NO EMITIDO St=" ST-CER
005340            DELIMITED BY SIZE INTO LD-RESULTADO.
005350     MOVE RET-CERTIFICADO TO LD-CERTIFICADO.
005360     MOVE RET-FECHA       TO LD-FECHA.
005370     MOVE RET-CLI-ID      TO LD-ID.
005380     MOVE CLI_NOMBRE      TO LD-NOMBRE.
005390     MOVE RET-CUIT        TO LD-CUIT.
005400     MOVE RET-REGIMEN     TO LD-REGIMEN.
005410     MOVE RET-BASE        TO LD-BASE.
005420     MOVE RET-IMPORTE     TO LD-IMPORTE.
005430     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005440 2350-EXIT.
005450     EXIT.
005460
005470******************************************************************
005480* 2400-MARCA-EMITIDO - Regraba el certificado como emitido con la
005490*                      fecha de hoy y lo lista en el control.
005500******************************************************************
005510 2400-MARCA-EMITIDO.
005520     MOVE "S"          TO RET-EMITIDO.
005530     MOVE W-FECHA-SIST TO RET-FECHA-EMISION.
005540     REWRITE REG-RETENCION.
005550     MOVE SPACES TO LD-RESULTADO.
005560     IF ST-RET NOT = "00"
005570        ADD 1 TO W-CANT-ERRORES
005580        STRING "EMITIDO, NO MARCADO St=" ST-RET
005590               DELIMITED BY SIZE INTO LD-RESULTADO
005600     ELSE
005610        IF RET-CUIT = SPACES
005620           ADD 1 TO W-CANT-SIN-CUIT
005630           MOVE "EMITIDO SIN CUIT" TO LD-RESULTADO
005640        ELSE
005650           MOVE "EMITIDO"          TO LD-RESULTADO.
005660     MOVE RET-CERTIFICADO TO LD-CERTIFICADO.
005670     MOVE RET-FECHA       TO LD-FECHA.
005680     MOVE RET-CLI-ID      TO LD-ID.
005690     MOVE CLI_NOMBRE      TO LD-NOMBRE.
005700     MOVE RET-CUIT        TO LD-CUIT.
005710     MOVE RET-REGIMEN     TO LD-REGIMEN.
005720     MOVE RET-BASE        TO LD-BASE.
005730     MOVE RET-IMPORTE     TO LD-IMPORTE.
005740     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
005750 2400-EXIT.
005760     EXIT.
005770
005780******************************************************************
005790* 3000-FINAL - Totales, cierre de archivos y renglon del joblog.
005800******************************************************************
005810 3000-FINAL.
005820     MOVE SPACES TO LIN-REPORTE.
005830     WRITE LIN-REPORTE AFTER ADVANCING 2 LINES.
005840     MOVE W-CANT-LEIDOS      TO LR1-CANT.
005850     WRITE LIN-REPORTE FROM LIN-RESUMEN-1 AFTER ADVANCING 1 LINE.
005860     MOVE W-CANT-EMITIDOS    TO LR2-CANT.
005870     MOVE W-TOT-EMITIDO      TO LR2-IMPORTE.
005880     WRITE LIN-REPORTE FROM LIN-RESUMEN-2 AFTER ADVANCING 1 LINE.
005890     MOVE W-CANT-YA-EMITIDOS TO LR3-CANT.
005900     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
005910     MOVE W-CANT-SIN-CUIT    TO LR4-CANT.
005920     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
005930     MOVE W-CANT-ERRORES     TO LR5-CANT.
005940     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
005950     CLOSE RETENCIONES.
005960     CLOSE CLIENTES.
005970     IF W-REGIMENES-OK = "S"
005980        CLOSE REGIMENES.
005990     CLOSE CERTIFICADOS.
006000     CLOSE REPORTE.
006010     IF W-HUBO-ERR-LECTURA = "S" OR W-CANT-ERRORES > 0
006020        MOVE "ERROR" TO W-JOB-RESULTADO
006030     ELSE
006040        MOVE "OK"    TO W-JOB-RESULTADO.
006050     MOVE SPACES TO W-JOB-DETALLE.
006060     STRING "EMITIDOS=" W-CANT-EMITIDOS
006070            " SIN CUIT=" W-CANT-SIN-CUIT
006080            " ERRORES=" W-CANT-ERRORES
006090            DELIMITED BY SIZE INTO W-JOB-DETALLE.
006100     PERFORM 9000-GRABA-JOBLOG THRU 9000-EXIT.
006110
006120******************************************************************
006130* 9000-GRABA-JOBLOG - Agrega el renglon de esta corrida al
006140*                     control comun de la cadena nocturna.
006150******************************************************************
006160 9000-GRABA-JOBLOG.
006170     OPEN EXTEND JOBLOG.
006180     IF ST-JOB = "35"
006190        OPEN OUTPUT JOBLOG
006200        CLOSE JOBLOG
006210        OPEN EXTEND JOBLOG.
006220     IF ST-JOB > "07"
006230        GO TO 9000-EXIT.
006240     ACCEPT W-JOB-HORA-FIN FROM TIME.
006250     MOVE "CERTRET"         TO JOB-PROGRAMA.
006260     MOVE W-FECHA-SIST      TO JOB-FECHA.
006270     MOVE W-JOB-HORA-INICIO TO JOB-HORA-INICIO.
006280     MOVE W-JOB-HORA-FIN    TO JOB-HORA-FIN.
006290     MOVE W-JOB-RESULTADO   TO JOB-RESULTADO.
006300     MOVE W-JOB-DETALLE     TO JOB-DETALLE.
006310     WRITE REG-JOBLOG.
006320     CLOSE JOBLOG.
006330 9000-EXIT.
006340     EXIT.
006350
006360 END PROGRAM CERTRET.

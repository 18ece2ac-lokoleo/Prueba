000190* Modification History
000200* Date       Init  Description
000210* 2026-09-02  SIS  Version inicial.
000211* 2026-10-15  SIS  Traspasa tambien los saldos de cierre mensual
000212*                  (SALDOSHIS) de B, sumandolos a los de A.
000213* 2026-10-15  SIS  Conserva el concepto de los movimientos
000214*                  traspasados.
000215* 2026-10-15  SIS  Conserva el numero de certificado de retencion
000216*                  de los movimientos traspasados y pasa a A los
000217*                  certificados (RETENCIONES) que los referencian.
000218* 2026-10-15  SIS  Conserva el numero de recibo de los movimientos
000219*                  traspasados y pasa a A los recibos (RECIBOS)
000220*                  que los referencian.
000221* 2026-10-15  SIS  Pasa a A el certificado de retencion aunque su
000222*                  credito se haya traspasado antes que el debito.
000223* 2026-10-15  SIS  Pasa a A las ordenes permanentes activas de B,
000224*                  con numero nuevo, y desactiva las de B.
000225******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. FUSIONA.
000250 ENVIRONMENT DIVISION.
000410            ORGANIZATION INDEXED
000420            ACCESS MODE DYNAMIC
000430            RECORD KEY IS MOV-CLAVE
000431            STATUS ST-MOV.
000432
000433     SELECT OPTIONAL SALDOSHIS ASSIGN TO "./saldohis.dat"
000434            ORGANIZATION INDEXED
000435            ACCESS MODE DYNAMIC
000436            RECORD KEY IS SHI-CLAVE
000437            STATUS ST-SHI.
000438
000439     SELECT OPTIONAL RETENCIONES ASSIGN TO "./retencio.dat"
000440            ORGANIZATION INDEXED
000441            ACCESS MODE DYNAMIC
000442            RECORD KEY IS RET-CERTIFICADO
000443            STATUS ST-RET.
000444
000445     SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
000446            ORGANIZATION INDEXED
000447            ACCESS MODE DYNAMIC
000448            RECORD KEY IS REC-NUMERO
000449            STATUS ST-REC.
000450
000451     SELECT OPTIONAL ORDENES ASSIGN TO "./ordperm.dat"
000452            ORGANIZATION INDEXED
000453            ACCESS MODE DYNAMIC
000454            RECORD KEY IS ORP-CLAVE
000455            STATUS ST-ORD.
000456
000460     SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
000470            ORGANIZATION INDEXED
000480            ACCESS MODE DYNAMIC
000650
000660     COPY "MOVIMIEN.CPY".
000670
000671     COPY "SALDOHIS.CPY".
000672
000673     COPY "RETENCIO.CPY".
000674
000675     COPY "RECIBO.CPY".
000676
000677     COPY "ORDPERM.CPY".
000678
000680     COPY "USUARIO.CPY".
000690
000700     COPY "AUDITORI.CPY".
000800 01  ST-USR                  PIC XX.
000810 01  ST-AUD                  PIC XX.
000820 01  ST-REP                  PIC XX.
000822 01  ST-SHI                  PIC XX.
000824 01  ST-RET                  PIC XX.
000826 01  ST-REC                  PIC XX.
000828 01  ST-ORD                  PIC XX.
000830
000840 01  W-SUP-CODIGO            PIC X(4).
000850 01  W-SUP-CLAVE             PIC X(8).
001060 01  W-MOV-REV-MARCA         PIC X.
001070 01  W-MOV-REV-FECHA         PIC 9(8).
001080 01  W-MOV-REV-SEQ           PIC 9(5).
001081 01  W-MOV-CONCEPTO          PIC X(4).
001082 01  W-MOV-CERTIFICADO       PIC 9(8).
001083 01  W-MOV-RECIBO            PIC 9(8).
001084
001085 01  W-HAY-HIST-B            PIC X.
001086 01  W-HAY-HIST-A            PIC X.
001087 01  W-SHI-PERIODO           PIC 9(6).
001088 01  W-SHI-SALDO-CIERRE      PIC S9(9)V9(3).
001089 01  W-SHI-TOT-DEBITOS       PIC S9(9)V9(3).
001090 01  W-SHI-TOT-CREDITOS      PIC S9(9)V9(3).
001091 01  W-SHI-CANT-MOVS         PIC 9(5).
001092 01  W-SHI-FECHA-CIERRE      PIC 9(8).
001093
001100 01  W-FECHA-SIST            PIC 9(8).
001110 01  W-HORA-SIST             PIC 9(8).
001120
001130 01  W-CANT-TRASPASADOS      PIC 9(7)  VALUE 0.
001140 01  W-CANT-RENUMERADOS      PIC 9(7)  VALUE 0.
001141 01  W-CANT-HIST-TRASPASADOS PIC 9(7)  VALUE 0.
001142 01  W-CANT-RET-TRASPASADOS  PIC 9(7)  VALUE 0.
001143 01  W-RET-HALLADO           PIC X.
001144 01  W-CANT-REC-TRASPASADOS  PIC 9(7)  VALUE 0.
001145 01  W-REC-HALLADO           PIC X.
001146 01  W-RET-CAMBIO            PIC X.
001147 01  W-RET-CLI-ANT           PIC 9(7).
001148 01  W-CANT-ORD-TRASPASADAS  PIC 9(7)  VALUE 0.
001149 01  W-CANT-ORD-DESACTIVADAS PIC 9(7)  VALUE 0.
001150 01  W-HAY-ORD               PIC X.
001151 01  W-ORD-SIN-NUMERO        PIC X.
001152 01  W-ORD-ULTIMO-A          PIC 9(3).
001153 01  W-ORD-NUMERO-B          PIC 9(3).
001154 01  W-ORD-ED                PIC ZZ9.
001155 01  W-ORD-ED-2              PIC ZZ9.
001156 01  W-CANT-ERRORES-IO       PIC 9(7)  VALUE 0.
001160
001170 01  W-ID-ED                 PIC Z(6)9.
001180 01  W-SALDO-ED              PIC -9(7),999.
001570 01  LIN-RESUMEN-4.
001580     03  FILLER              PIC X(24) VALUE
001590             "Errores de E/S        :".
001591     03  LR4-CANT            PIC ZZZZZZ9.
001592
001593 01  LIN-RESUMEN-5.
001594     03  FILLER              PIC X(24) VALUE
001595             "Cierres mensuales trasp:".
001596     03  LR5-CANT            PIC ZZZZZZ9.
001597
001598 01  LIN-RESUMEN-6.
001599     03  FILLER              PIC X(24) VALUE
001600             "Certif. retencion trasp:".
001601     03  LR6-CANT            PIC ZZZZZZ9.
001602
001603 01  LIN-RESUMEN-7.
001604     03  FILLER              PIC X(24) VALUE
001605             "Recibos traspasados   :".
001606     03  LR7-CANT            PIC ZZZZZZ9.
001607
001608 01  LIN-RESUMEN-8.
001609     03  FILLER              PIC X(24) VALUE
001610             "Ordenes perm. trasp.  :".
001611     03  LR8-CANT            PIC ZZZZZZ9.
001612
001613 01  LIN-RESUMEN-9.
001614     03  FILLER              PIC X(24) VALUE
001615             "Ordenes desactivadas  :".
001616     03  LR9-CANT            PIC ZZZZZZ9.
001617
001620 PROCEDURE DIVISION.
001630 0000-MAINLINE.
001640     PERFORM 1000-INICIO.
001650     PERFORM 2000-TRASPASA-MOVS THRU 2000-EXIT.
001660     PERFORM 3000-FUSIONA-SALDO THRU 3000-EXIT.
001663     PERFORM 3500-TRASPASA-HISTORIAL THRU 3500-EXIT.
001666     PERFORM 3600-TRASPASA-ORDENES THRU 3600-EXIT.
001670     PERFORM 5000-FINAL.
001680     STOP RUN.
001690
002250        CLOSE USUARIOS
002260        CLOSE CLIENTES
002270        CLOSE MOVIMIENTOS
002271        CLOSE REPORTE
002272        STOP RUN.
002273     OPEN I-O SALDOSHIS.
002274     IF ST-SHI = "35"
002275        OPEN OUTPUT SALDOSHIS
002276        CLOSE SALDOSHIS
002277        OPEN I-O SALDOSHIS.
002278     IF ST-SHI > "07"
002279        MOVE SPACES TO LIN-REPORTE
002280        STRING "No se pudo abrir SALDOSHIS (saldohis.dat)"
002281               "-Status=" ST-SHI DELIMITED BY SIZE
002282               INTO LIN-REPORTE
002283        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002284        CLOSE USUARIOS
002285        CLOSE CLIENTES
002286        CLOSE MOVIMIENTOS
002287        CLOSE SALDOSHIS
002288        CLOSE REPORTE
002289        STOP RUN.
002290     OPEN I-O RETENCIONES.
002291     IF ST-RET = "35"
002292        OPEN OUTPUT RETENCIONES
002293        CLOSE RETENCIONES
002294        OPEN I-O RETENCIONES.
002295     IF ST-RET > "07"
002296        MOVE SPACES TO LIN-REPORTE
002297        STRING "No se pudo abrir RETENCIONES (retencio.dat)"
002298               "-Status=" ST-RET DELIMITED BY SIZE
002299               INTO LIN-REPORTE
002300        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002301        CLOSE USUARIOS
002302        CLOSE CLIENTES
002303        CLOSE MOVIMIENTOS
002304        CLOSE SALDOSHIS
002305        CLOSE RETENCIONES
002306        CLOSE REPORTE
002307        STOP RUN.
002308     OPEN I-O RECIBOS.
002309     IF ST-REC = "35"
002310        OPEN OUTPUT RECIBOS
002311        CLOSE RECIBOS
002312        OPEN I-O RECIBOS.
002313     IF ST-REC > "07"
002314        MOVE SPACES TO LIN-REPORTE
002315        STRING "No se pudo abrir RECIBOS (recibos.dat)"
002316               "-Status=" ST-REC DELIMITED BY SIZE
002317               INTO LIN-REPORTE
002318        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002319        CLOSE USUARIOS
002320        CLOSE CLIENTES
002321        CLOSE MOVIMIENTOS
002322        CLOSE SALDOSHIS
002323        CLOSE RETENCIONES
002324        CLOSE RECIBOS
002325        CLOSE REPORTE
002326        STOP RUN.
002327     OPEN I-O ORDENES.
002328     IF ST-ORD = "35"
002329        OPEN OUTPUT ORDENES
002330        CLOSE ORDENES
002331        OPEN I-O ORDENES.
002332     IF ST-ORD > "07"
002333        MOVE SPACES TO LIN-REPORTE
002334        STRING "No se pudo abrir ORDENES (ordperm.dat)"
002335               "-Status=" ST-ORD DELIMITED BY SIZE
002336               INTO LIN-REPORTE
002337        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002338        CLOSE USUARIOS
002339        CLOSE CLIENTES
002340        CLOSE MOVIMIENTOS
002341        CLOSE SALDOSHIS
002342        CLOSE RETENCIONES
002343        CLOSE RECIBOS
002344        CLOSE ORDENES
002345        CLOSE REPORTE
002346        STOP RUN.
002347     OPEN EXTEND AUDITORIA.
002348     IF ST-AUD = "35"
002349        OPEN OUTPUT AUDITORIA
002350        CLOSE AUDITORIA
002351        OPEN EXTEND AUDITORIA.
002352     DISPLAY "Id cliente DESTINO (A):".
002360     ACCEPT W-CLI-A.
002370     DISPLAY "Id cliente ABSORBIDO (B):".
002380     ACCEPT W-CLI-B.
003100     MOVE MOV-REV-MARCA TO W-MOV-REV-MARCA.
003110     MOVE MOV-REV-FECHA TO W-MOV-REV-FECHA.
003120     MOVE MOV-REV-SEQ   TO W-MOV-REV-SEQ.
003122     MOVE MOV-CONCEPTO  TO W-MOV-CONCEPTO.
003124     MOVE MOV-CERTIFICADO TO W-MOV-CERTIFICADO.
003126     MOVE MOV-RECIBO    TO W-MOV-RECIBO.
003130     DELETE MOVIMIENTOS RECORD.
003140     IF ST-MOV NOT = "00"
003150        ADD 1 TO W-CANT-ERRORES-IO
003290     MOVE W-MOV-REV-MARCA TO MOV-REV-MARCA.
003300     MOVE W-MOV-REV-FECHA TO MOV-REV-FECHA.
003310     MOVE W-MOV-REV-SEQ   TO MOV-REV-SEQ.
003312     MOVE W-MOV-CONCEPTO  TO MOV-CONCEPTO.
003314     MOVE W-MOV-CERTIFICADO TO MOV-CERTIFICADO.
003316     MOVE W-MOV-RECIBO    TO MOV-RECIBO.
003320 2000-GRABA.
003330     WRITE REG-MOVIMIENTO.
003340     IF ST-MOV = "22"
003500        MOVE MOV-SEQ     TO LRN-SEQ-NVA
003510        WRITE LIN-REPORTE FROM LIN-RENUMERADO
003520                AFTER ADVANCING 1 LINE.
003522     IF MOV-CERTIFICADO NUMERIC AND MOV-CERTIFICADO NOT = 0
003524        PERFORM 2200-TRASPASA-RETENCION THRU 2200-EXIT.
003526     IF MOV-RECIBO NUMERIC AND MOV-RECIBO NOT = 0
003528        PERFORM 2300-TRASPASA-RECIBO THRU 2300-EXIT.
003530     GO TO 2000-CICLO.
003540 2000-EXIT.
003550     EXIT.
003750        GO TO 2100-EXIT.
003760     IF ST-MOV > "07"
003770        ADD 1 TO W-CANT-ERRORES-IO
003771        MOVE "N" TO W-HAY-MOV-B
003772        GO TO 2100-EXIT.
003773     IF MOV-CLI-ID NOT = W-CLI-B
003774        MOVE "N" TO W-HAY-MOV-B.
003775 2100-EXIT.
003776     EXIT.
003777
003778******************************************************************
003779* 2200-TRASPASA-RETENCION - El movimiento traspasado lleva numero
003780*                           de certificado de retencion: pasa el
003781*                           certificado al Id de A y, si es el
003782*                           credito retenido o el debito de la
003783*                           retencion, actualiza la secuencia con
003784*                           que quedo grabado en A. El debito se
003785*                           acepta con el certificado ya en A, por
003786*                           si su credito se traspaso antes.
003787******************************************************************
003788 2200-TRASPASA-RETENCION.
003789     MOVE MOV-CERTIFICADO TO RET-CERTIFICADO.
003790     READ RETENCIONES
003791        INVALID KEY     MOVE "N" TO W-RET-HALLADO
003792        NOT INVALID KEY MOVE "S" TO W-RET-HALLADO.
003793     IF W-RET-HALLADO = "N"
003794        GO TO 2200-EXIT.
003795     MOVE "N"        TO W-RET-CAMBIO.
003796     MOVE RET-CLI-ID TO W-RET-CLI-ANT.
003797     IF RET-CLI-ID = W-CLI-B
003798        AND RET-CRE-FECHA = W-MOV-FECHA
003799        AND RET-CRE-SEQ   = W-MOV-SEQ
003800        MOVE MOV-SEQ TO RET-CRE-SEQ
003801        MOVE W-CLI-A TO RET-CLI-ID
003802        MOVE "S"     TO W-RET-CAMBIO.
003803     IF (W-RET-CLI-ANT = W-CLI-B OR W-RET-CLI-ANT = W-CLI-A)
003804        AND RET-DEB-FECHA = W-MOV-FECHA
003805        AND RET-DEB-SEQ   = W-MOV-SEQ
003806        MOVE MOV-SEQ TO RET-DEB-SEQ
003807        MOVE W-CLI-A TO RET-CLI-ID
003808        MOVE "S"     TO W-RET-CAMBIO.
003809     IF W-RET-CAMBIO = "N"
003810        GO TO 2200-EXIT.
003811     REWRITE REG-RETENCION.
003812     IF ST-RET NOT = "00"
003813        ADD 1 TO W-CANT-ERRORES-IO
003814        MOVE SPACES TO LIN-REPORTE
003815        STRING "Error regrabando certificado de retencion "
003816               RET-CERTIFICADO " - Status=" ST-RET
003817               DELIMITED BY SIZE INTO LIN-REPORTE
003818        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003819        GO TO 2200-EXIT.
003820     IF W-RET-CLI-ANT = W-CLI-B
003821        ADD 1 TO W-CANT-RET-TRASPASADOS.
003822 2200-EXIT.
003823     EXIT.
003824
003825******************************************************************
003826* 2300-TRASPASA-RECIBO - El movimiento traspasado lleva numero de
003827*                        recibo: pasa el recibo al Id de A con la
003828*                        secuencia con que quedo grabado en A.
003829******************************************************************
003830 2300-TRASPASA-RECIBO.
003831     MOVE MOV-RECIBO TO REC-NUMERO.
003832     READ RECIBOS
003833        INVALID KEY     MOVE "N" TO W-REC-HALLADO
003834        NOT INVALID KEY MOVE "S" TO W-REC-HALLADO.
003835     IF W-REC-HALLADO = "N"
003836        GO TO 2300-EXIT.
003837     IF REC-CLI-ID NOT = W-CLI-B
003838        OR REC-MOV-FECHA NOT = W-MOV-FECHA
003839        OR REC-MOV-SEQ NOT = W-MOV-SEQ
003840        GO TO 2300-EXIT.
003841     MOVE W-CLI-A TO REC-CLI-ID.
003842     MOVE MOV-SEQ TO REC-MOV-SEQ.
003843     REWRITE REG-RECIBO.
003844     IF ST-REC NOT = "00"
003845        ADD 1 TO W-CANT-ERRORES-IO
003846        MOVE SPACES TO LIN-REPORTE
003847        STRING "Error regrabando recibo " REC-NUMERO
003848               " - Status=" ST-REC
003849               DELIMITED BY SIZE INTO LIN-REPORTE
003850        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003851        GO TO 2300-EXIT.
003852     ADD 1 TO W-CANT-REC-TRASPASADOS.
003853 2300-EXIT.
003854     EXIT.
003855
003856******************************************************************
003860* 3000-FUSIONA-SALDO - Suma el saldo de B al de A, deja a B en
003870*                      cero, inactivo y apuntando a A, y asienta
003880*                      ambos cambios en AUDITORIA.
004330     IF W-CLI-HALLADO = "N"
004340        ADD 1 TO W-CANT-ERRORES-IO
004350        GO TO 3000-EXIT.
004351     MOVE CLI_SALDO TO W-SALDO-A-ANT.
004352     ADD W-SALDO-B TO CLI_SALDO.
004353     REWRITE REG-CLIENTES.
004354     IF ST-CLI NOT = "00"
004355        ADD 1 TO W-CANT-ERRORES-IO
004356        MOVE SPACES TO LIN-REPORTE
004357        STRING "Error regrabando cliente A - Status=" ST-CLI
004358               DELIMITED BY SIZE INTO LIN-REPORTE
004359        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004360        GO TO 3000-EXIT.
004361     MOVE W-CLI-A TO AUD-CLI-ID.
004362     MOVE "FUSION" TO AUD-OPERACION.
004363     MOVE "SALDO" TO AUD-CAMPO.
004364     MOVE W-SALDO-A-ANT TO W-SALDO-ED.
004365     MOVE W-SALDO-ED TO AUD-VALOR-ANTERIOR.
004366     MOVE CLI_SALDO TO W-SALDO-ED-2.
004367     MOVE W-SALDO-ED-2 TO AUD-VALOR-NUEVO.
004368     PERFORM 4000-GRABA-AUDITORIA THRU 4000-EXIT.
004369 3000-EXIT.
004370     EXIT.
004371
004372******************************************************************
004373* 3500-TRASPASA-HISTORIAL - Pasa a A los saldos de cierre mensual
004374*              de B: por cada periodo de B suma saldo, debitos,
004375*              creditos y movimientos al cierre de A del mismo
004376*              periodo, o lo graba con el Id de A si A no lo
004377*              tiene, y borra el de B. Asi la consulta de saldo a
004378*              fecha de A queda de acuerdo con los movimientos
004379*              traspasados.
004380******************************************************************
004381 3500-TRASPASA-HISTORIAL.
004382     MOVE "S" TO W-HAY-HIST-B.
004383 3500-CICLO.
004384     IF W-HAY-HIST-B = "N"
004385        GO TO 3500-EXIT.
004386     MOVE W-CLI-B TO SHI-CLI-ID.
004387     MOVE 0       TO SHI-PERIODO.
004388     START SALDOSHIS KEY IS NOT LESS THAN SHI-CLAVE
004389         INVALID KEY MOVE "N" TO W-HAY-HIST-B.
004390     IF ST-SHI > "07"
004391        MOVE "N" TO W-HAY-HIST-B.
004392     IF W-HAY-HIST-B = "N"
004393        GO TO 3500-EXIT.
004394     READ SALDOSHIS NEXT RECORD
004395         AT END MOVE "N" TO W-HAY-HIST-B.
004396     IF W-HAY-HIST-B = "N"
004397        GO TO 3500-EXIT.
004398     IF ST-SHI > "07"
004399        ADD 1 TO W-CANT-ERRORES-IO
004400        GO TO 3500-EXIT.
004401     IF SHI-CLI-ID NOT = W-CLI-B
004402        GO TO 3500-EXIT.
004403     MOVE SHI-PERIODO      TO W-SHI-PERIODO.
004404     MOVE SHI-SALDO-CIERRE TO W-SHI-SALDO-CIERRE.
004405     MOVE SHI-TOT-DEBITOS  TO W-SHI-TOT-DEBITOS.
004406     MOVE SHI-TOT-CREDITOS TO W-SHI-TOT-CREDITOS.
004407     MOVE SHI-CANT-MOVS    TO W-SHI-CANT-MOVS.
004408     MOVE SHI-FECHA-CIERRE TO W-SHI-FECHA-CIERRE.
004409     DELETE SALDOSHIS RECORD.
004410     IF ST-SHI NOT = "00"
004411        ADD 1 TO W-CANT-ERRORES-IO
004412        MOVE SPACES TO LIN-REPORTE
004413        STRING "Error borrando cierre mensual de B - Status="
004414               ST-SHI DELIMITED BY SIZE INTO LIN-REPORTE
004415        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004416        GO TO 3500-EXIT.
004417     MOVE W-CLI-A       TO SHI-CLI-ID.
004418     MOVE W-SHI-PERIODO TO SHI-PERIODO.
004419     READ SALDOSHIS
004420         INVALID KEY     MOVE "N" TO W-HAY-HIST-A
004421         NOT INVALID KEY MOVE "S" TO W-HAY-HIST-A.
004422     IF W-HAY-HIST-A = "N"
004423        MOVE W-SHI-SALDO-CIERRE TO SHI-SALDO-CIERRE
004424        MOVE W-SHI-TOT-DEBITOS  TO SHI-TOT-DEBITOS
004425        MOVE W-SHI-TOT-CREDITOS TO SHI-TOT-CREDITOS
004426        MOVE W-SHI-CANT-MOVS    TO SHI-CANT-MOVS
004427        MOVE W-SHI-FECHA-CIERRE TO SHI-FECHA-CIERRE
004428        WRITE REG-SALDOHIS
004429     ELSE
004430        ADD W-SHI-SALDO-CIERRE TO SHI-SALDO-CIERRE
004431        ADD W-SHI-TOT-DEBITOS  TO SHI-TOT-DEBITOS
004432        ADD W-SHI-TOT-CREDITOS TO SHI-TOT-CREDITOS
004433        ADD W-SHI-CANT-MOVS    TO SHI-CANT-MOVS
004434        REWRITE REG-SALDOHIS.
004435     IF ST-SHI NOT = "00"
004436        ADD 1 TO W-CANT-ERRORES-IO
004437        MOVE SPACES TO LIN-REPORTE
004438        STRING "Error grabando cierre mensual en A - Periodo="
004439               W-SHI-PERIODO " Status=" ST-SHI
004440               DELIMITED BY SIZE INTO LIN-REPORTE
004441        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004442        GO TO 3500-EXIT.
004443     ADD 1 TO W-CANT-HIST-TRASPASADOS.
004444     GO TO 3500-CICLO.
004445 3500-EXIT.
004446     EXIT.
004447
004448******************************************************************
004449* 3600-TRASPASA-ORDENES - Pasa a A las ordenes permanentes activas
004450*              de B, que de otro modo APLORDEN rechazaria todas
004451*              las noches por cliente dado de baja: graba cada una
004452*              con el Id de A y el numero de orden siguiente al
004453*              mas alto de A, conservando el ultimo periodo
004454*              aplicado, y desactiva la de B. Sin numero libre en
004455*              A la orden de B solo se desactiva. Cada orden deja
004456*              su renglon en AUDITORIA y en el listado.
004457******************************************************************
004458 3600-TRASPASA-ORDENES.
004459     MOVE 0       TO W-ORD-ULTIMO-A.
004460     MOVE "S"     TO W-HAY-ORD.
004461     MOVE W-CLI-A TO ORP-CLI-ID.
004462     MOVE 0       TO ORP-NUMERO.
004463     START ORDENES KEY IS NOT LESS THAN ORP-CLAVE
004464         INVALID KEY MOVE "N" TO W-HAY-ORD.
004465     IF ST-ORD > "07"
004466        MOVE "N" TO W-HAY-ORD.
004467 3600-ULTIMO-A.
004468     IF W-HAY-ORD = "N"
004469        GO TO 3600-ORDENES-B.
004470     READ ORDENES NEXT RECORD
004471         AT END MOVE "N" TO W-HAY-ORD.
004472     IF W-HAY-ORD = "N"
004473        GO TO 3600-ORDENES-B.
004474     IF ST-ORD > "07"
004475        ADD 1 TO W-CANT-ERRORES-IO
004476        GO TO 3600-EXIT.
004477     IF ORP-CLI-ID NOT = W-CLI-A
004478        GO TO 3600-ORDENES-B.
004479     MOVE ORP-NUMERO TO W-ORD-ULTIMO-A.
004480     GO TO 3600-ULTIMO-A.
004481 3600-ORDENES-B.
004482     MOVE 0 TO W-ORD-NUMERO-B.
004483 3600-CICLO.
004484     MOVE W-CLI-B        TO ORP-CLI-ID.
004485     MOVE W-ORD-NUMERO-B TO ORP-NUMERO.
004486     START ORDENES KEY IS GREATER THAN ORP-CLAVE
004487         INVALID KEY GO TO 3600-EXIT.
004488     IF ST-ORD > "07"
004489        GO TO 3600-EXIT.
004490     READ ORDENES NEXT RECORD
004491         AT END GO TO 3600-EXIT.
004492     IF ST-ORD > "07"
004493        ADD 1 TO W-CANT-ERRORES-IO
004494        GO TO 3600-EXIT.
004495     IF ORP-CLI-ID NOT = W-CLI-B
004496        GO TO 3600-EXIT.
004497     MOVE ORP-NUMERO TO W-ORD-NUMERO-B.
004498     IF NOT ORP-ES-ACTIVA
004499        GO TO 3600-CICLO.
004500     MOVE W-ORD-NUMERO-B TO W-ORD-ED.
004501     MOVE W-CLI-B        TO W-ID-ED.
004502     MOVE SPACES         TO AUD-VALOR-ANTERIOR.
004503     STRING "CLIENTE " W-ID-ED " ORDEN " W-ORD-ED
004504            DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR.
004505     MOVE "N" TO W-ORD-SIN-NUMERO.
004506     IF W-ORD-ULTIMO-A = 999
004507        MOVE "S" TO W-ORD-SIN-NUMERO
004508        GO TO 3600-DESACTIVA.
004509     ADD 1 TO W-ORD-ULTIMO-A.
004510     MOVE W-CLI-A        TO ORP-CLI-ID.
004511     MOVE W-ORD-ULTIMO-A TO ORP-NUMERO.
004512     MOVE W-SUP-CODIGO   TO ORP-OPERADOR.
004513     WRITE REG-ORDEN.
004514     IF ST-ORD NOT = "00"
004515        ADD 1 TO W-CANT-ERRORES-IO
004516        MOVE SPACES TO LIN-REPORTE
004517        STRING "Error grabando en A la orden " W-ORD-ED
004518               " de B - Status=" ST-ORD
004519               DELIMITED BY SIZE INTO LIN-REPORTE
004520        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004521        GO TO 3600-CICLO.
004522     ADD 1 TO W-CANT-ORD-TRASPASADAS.
004523     MOVE W-ORD-ULTIMO-A TO W-ORD-ED-2.
004524     MOVE W-CLI-A        TO W-ID-ED.
004525     MOVE W-CLI-A        TO AUD-CLI-ID.
004526     MOVE "FUSION"       TO AUD-OPERACION.
004527     MOVE SPACES         TO AUD-CAMPO.
004528     STRING "ORDEN " W-ORD-ED-2
004529            DELIMITED BY SIZE INTO AUD-CAMPO.
004530     MOVE SPACES         TO AUD-VALOR-NUEVO.
004531     STRING "CLIENTE " W-ID-ED " ORDEN " W-ORD-ED-2
004532            DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
004533     PERFORM 4000-GRABA-AUDITORIA THRU 4000-EXIT.
004534     MOVE SPACES TO LIN-REPORTE.
004535     STRING "  Orden permanente " W-ORD-ED " de B pasa a A como "
004536            "orden " W-ORD-ED-2
004537            DELIMITED BY SIZE INTO LIN-REPORTE.
004538     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004539 3600-DESACTIVA.
004540     MOVE W-CLI-B        TO ORP-CLI-ID.
004541     MOVE W-ORD-NUMERO-B TO ORP-NUMERO.
004542     READ ORDENES
004543         INVALID KEY GO TO 3600-CICLO.
004544     MOVE "N"            TO ORP-ACTIVA.
004545     MOVE W-SUP-CODIGO   TO ORP-OPERADOR.
004546     REWRITE REG-ORDEN.
004547     IF ST-ORD NOT = "00"
004548        ADD 1 TO W-CANT-ERRORES-IO
004549        MOVE SPACES TO LIN-REPORTE
004550        STRING "Error desactivando la orden " W-ORD-ED
004551               " de B - Status=" ST-ORD
004552               DELIMITED BY SIZE INTO LIN-REPORTE
004553        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
004554        GO TO 3600-CICLO.
004555     IF W-ORD-SIN-NUMERO = "N"
004556        GO TO 3600-CICLO.
004557     ADD 1 TO W-CANT-ORD-DESACTIVADAS.
004558     MOVE W-CLI-B        TO AUD-CLI-ID.
004559     MOVE "FUSION"       TO AUD-OPERACION.
004560     MOVE SPACES         TO AUD-CAMPO.
004561     STRING "ORDEN " W-ORD-ED
004562            DELIMITED BY SIZE INTO AUD-CAMPO.
004563     MOVE "DESACTIVADA - SIN NUMERO DE ORDEN LIBRE EN A"
004564          TO AUD-VALOR-NUEVO.
004565     PERFORM 4000-GRABA-AUDITORIA THRU 4000-EXIT.
004566     MOVE SPACES TO LIN-REPORTE.
004567     STRING "  Orden permanente " W-ORD-ED " de B desactivada: "
004568            "sin numero de orden libre en A"
004569            DELIMITED BY SIZE INTO LIN-REPORTE.
004570     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
004571     GO TO 3600-CICLO.
004572 3600-EXIT.
004573     EXIT.
004574
004575******************************************************************
004580* 4000-GRABA-AUDITORIA - Completa fecha, hora y operador del
004590*                        renglon de auditoria armado y lo graba.
004600******************************************************************
004820     WRITE LIN-REPORTE FROM LIN-RESUMEN-3 AFTER ADVANCING 1 LINE.
004830     MOVE W-CANT-ERRORES-IO  TO LR4-CANT.
004840     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
004841     MOVE W-CANT-HIST-TRASPASADOS TO LR5-CANT.
004842     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
004843     MOVE W-CANT-RET-TRASPASADOS TO LR6-CANT.
004844     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
004845     MOVE W-CANT-REC-TRASPASADOS TO LR7-CANT.
004846     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
004847     MOVE W-CANT-ORD-TRASPASADAS TO LR8-CANT.
004848     WRITE LIN-REPORTE FROM LIN-RESUMEN-8 AFTER ADVANCING 1 LINE.
004849     MOVE W-CANT-ORD-DESACTIVADAS TO LR9-CANT.
004850     WRITE LIN-REPORTE FROM LIN-RESUMEN-9 AFTER ADVANCING 1 LINE.
004851     IF W-CANT-ERRORES-IO = 0
004860        MOVE "Fusion completada sin errores." TO LIN-REPORTE
004870     ELSE
004880        MOVE "ATENCION: fusion con errores de E/S, revisar."
004970     CLOSE USUARIOS.
004980     CLOSE CLIENTES.
004990     CLOSE MOVIMIENTOS.
004992     CLOSE SALDOSHIS.
004994     CLOSE RETENCIONES.
004996     CLOSE RECIBOS.
004998     CLOSE ORDENES.
005000     CLOSE AUDITORIA.
005010     CLOSE REPORTE.
005020 9000-EXIT.

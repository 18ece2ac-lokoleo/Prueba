000214*                  cada movimiento aplicado (operador LOTE).
000216* 2026-09-02  SIS  Inicializa los campos de reversa del
000218*                  registro de movimiento.
000219* 2026-10-15  SIS  Rechaza fechas de periodos cerrados segun el
000220*                  control de cierre mensual (periodo.ctl).
000221* 2026-10-15  SIS  Concepto del movimiento opcional al final de
000222*                  la linea (COBR si viene en blanco), validado
000223*                  contra el catalogo de CONCEPTOS.
000224* 2026-10-15  SIS  Cuentas dormidas: solo se aplican con un
000225*                  supervisor nivel 3 firmado al inicio de la
000226*                  corrida; el movimiento levanta la marca.
000227* 2026-10-15  SIS  Retencion sobre los creditos segun el regimen
000228*                  del cliente: debito de retencion vinculado,
000229*                  certificado en RETENCIONES y totales propios.
000230* 2026-10-15  SIS  Inicializa el numero de recibo del
000231*                  movimiento.
000232* 2026-10-15  SIS  La retencion anota el certificado en el credito
000233*                  recien grabado el debito; un certificado sin
000234*                  debito queda en AUDITORIA como no usado.
000236* 2026-10-15  SIS  Sin catalogo de CONCEPTOS la corrida termina.
000238*                  Numerador o certificado bloqueado por otro
000240*                  proceso: se reintenta; un certificado que no
000242*                  se graba queda en AUDITORIA como no grabado.
000244******************************************************************
000246 IDENTIFICATION DIVISION.
000248 PROGRAM-ID. CARGAMOV.
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SPECIAL-NAMES.
000460            ACCESS MODE DYNAMIC
000470            RECORD KEY IS CAT-CODIGO
000480            STATUS ST-CAT.
000481
000482     SELECT OPTIONAL CONCEPTOS ASSIGN TO "./concepto.dat"
000483            ORGANIZATION INDEXED
000484            ACCESS MODE DYNAMIC
000485            RECORD KEY IS CPT-CODIGO
000486            STATUS ST-CPT.
000490
000500     SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
000510            ORGANIZATION INDEXED
000630            STATUS ST-REP.
000640
000650     SELECT OPTIONAL CONTROLCHK ASSIGN TO "./cargamov.chk"
000651            ORGANIZATION LINE SEQUENTIAL
000652            STATUS ST-CHK.
000653
000654     SELECT OPTIONAL PERIODOS ASSIGN TO "./periodo.ctl"
000655            ORGANIZATION LINE SEQUENTIAL
000656            STATUS ST-PER.
000657
000658     SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
000659            ORGANIZATION INDEXED
000660            ACCESS MODE DYNAMIC
000661            RECORD KEY IS USR-CODIGO
000662            STATUS ST-USR.
000663
000664     SELECT OPTIONAL REGIMENES ASSIGN TO "./regimen.dat"
000665            ORGANIZATION INDEXED
000666            ACCESS MODE DYNAMIC
000667            RECORD KEY IS RGM-CLAVE
000668            STATUS ST-RGM.
000669
000670     SELECT OPTIONAL NUMERADORES ASSIGN TO "./numerad.dat"
000671            ORGANIZATION INDEXED
000672            ACCESS MODE DYNAMIC
000673            RECORD KEY IS NUM-SERIE
000674            STATUS ST-NUM.
000675
000676     SELECT OPTIONAL RETENCIONES ASSIGN TO "./retencio.dat"
000677            ORGANIZATION INDEXED
000678            ACCESS MODE DYNAMIC
000679            RECORD KEY IS RET-CERTIFICADO
000680            STATUS ST-RET.
000681
000690 DATA DIVISION.
000700 FILE SECTION.
000710
000770     03  ENT-TIPO            PIC X.
000780     03  ENT-IMPORTE         PIC 9(7)V9(3).
000790     03  ENT-MOTIVO          PIC X(40).
000795     03  ENT-CONCEPTO        PIC X(4).
000800
000810     COPY "CLIENTE.CPY".
000820
000830     COPY "MOVIMIEN.CPY".
000840
000850     COPY "CATEGOR.CPY".
000853
000856     COPY "CONCEPTO.CPY".
000860
000870     COPY "AUDITORI.CPY".
000871
000872     COPY "PERIODO.CPY".
000873
000874     COPY "USUARIO.CPY".
000875
000876     COPY "REGIMEN.CPY".
000880
000882     COPY "NUMERAD.CPY".
000884
000886     COPY "RETENCIO.CPY".
000888
000890 FD  REPORTE.
000900
000910 01  LIN-REPORTE             PIC X(132).
000990     03  CHK-RECHAZOS        PIC 9(7).
001000     03  CHK-DEBITOS         PIC S9(9)V9(3).
001010     03  CHK-CREDITOS        PIC S9(9)V9(3).
001013     03  CHK-CANT-RETENC     PIC 9(7).
001016     03  CHK-RETENCIONES     PIC S9(9)V9(3).
001020
001030 WORKING-STORAGE SECTION.
001040
001090 01  ST-AUD                  PIC XX.
001100 01  ST-REP                  PIC XX.
001110 01  ST-CHK                  PIC XX.
001111 01  ST-PER                  PIC XX.
001112 01  ST-CPT                  PIC XX.
001113 01  ST-USR                  PIC XX.
001114 01  ST-RGM                  PIC XX.
001115 01  ST-NUM                  PIC XX.
001116 01  ST-RET                  PIC XX.
001120
001130 01  W-REANUDA               PIC X     VALUE "N".
001140 01  W-RESPUESTA             PIC X.
001260 01  W-CLI-EXISTE            PIC X.
001270 01  W-CATEGORIAS-OK         PIC X     VALUE "S".
001280 01  W-CATEGORIA-VALIDA      PIC X.
001285 01  W-CPT-EXISTE            PIC X.
001290 01  W-SALDO-PROYECTADO      PIC S9(9)V9(3).
001300 01  W-LIMITE-NEG            PIC S9(9)V9(3).
001310 01  W-SALDO-ANT-ED          PIC -9(7),999.
001320 01  W-SALDO-NVO-ED          PIC -9(7),999.
001321 01  W-FECHA-SIST            PIC 9(8).
001322 01  W-HORA-SIST             PIC 9(8).
001323 01  W-ULT-CERRADO           PIC 9(6)  VALUE 0.
001324
001325 01  W-SUP-CODIGO            PIC X(4)  VALUE SPACES.
001326 01  W-SUP-CLAVE             PIC X(8).
001327 01  W-SUP-OK                PIC X     VALUE "N".
001328 01  W-USR-HALLADO           PIC X.
001329 01  W-DORMIDA-REACTIVA      PIC X.
001330 01  W-REGIMENES-OK          PIC X     VALUE "S".
001331 01  W-NUMERADORES-OK        PIC X     VALUE "S".
001332 01  W-RETENCIONES-OK        PIC X     VALUE "S".
001333 01  W-RGM-EXISTE            PIC X.
001334 01  W-RET-BASE              PIC 9(7)V9(3).
001335 01  W-RET-CENTAVOS          PIC 9(7)V99.
001336 01  W-RET-IMPORTE           PIC 9(7)V9(3).
001337 01  W-RET-CERTIFICADO       PIC 9(8).
001338 01  W-RET-CRE-SEQ           PIC 9(5).
001339 01  W-RET-DEB-SEQ           PIC 9(5).
001340 01  W-RET-CRE-HALLADO       PIC X.
001341 01  W-RET-AVISO             PIC X(60).
001342 01  W-NUM-SERIE             PIC X(4).
001343 01  W-NUM-EXISTE            PIC X.
001344 01  W-NUM-ASIGNADO          PIC 9(8).
001345 01  W-REINTENTOS            PIC 99.
001346 01  W-MAX-REINTENTOS        PIC 99    VALUE 10.
001347 01  W-ESPERA-CONTADOR       PIC 9(7).
001348 01  W-ESPERA-MAX            PIC 9(7)  VALUE 2000000.
001349 01  W-IMPORTE-ED            PIC -9(7),999.
001350
001360 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
001370 01  W-CANT-ACEPTADOS        PIC 9(7)  VALUE 0.
001380 01  W-CANT-RECHAZOS         PIC 9(7)  VALUE 0.
001390 01  W-TOT-DEBITOS           PIC S9(9)V9(3) VALUE 0.
001400 01  W-TOT-CREDITOS          PIC S9(9)V9(3) VALUE 0.
001403 01  W-CANT-RETENC           PIC 9(7)  VALUE 0.
001406 01  W-TOT-RETENCIONES       PIC S9(9)V9(3) VALUE 0.
001410
001420 01  LIN-DETALLE.
001430     03  LD-ID               PIC Z(6)9.
001500     03  FILLER              PIC X(2)  VALUE SPACES.
001510     03  LD-RESULTADO        PIC X(15).
001520     03  LD-MOTIVO           PIC X(40).
001522 01  LIN-RETENCION.
001524     03  FILLER              PIC X(9)  VALUE SPACES.
001526     03  LRT-TEXTO           PIC X(60).
001530
001540 01  LIN-RESUMEN-1.
001550     03  FILLER              PIC X(24) VALUE
001750     03  FILLER              PIC X(24) VALUE
001760             "Total creditos        :".
001770     03  LR5-IMPORTE         PIC -9(9),999.
001771 01  LIN-RESUMEN-6.
001772     03  FILLER              PIC X(24) VALUE
001773             "Retenciones practicadas:".
001774     03  LR6-CANT            PIC ZZZZZZ9.
001775
001776 01  LIN-RESUMEN-7.
001777     03  FILLER              PIC X(24) VALUE
001778             "Total retenciones     :".
001779     03  LR7-IMPORTE         PIC -9(9),999.
001780
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
002360        CLOSE ENTRADA
002370        CLOSE CLIENTES
002380        CLOSE MOVIMIENTOS
002381        STOP RUN.
002382     OPEN INPUT CATEGORIAS.
002383     IF ST-CAT NOT = "00"
002384        MOVE "N" TO W-CATEGORIAS-OK.
002385     OPEN INPUT CONCEPTOS.
002386     IF ST-CPT NOT = "00"
002387        MOVE SPACES TO LIN-REPORTE
002388        STRING "No se pudo abrir CONCEPTOS (concepto.dat)-Status="
002389               ST-CPT DELIMITED BY SIZE INTO LIN-REPORTE
002390        WRITE LIN-REPORTE AFTER ADVANCING 2 LINES
002391        CLOSE REPORTE
002392        CLOSE ENTRADA
002393        CLOSE CLIENTES
002394        CLOSE MOVIMIENTOS
002395        CLOSE CATEGORIAS
002396        CLOSE CONCEPTOS
002397        STOP RUN.
002398     OPEN INPUT PERIODOS.
002399     IF ST-PER = "00"
002400        READ PERIODOS
002401            AT END MOVE 0 TO PER-ULT-CERRADO
002402        END-READ
002403        IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
002404           MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
002405     CLOSE PERIODOS.
002406     OPEN INPUT REGIMENES.
002407     IF ST-RGM NOT = "00"
002408        MOVE "N" TO W-REGIMENES-OK.
002409     OPEN I-O NUMERADORES.
002410     IF ST-NUM = "35"
002411        OPEN OUTPUT NUMERADORES
002412        CLOSE NUMERADORES
002413        OPEN I-O NUMERADORES.
002414     IF ST-NUM > "07"
002415        MOVE "N" TO W-NUMERADORES-OK.
002416     OPEN I-O RETENCIONES.
002417     IF ST-RET = "35"
002418        OPEN OUTPUT RETENCIONES
002419        CLOSE RETENCIONES
002420        OPEN I-O RETENCIONES.
002421     IF ST-RET > "07"
002422        MOVE "N" TO W-RETENCIONES-OK.
002423     PERFORM 1300-FIRMA-SUPERVISOR THRU 1300-EXIT.
002430     OPEN EXTEND AUDITORIA.
002440     IF ST-AUD = "35"
002450        OPEN OUTPUT AUDITORIA
002850     MOVE CHK-RECHAZOS  TO W-CANT-RECHAZOS.
002860     MOVE CHK-DEBITOS   TO W-TOT-DEBITOS.
002870     MOVE CHK-CREDITOS  TO W-TOT-CREDITOS.
002872     IF CHK-CANT-RETENC NUMERIC AND CHK-RETENCIONES NUMERIC
002874        MOVE CHK-CANT-RETENC TO W-CANT-RETENC
002876        MOVE CHK-RETENCIONES TO W-TOT-RETENCIONES.
002880     CLOSE CONTROLCHK.
002890 1100-EXIT.
002900     EXIT.
003030     IF NO-HAY-MAS-ENTRADA
003040        GO TO 1200-EXIT.
003050     ADD 1 TO W-SALTEADOS.
003051     GO TO 1200-CICLO.
003052 1200-EXIT.
003053     EXIT.
003054
003055******************************************************************
003056* 1300-FIRMA-SUPERVISOR - Los movimientos de cuentas dormidas
003057*                         solo se aplican si un supervisor nivel 3
003058*                         del maestro de USUARIOS firma la
003059*                         corrida; sin firma (ENTER) se rechazan.
003060******************************************************************
003061 1300-FIRMA-SUPERVISOR.
003062     MOVE "N" TO W-SUP-OK.
003063     OPEN INPUT USUARIOS.
003064     IF ST-USR > "07"
003065        CLOSE USUARIOS
003066        MOVE "Sin USUARIOS - cuentas dormidas se rechazan"
003067             TO LIN-REPORTE
003068        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003069        GO TO 1300-EXIT.
003070     DISPLAY "Supervisor que autoriza cuentas dormidas"
003071             " (ENTER = ninguno):".
003072     MOVE SPACES TO W-SUP-CODIGO.
003073     ACCEPT W-SUP-CODIGO.
003074     IF W-SUP-CODIGO = SPACES
003075        CLOSE USUARIOS
003076        MOVE "Sin supervisor - cuentas dormidas se rechazan"
003077             TO LIN-REPORTE
003078        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003079        GO TO 1300-EXIT.
003080     DISPLAY "Clave:".
003081     MOVE SPACES TO W-SUP-CLAVE.
003082     ACCEPT W-SUP-CLAVE.
003083     MOVE W-SUP-CODIGO TO USR-CODIGO.
003084     READ USUARIOS
003085         INVALID KEY     MOVE "N" TO W-USR-HALLADO
003086         NOT INVALID KEY MOVE "S" TO W-USR-HALLADO.
003087     CLOSE USUARIOS.
003088     IF W-USR-HALLADO = "S" AND USR-ACTIVO
003089        AND USR-NIVEL-SUPER
003090        AND USR-CLAVE = W-SUP-CLAVE
003091        MOVE "S" TO W-SUP-OK
003092        MOVE SPACES TO LIN-REPORTE
003093        STRING "Cuentas dormidas autorizadas por el supervisor "
003094               W-SUP-CODIGO DELIMITED BY SIZE INTO LIN-REPORTE
003095        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
003096     ELSE
003097        DISPLAY "Supervisor invalido o sin nivel - dormidas"
003098                " se rechazan"
003099        MOVE "Supervisor invalido - cuentas dormidas se rechazan"
003100             TO LIN-REPORTE
003101        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
003102 1300-EXIT.
003103     EXIT.
003104
003105******************************************************************
003110* 2000-PROCESO - Valida y aplica un movimiento de la entrada.
003120******************************************************************
003130 2000-PROCESO.
003140     ADD 1 TO W-CANT-LEIDOS.
003143     MOVE 0      TO W-RET-IMPORTE.
003146     MOVE SPACES TO W-RET-AVISO.
003150     PERFORM 2200-VALIDA-ENTRADA THRU 2200-EXIT.
003160     MOVE ENT-CLI-ID  TO LD-ID.
003170     MOVE ENT-FECHA   TO LD-FECHA.
003250        PERFORM 2300-GRABA-MOVIMIENTO THRU 2300-EXIT
003260     END-IF.
003270     WRITE LIN-REPORTE FROM LIN-DETALLE AFTER ADVANCING 1 LINE.
003272     IF W-RET-AVISO NOT = SPACES
003274        MOVE W-RET-AVISO TO LRT-TEXTO
003276        WRITE LIN-REPORTE FROM LIN-RETENCION
003278                AFTER ADVANCING 1 LINE.
003280*    El checkpoint se graba por registro: reanudar no debe
003290*    volver a aplicar un movimiento ya asentado.
003300     PERFORM 2400-GRABA-CHECKPOINT THRU 2400-EXIT.
003650     IF ENT-FECHA = 0
003660        MOVE "S" TO W-RECHAZADO
003670        MOVE "Fecha en cero" TO W-MOTIVO-RECHAZO
003672        GO TO 2200-EXIT.
003674     IF ENT-FECHA(1:6) NOT > W-ULT-CERRADO
003676        MOVE "S" TO W-RECHAZADO
003678        MOVE "Fecha en periodo cerrado" TO W-MOTIVO-RECHAZO
003680        GO TO 2200-EXIT.
003690     IF ENT-TIPO = "d"
003700        MOVE "D" TO ENT-TIPO.
003860        MOVE "S" TO W-RECHAZADO
003870        MOVE "Motivo en blanco" TO W-MOTIVO-RECHAZO
003880        GO TO 2200-EXIT.
003882     PERFORM 2260-CONTROLA-CONCEPTO THRU 2260-EXIT.
003884     IF REGISTRO-RECHAZADO
003886        GO TO 2200-EXIT.
003890     MOVE ENT-CLI-ID TO CLI_ID.
003900     READ CLIENTES
003910         INVALID KEY     MOVE "N" TO W-CLI-EXISTE
004020     IF CLI-INACTIVO
004030        MOVE "S" TO W-RECHAZADO
004040        MOVE "Cliente dado de baja" TO W-MOTIVO-RECHAZO
004041        GO TO 2200-EXIT.
004042     IF CLI-ES-DORMIDA AND W-SUP-OK NOT = "S"
004043        MOVE "S" TO W-RECHAZADO
004044        MOVE "Cliente dormido sin autorizacion"
004045        TO W-MOTIVO-RECHAZO
004050        GO TO 2200-EXIT.
004060     IF ENT-TIPO = "D" AND W-CATEGORIAS-OK = "S"
004070        PERFORM 2250-CONTROLA-LIMITE THRU 2250-EXIT.
004280        MOVE "Supera limite de credito" TO W-MOTIVO-RECHAZO.
004290 2250-EXIT.
004300     EXIT.
004301
004302******************************************************************
004303* 2260-CONTROLA-CONCEPTO - El concepto en blanco toma COBR, el de
004304*                          las cobranzas del banco. Debe existir
004305*                          en el catalogo, estar activo y admitir
004306*                          el tipo del movimiento.
004307******************************************************************
004308 2260-CONTROLA-CONCEPTO.
004309     IF ENT-CONCEPTO = SPACES
004310        MOVE "COBR" TO ENT-CONCEPTO.
004311     MOVE ENT-CONCEPTO TO CPT-CODIGO.
004312     READ CONCEPTOS
004313         INVALID KEY     MOVE "N" TO W-CPT-EXISTE
004314         NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE.
004315     IF W-CPT-EXISTE = "N"
004316        MOVE "S" TO W-RECHAZADO
004317        MOVE "Concepto inexistente" TO W-MOTIVO-RECHAZO
004318        GO TO 2260-EXIT.
004319     IF CPT-ES-INACTIVO
004320        MOVE "S" TO W-RECHAZADO
004321        MOVE "Concepto inactivo" TO W-MOTIVO-RECHAZO
004322        GO TO 2260-EXIT.
004323     IF CPT-TIPO NOT = ENT-TIPO
004324        MOVE "S" TO W-RECHAZADO
004325        MOVE "Concepto no admite el tipo" TO W-MOTIVO-RECHAZO.
004326 2260-EXIT.
004327     EXIT.
004328
004329******************************************************************
004330* 2300-GRABA-MOVIMIENTO - Graba el movimiento aceptado con la
004340*                         secuencia siguiente libre dentro de
004350*                         cliente+fecha y actualiza CLI_SALDO.
004452     MOVE SPACE       TO MOV-REV-MARCA.
004454     MOVE 0           TO MOV-REV-FECHA.
004456     MOVE 0           TO MOV-REV-SEQ.
004457     MOVE ENT-CONCEPTO TO MOV-CONCEPTO.
004458     MOVE 0           TO MOV-CERTIFICADO.
004459     MOVE 0           TO MOV-RECIBO.
004460 2300-GRABA.
004470     WRITE REG-MOVIMIENTO.
004480     IF ST-MOV = "22"
004600        ADD ENT-IMPORTE TO W-TOT-DEBITOS
004610     ELSE
004620        ADD ENT-IMPORTE TO CLI_SALDO
004621        ADD ENT-IMPORTE TO W-TOT-CREDITOS.
004622     IF MOV-CREDITO
004623        PERFORM 2310-CALCULA-RETENCION THRU 2310-EXIT
004624        IF W-RET-IMPORTE > 0
004625           PERFORM 2320-GRABA-RETENCION THRU 2320-EXIT
004626        END-IF
004627     END-IF.
004628     MOVE "N" TO W-DORMIDA-REACTIVA.
004629     IF CLI-ES-DORMIDA
004630        MOVE "S" TO W-DORMIDA-REACTIVA
004631        MOVE "N" TO CLI-DORMIDA.
004640     REWRITE REG-CLIENTES.
004650     IF ST-CLI = "00"
004651        ADD 1 TO W-CANT-ACEPTADOS
004652        MOVE "ACEPTADO" TO LD-RESULTADO
004653        PERFORM 2350-AUDITA-SALDO THRU 2350-EXIT
004654        IF W-DORMIDA-REACTIVA = "S"
004655           MOVE "Cuenta dormida reactivada" TO LD-MOTIVO
004656           PERFORM 2360-AUDITA-DORMIDA THRU 2360-EXIT
004657        END-IF
004658     ELSE
004660        ADD 1 TO W-CANT-ACEPTADOS
004661        MOVE "SIN SALDO" TO LD-RESULTADO
004662        STRING "Grabado, no se actualizo saldo - Status=" ST-CLI
004663               DELIMITED BY SIZE INTO LD-MOTIVO.
004664 2300-EXIT.
004665     EXIT.
004666******************************************************************
004667* 2310-CALCULA-RETENCION - Retencion del credito segun el regimen
004668*                          y la condicion fiscal del cliente: no
004669*                          corresponde sin regimen, con exencion
004670*                          vigente a la fecha del movimiento, con
004671*                          el regimen inactivo o sin la tabla, ni
004672*                          si el credito no supera el minimo no
004673*                          sujeto. Se retiene la alicuota sobre el
004674*                          excedente, redondeada al centavo.
004675******************************************************************
004676 2310-CALCULA-RETENCION.
004677     MOVE 0 TO W-RET-IMPORTE.
004678     IF W-REGIMENES-OK NOT = "S"
004679        GO TO 2310-EXIT.
004680     IF CLI-RET-REGIMEN = SPACES
004681        GO TO 2310-EXIT.
004682     IF CLI-ES-EXENTO
004683        IF CLI-RET-EXENTO-HASTA NOT NUMERIC
004684           GO TO 2310-EXIT
004685        END-IF
004686        IF CLI-RET-EXENTO-HASTA = 0
004687           OR ENT-FECHA NOT > CLI-RET-EXENTO-HASTA
004688           GO TO 2310-EXIT
004689        END-IF
004690     END-IF.
004691     MOVE CLI-RET-REGIMEN TO RGM-CODIGO.
004692     MOVE CLI-COND-FISCAL TO RGM-CONDICION.
004693     READ REGIMENES
004694         INVALID KEY     MOVE "N" TO W-RGM-EXISTE
004695         NOT INVALID KEY MOVE "S" TO W-RGM-EXISTE.
004696     IF W-RGM-EXISTE = "N" OR NOT RGM-ES-ACTIVO
004697        GO TO 2310-EXIT.
004698     IF ENT-IMPORTE NOT > RGM-MINIMO
004699        GO TO 2310-EXIT.
004700     COMPUTE W-RET-BASE = ENT-IMPORTE - RGM-MINIMO.
004701     COMPUTE W-RET-CENTAVOS ROUNDED =
004702             W-RET-BASE * RGM-ALICUOTA / 100.
004703     MOVE W-RET-CENTAVOS TO W-RET-IMPORTE.
004704 2310-EXIT.
004705     EXIT.
004706
004707******************************************************************
004708* 2320-GRABA-RETENCION - Practica la retencion del credito
004709*                        recien grabado: certificado (serie RETE),
004710*                        debito con concepto RETE y ese numero,
004711*                        descuento del saldo (el cliente se graba
004712*                        despues), numero anotado en el credito,
004713*                        certificado en RETENCIONES y AUDITORIA.
004714*                        Sin numerador o sin certificados no se
004715*                        retiene; si el debito no se graba el
004716*                        numero queda en AUDITORIA como no usado.
004717******************************************************************
004718 2320-GRABA-RETENCION.
004719     MOVE MOV-SEQ TO W-RET-CRE-SEQ.
004720     MOVE 0       TO W-NUM-ASIGNADO.
004721     IF W-RETENCIONES-OK = "S"
004722        MOVE "RETE" TO W-NUM-SERIE
004723        PERFORM 2330-TOMA-NUMERO THRU 2330-EXIT.
004724     IF W-NUM-ASIGNADO = 0
004725        MOVE W-RET-IMPORTE TO W-IMPORTE-ED
004726        STRING "Retencion NO practicada, sin numerador"
004727               " - importe " W-IMPORTE-ED
004728               DELIMITED BY SIZE INTO W-RET-AVISO
004729        MOVE 0 TO W-RET-IMPORTE
004730        GO TO 2320-EXIT.
004731     MOVE W-NUM-ASIGNADO TO W-RET-CERTIFICADO.
004732     MOVE W-NUM-ASIGNADO TO MOV-CERTIFICADO.
004734     MOVE "D"            TO MOV-TIPO.
004735     MOVE W-RET-IMPORTE  TO MOV-IMPORTE.
004736     MOVE SPACES         TO MOV-MOTIVO.
004737     STRING "RETENCION REG " CLI-RET-REGIMEN
004738            " CERT " W-RET-CERTIFICADO
004739            DELIMITED BY SIZE INTO MOV-MOTIVO.
004740     MOVE "RETE"         TO MOV-CONCEPTO.
004741 2320-GRABA-DEBITO.
004742     WRITE REG-MOVIMIENTO.
004743     IF ST-MOV = "22"
004744        ADD 1 TO MOV-SEQ
004745        GO TO 2320-GRABA-DEBITO.
004746     IF ST-MOV NOT = "00"
004747        STRING "Retencion NO practicada - debito "
004748               "Status=" ST-MOV " cert " W-RET-CERTIFICADO
004749               DELIMITED BY SIZE INTO W-RET-AVISO
004750        PERFORM 2325-CERT-NO-USADO THRU 2325-EXIT
004751        MOVE 0 TO W-RET-IMPORTE
004752        GO TO 2320-EXIT.
004753     MOVE MOV-SEQ TO W-RET-DEB-SEQ.
004754     SUBTRACT W-RET-IMPORTE FROM CLI_SALDO.
004755     ADD W-RET-IMPORTE TO W-TOT-DEBITOS.
004756     ADD W-RET-IMPORTE TO W-TOT-RETENCIONES.
004757     ADD 1 TO W-CANT-RETENC.
004758     MOVE ENT-CLI-ID    TO MOV-CLI-ID.
004759     MOVE ENT-FECHA     TO MOV-FECHA.
004760     MOVE W-RET-CRE-SEQ TO MOV-SEQ.
004761     READ MOVIMIENTOS
004762         INVALID KEY     MOVE "N" TO W-RET-CRE-HALLADO
004763         NOT INVALID KEY MOVE "S" TO W-RET-CRE-HALLADO.
004764     IF W-RET-CRE-HALLADO = "S"
004765        MOVE W-RET-CERTIFICADO TO MOV-CERTIFICADO
004766        REWRITE REG-MOVIMIENTO
004767        IF ST-MOV NOT = "00"
004768           MOVE "N" TO W-RET-CRE-HALLADO
004769        END-IF
004770     END-IF.
004771     MOVE W-RET-CERTIFICADO TO RET-CERTIFICADO.
004772     MOVE ENT-FECHA         TO RET-FECHA.
004773     MOVE ENT-CLI-ID        TO RET-CLI-ID.
004774     MOVE CLI-CUIT          TO RET-CUIT.
004775     MOVE CLI-RET-REGIMEN   TO RET-REGIMEN.
004776     MOVE CLI-COND-FISCAL   TO RET-CONDICION.
004777     MOVE ENT-IMPORTE       TO RET-IMPORTE-CREDITO.
004778     MOVE RGM-MINIMO        TO RET-MINIMO.
004779     MOVE W-RET-BASE        TO RET-BASE.
004780     MOVE RGM-ALICUOTA      TO RET-ALICUOTA.
004781     MOVE W-RET-IMPORTE     TO RET-IMPORTE.
004782     MOVE ENT-FECHA         TO RET-CRE-FECHA.
004783     MOVE W-RET-CRE-SEQ     TO RET-CRE-SEQ.
004784     MOVE ENT-FECHA         TO RET-DEB-FECHA.
004785     MOVE W-RET-DEB-SEQ     TO RET-DEB-SEQ.
004786     MOVE "LOTE"            TO RET-OPERADOR.
004787     MOVE "N"               TO RET-EMITIDO.
004788     MOVE 0                 TO RET-FECHA-EMISION.
004789     MOVE 0                 TO W-REINTENTOS.
004790 2320-GRABA-CERTIF.
004791     WRITE REG-RETENCION.
004792     IF ST-RET = "99" AND W-REINTENTOS < W-MAX-REINTENTOS
004793        ADD 1 TO W-REINTENTOS
004794        PERFORM 2335-ESPERA THRU 2335-EXIT
004795        GO TO 2320-GRABA-CERTIF.
004796     MOVE W-RET-IMPORTE TO W-IMPORTE-ED.
004797     IF ST-RET = "00"
004798        STRING "Retencion REG " CLI-RET-REGIMEN " "
004799               CLI-COND-FISCAL " cert " W-RET-CERTIFICADO
004800               " importe " W-IMPORTE-ED
004801               DELIMITED BY SIZE INTO W-RET-AVISO
004802     ELSE
004803        STRING "Retencion " W-IMPORTE-ED " cert "
004804               W-RET-CERTIFICADO " sin certif. Status="
004805               ST-RET DELIMITED BY SIZE INTO W-RET-AVISO.
004806     IF W-RET-CRE-HALLADO = "N"
004807        MOVE SPACES TO W-RET-AVISO
004808        STRING "Retencion cert " W-RET-CERTIFICADO
004809               " - credito sin anotar Status=" ST-MOV
004810               DELIMITED BY SIZE INTO W-RET-AVISO.
004811     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
004812     ACCEPT W-HORA-SIST  FROM TIME.
004813     MOVE ENT-CLI-ID     TO AUD-CLI-ID.
004814     MOVE W-FECHA-SIST   TO AUD-FECHA.
004815     MOVE W-HORA-SIST    TO AUD-HORA.
004816     MOVE "RETENC"       TO AUD-OPERACION.
004817     IF ST-RET = "00"
004818        MOVE "RETENCION"       TO AUD-CAMPO
004819     ELSE
004820        MOVE "CERT_NO_GRABADO" TO AUD-CAMPO.
004821     MOVE SPACES         TO AUD-VALOR-ANTERIOR.
004822     STRING "CREDITO " ENT-FECHA "/" W-RET-CRE-SEQ
004823            " REG " CLI-RET-REGIMEN " " CLI-COND-FISCAL
004824            DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR.
004825     MOVE SPACES         TO AUD-VALOR-NUEVO.
004826     STRING "CERT " W-RET-CERTIFICADO
004827            " DEBITO " ENT-FECHA "/" W-RET-DEB-SEQ
004828            " IMPORTE " W-IMPORTE-ED
004829            DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
004830     IF ST-RET NOT = "00"
004831        MOVE SPACES TO AUD-VALOR-NUEVO
004832        STRING "CERT " W-RET-CERTIFICADO
004833               " DEBITO " ENT-FECHA "/" W-RET-DEB-SEQ
004834               " RETENCIONES NO GRABADO STATUS " ST-RET
004835               DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
004836     MOVE "LOTE"         TO AUD-OPERADOR.
004837     WRITE REG-AUDITORIA.
004838 2320-EXIT.
004839     EXIT.
004840
004841******************************************************************
004842* 2325-CERT-NO-USADO - El numero de certificado tomado no llego
004843*                      al debito: queda en AUDITORIA como no
004844*                      usado para justificar el salto.
004845******************************************************************
004846 2325-CERT-NO-USADO.
004847     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
004848     ACCEPT W-HORA-SIST  FROM TIME.
004849     MOVE ENT-CLI-ID      TO AUD-CLI-ID.
004850     MOVE W-FECHA-SIST    TO AUD-FECHA.
004851     MOVE W-HORA-SIST     TO AUD-HORA.
004852     MOVE "RETENC"        TO AUD-OPERACION.
004853     MOVE "CERT_NO_USADO" TO AUD-CAMPO.
004854     MOVE SPACES          TO AUD-VALOR-ANTERIOR.
004855     STRING W-RET-CERTIFICADO " CREDITO " ENT-FECHA
004856            "/" W-RET-CRE-SEQ
004857            DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR.
004858     MOVE SPACES          TO AUD-VALOR-NUEVO.
004859     STRING "DEBITO NO GRABADO - STATUS " ST-MOV
004860            DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
004861     MOVE "LOTE"          TO AUD-OPERADOR.
004862     WRITE REG-AUDITORIA.
004863 2325-EXIT.
004864     EXIT.
004865
004866******************************************************************
004867* 2330-TOMA-NUMERO - Proximo numero de la serie W-NUM-SERIE de
004868*                    NUMERADORES (la serie se crea con el primer
004869*                    numero) en W-NUM-ASIGNADO; cero si falla. Un
004870*                    numerador bloqueado por otro proceso (Status
004871*                    99) se relee hasta W-MAX-REINTENTOS veces.
004872******************************************************************
004873 2330-TOMA-NUMERO.
004874     MOVE 0 TO W-NUM-ASIGNADO.
004875     MOVE 0 TO W-REINTENTOS.
004876     IF W-NUMERADORES-OK NOT = "S"
004877        GO TO 2330-EXIT.
004878     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
004879 2330-LEE.
004880     MOVE W-NUM-SERIE TO NUM-SERIE.
004881     MOVE SPACE       TO W-NUM-EXISTE.
004882     READ NUMERADORES
004883         INVALID KEY     MOVE "N" TO W-NUM-EXISTE
004884         NOT INVALID KEY MOVE "S" TO W-NUM-EXISTE.
004885     IF W-NUM-EXISTE = SPACE
004886        GO TO 2330-ERROR.
004887     IF W-NUM-EXISTE = "N"
004888        MOVE W-NUM-SERIE  TO NUM-SERIE
004889        MOVE 1            TO NUM-ULTIMO
004890        MOVE W-FECHA-SIST TO NUM-FECHA-ULT
004891        MOVE "LOTE"       TO NUM-OPERADOR-ULT
004892        WRITE REG-NUMERADOR
004893        IF ST-NUM = "22"
004894           GO TO 2330-LEE
004895        END-IF
004896     ELSE
004897        ADD 1             TO NUM-ULTIMO
004898        MOVE W-FECHA-SIST TO NUM-FECHA-ULT
004899        MOVE "LOTE"       TO NUM-OPERADOR-ULT
004900        REWRITE REG-NUMERADOR.
004901     IF ST-NUM NOT = "00"
004902        GO TO 2330-ERROR.
004903     MOVE NUM-ULTIMO TO W-NUM-ASIGNADO.
004904     GO TO 2330-EXIT.
004905 2330-ERROR.
004906     IF ST-NUM = "99" AND W-REINTENTOS < W-MAX-REINTENTOS
004907        ADD 1 TO W-REINTENTOS
004908        PERFORM 2335-ESPERA THRU 2335-EXIT
004909        GO TO 2330-LEE.
004910 2330-EXIT.
004911     EXIT.
004912
004913******************************************************************
004914* 2335-ESPERA - Pausa breve entre reintentos sobre un registro
004915*               bloqueado por otro proceso.
004916******************************************************************
004917 2335-ESPERA.
004918     MOVE 1 TO W-ESPERA-CONTADOR.
004919 2335-CICLO.
004920     IF W-ESPERA-CONTADOR > W-ESPERA-MAX
004921        GO TO 2335-EXIT.
004922     ADD 1 TO W-ESPERA-CONTADOR.
004923     GO TO 2335-CICLO.
004924 2335-EXIT.
004925     EXIT.
004926
004927******************************************************************
004928* 2350-AUDITA-SALDO - Asienta en AUDITORIA el cambio de saldo
004929*                     del movimiento aplicado, igual que la
004930*                     pantalla interactiva, para que el delta
004931*                     de la exportacion contable lo detecte.
004932******************************************************************
004933 2350-AUDITA-SALDO.
004934     ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
004935     ACCEPT W-HORA-SIST  FROM TIME.
004936     MOVE CLI_SALDO      TO W-SALDO-NVO-ED.
004937     MOVE ENT-CLI-ID     TO AUD-CLI-ID.
004938     MOVE W-FECHA-SIST   TO AUD-FECHA.
004939     MOVE W-HORA-SIST    TO AUD-HORA.
004940     MOVE "MODIF"        TO AUD-OPERACION.
004941     MOVE "SALDO"        TO AUD-CAMPO.
004942     MOVE W-SALDO-ANT-ED TO AUD-VALOR-ANTERIOR.
004943     MOVE W-SALDO-NVO-ED TO AUD-VALOR-NUEVO.
004944     MOVE "LOTE"         TO AUD-OPERADOR.
004950     WRITE REG-AUDITORIA.
004960 2350-EXIT.
004970     EXIT.
004971
004972******************************************************************
004973* 2360-AUDITA-DORMIDA - Asienta en AUDITORIA que el movimiento
004974*                       levanto la marca de cuenta dormida, con el
004975*                       supervisor que autorizo la corrida.
004976******************************************************************
004977 2360-AUDITA-DORMIDA.
004978     MOVE ENT-CLI-ID     TO AUD-CLI-ID.
004979     MOVE W-FECHA-SIST   TO AUD-FECHA.
004980     MOVE W-HORA-SIST    TO AUD-HORA.
004981     MOVE "REACTIV"      TO AUD-OPERACION.
004982     MOVE "DORMIDA"      TO AUD-CAMPO.
004983     MOVE "S"            TO AUD-VALOR-ANTERIOR.
004984     MOVE SPACES         TO AUD-VALOR-NUEVO.
004985     STRING "N AUTORIZO " W-SUP-CODIGO
004986            DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
004987     MOVE "LOTE"         TO AUD-OPERADOR.
004988     WRITE REG-AUDITORIA.
004989 2360-EXIT.
004990     EXIT.
004991
004992******************************************************************
005000* 2400-GRABA-CHECKPOINT - Regraba el archivo de control con el
005010*                        estado de avance de la corrida, para
005020*                        poder reanudarla si se interrumpe.
005110     MOVE W-CANT-RECHAZOS     TO CHK-RECHAZOS.
005120     MOVE W-TOT-DEBITOS       TO CHK-DEBITOS.
005130     MOVE W-TOT-CREDITOS      TO CHK-CREDITOS.
005133     MOVE W-CANT-RETENC       TO CHK-CANT-RETENC.
005136     MOVE W-TOT-RETENCIONES   TO CHK-RETENCIONES.
005140     WRITE REG-CHECKPOINT.
005150     CLOSE CONTROLCHK.
005160 2400-EXIT.
005330     WRITE LIN-REPORTE FROM LIN-RESUMEN-4 AFTER ADVANCING 1 LINE.
005340     MOVE W-TOT-CREDITOS   TO LR5-IMPORTE.
005350     WRITE LIN-REPORTE FROM LIN-RESUMEN-5 AFTER ADVANCING 1 LINE.
005352     MOVE W-CANT-RETENC    TO LR6-CANT.
005354     WRITE LIN-REPORTE FROM LIN-RESUMEN-6 AFTER ADVANCING 1 LINE.
005356     MOVE W-TOT-RETENCIONES TO LR7-IMPORTE.
005358     WRITE LIN-REPORTE FROM LIN-RESUMEN-7 AFTER ADVANCING 1 LINE.
005360     MOVE "F" TO W-CHK-ESTADO-GRABAR.
005370     PERFORM 2400-GRABA-CHECKPOINT THRU 2400-EXIT.
005380     CLOSE ENTRADA.
005390     CLOSE CATEGORIAS.
005392     CLOSE CONCEPTOS.
005394     CLOSE REGIMENES.
005396     CLOSE NUMERADORES.
005398     CLOSE RETENCIONES.
005400     CLOSE AUDITORIA.
005410     CLOSE CLIENTES.
005420     CLOSE MOVIMIENTOS.

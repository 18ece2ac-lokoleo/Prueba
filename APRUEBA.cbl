      * 2026-09-02  SIS  Control de limite de credito por categoria
      *                  antes de asentar un debito aprobado, como en
      *                  la pantalla de movimientos.
      * 2026-10-15  SIS  No asienta pendientes con fecha en un periodo
      *                  cerrado (periodo.ctl); solo pueden rechazarse.
      * 2026-10-15  SIS  Asienta el concepto del pendiente, validado
      *                  contra el catalogo de CONCEPTOS; si el
      *                  pendiente no lo trae lo ingresa el supervisor.
      * 2026-10-15  SIS  Un pendiente aprobado sobre una cuenta dormida
      *                  levanta la marca; la aprobacion del
      *                  supervisor vale como autorizacion.
      * 2026-10-15  SIS  Retencion impositiva sobre los creditos
      *                  aprobados segun el regimen del cliente:
      *                  certificado numerado, debito de la retencion
      *                  y registro en RETENCIONES.
      * 2026-10-15  SIS  Recibo numerado impreso (RECIBOS, cola
      *                  recibos.spl) por cada movimiento asentado,
      *                  incluido el debito de la retencion.
      * 2026-10-15  SIS  La retencion anota el certificado en el credito
      *                  recien grabado el debito; un certificado sin
      *                  debito queda en AUDITORIA como no usado.
      * 2026-10-15  SIS  Numerador o certificado bloqueado por otra
      *                  terminal: se reintenta; un certificado que no
      *                  se graba queda en AUDITORIA como no grabado.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "APRUEBA".
                  RECORD KEY IS USR-CODIGO
                  STATUS ST-USR.

           SELECT OPTIONAL PERIODOS ASSIGN TO "./periodo.ctl"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-PER.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO "./concepto.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPT-CODIGO
                  STATUS ST-CPT.

           SELECT OPTIONAL REGIMENES ASSIGN TO "./regimen.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RGM-CLAVE
                  STATUS ST-RGM.

           SELECT OPTIONAL NUMERADORES ASSIGN TO "./numerad.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS NUM-SERIE
                  STATUS ST-NUM.

           SELECT OPTIONAL RETENCIONES ASSIGN TO "./retencio.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RET-CERTIFICADO
                  STATUS ST-RET.

           SELECT OPTIONAL RECIBOS ASSIGN TO "./recibos.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS REC-NUMERO
                  STATUS ST-REC.

           SELECT OPTIONAL SPOOL-RECIBOS ASSIGN TO "./recibos.spl"
                  ORGANIZATION LINE SEQUENTIAL
                  STATUS ST-SPL.

       DATA DIVISION.
       FILE SECTION.


           COPY "USUARIO.CPY".

           COPY "PERIODO.CPY".

           COPY "CONCEPTO.CPY".

           COPY "REGIMEN.CPY".

           COPY "NUMERAD.CPY".

           COPY "RETENCIO.CPY".

           COPY "RECIBO.CPY".

       FD  SPOOL-RECIBOS.

       01  LIN-RECIBO PIC X(80).

       WORKING-STORAGE SECTION.

       01  ST-PEN    PIC XX.
       01  ST-AUD    PIC XX.
       01  ST-CAT    PIC XX.
       01  ST-USR    PIC XX.
       01  ST-PER    PIC XX.
       01  ST-CPT    PIC XX.
       01  ST-RGM    PIC XX.
       01  ST-NUM    PIC XX.
       01  ST-RET    PIC XX.
       01  ST-REC    PIC XX.
       01  ST-SPL    PIC XX.
       01  X         PIC X.

       01  FIN        PIC X     VALUE "N".
       01  W-LIMITE-ED        PIC -9(7),999.
       01  W-SALDO-PROY-ED    PIC -9(9),999.
       01  W-AUD-CAMPO        PIC X(20) VALUE "MOVIMIENTO".
       01  W-DORMIDA-REACTIVA PIC X.
       01  W-ULT-CERRADO      PIC 9(6).
       01  W-CPT-EXISTE       PIC X.
       01  W-CPT-OK           PIC X.
       01  W-CPT-INGRESADO    PIC X.

       01  W-REGIMENES-OK     PIC X     VALUE "S".
       01  W-NUMERADORES-OK   PIC X     VALUE "S".
       01  W-RETENCIONES-OK   PIC X     VALUE "S".
       01  W-RGM-EXISTE       PIC X.
       01  W-RET-BASE         PIC 9(7)V9(3).
       01  W-RET-CENTAVOS     PIC 9(7)V99.
       01  W-RET-IMPORTE      PIC 9(7)V9(3).
       01  W-RET-CERTIFICADO  PIC 9(8).
       01  W-RET-CRE-SEQ      PIC 9(5).
       01  W-RET-DEB-SEQ      PIC 9(5).
       01  W-RET-CRE-HALLADO  PIC X.
       01  W-RET-IMPORTE-ED   PIC 9(7),999.
       01  W-NUM-SERIE        PIC X(4).
       01  W-NUM-EXISTE       PIC X.
       01  W-NUM-ASIGNADO     PIC 9(8).
       01  W-REINTENTOS       PIC 99.
       01  W-MAX-REINTENTOS   PIC 99     VALUE 10.
       01  W-ESPERA-CONTADOR  PIC 9(7).
       01  W-ESPERA-MAX       PIC 9(7)   VALUE 2000000.

       01  W-RECIBOS-OK       PIC X     VALUE "S".
       01  W-REC-NUMERO       PIC 9(8).
       01  W-REC-SALDO        PIC S9(7)V9(3).
       01  W-REC-ID-ED        PIC Z(6)9.

       01  LRC-ENCABEZADO.
           03 FILLER          PIC X(40) VALUE
                  "RECIBO DE MOVIMIENTO DE CUENTA".
           03 FILLER          PIC X(6)  VALUE "Nro.: ".
           03 LRC-NUMERO      PIC 9(8).

       01  LRC-DATO.
           03 LRC-TITULO      PIC X(21).
           03 LRC-VALOR       PIC X(59).

       01  W-CANT-APROBADOS   PIC 9(5)  VALUE 0.
       01  W-CANT-RECHAZADOS  PIC 9(5)  VALUE 0.
                      " la aprobacion exige supervisor firmado"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT CONCEPTOS.
           IF ST-CPT NOT = "00"
              DISPLAY "Catalogo de conceptos no disponible -"
                      " no se pueden asentar movimientos"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT REGIMENES.
           IF ST-RGM NOT = "00"
              MOVE "N" TO W-REGIMENES-OK.

           OPEN I-O NUMERADORES.
           IF ST-NUM = "35"
              OPEN OUTPUT NUMERADORES
              CLOSE NUMERADORES
              OPEN I-O NUMERADORES.
           IF ST-NUM > "07"
              MOVE "N" TO W-NUMERADORES-OK.

           OPEN I-O RETENCIONES.
           IF ST-RET = "35"
              OPEN OUTPUT RETENCIONES
              CLOSE RETENCIONES
              OPEN I-O RETENCIONES.
           IF ST-RET > "07"
              MOVE "N" TO W-RETENCIONES-OK.

           OPEN I-O RECIBOS.
           IF ST-REC = "35"
              OPEN OUTPUT RECIBOS
              CLOSE RECIBOS
              OPEN I-O RECIBOS.
           IF ST-REC > "07"
              MOVE "N" TO W-RECIBOS-OK.

       F-ABRO-ARCHIVO.
           EXIT.
                   PEN-FECHA                  LINE 09 COL 21
                   "Tipo     : "              LINE 11 COL 10
                   PEN-TIPO                   LINE 11 COL 21
                   "Concepto : "              LINE 11 COL 30
                   PEN-CONCEPTO               LINE 11 COL 41
                   "Importe  : "              LINE 13 COL 10
                   W-IMPORTE-ED               LINE 13 COL 21
                   "Motivo   : "              LINE 15 COL 10
              ACCEPT X LINE 22 COL 48
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO F-APRUEBA-PENDIENTE.
           PERFORM LEE-PERIODO-CERRADO THRU F-LEE-PERIODO-CERRADO.
           IF PEN-FECHA(1:6) NOT > W-ULT-CERRADO
              DISPLAY "Fecha en periodo cerrado - solo puede"
                      " rechazarse"      LINE 22 COL 1
              ACCEPT X LINE 22 COL 50
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO F-APRUEBA-PENDIENTE.
           PERFORM CONTROLA-CONCEPTO THRU F-CONTROLA-CONCEPTO.
           IF W-CPT-OK = "N"
              GO TO F-APRUEBA-PENDIENTE.
           PERFORM CONTROLA-LIMITE THRU F-CONTROLA-LIMITE.
           IF W-LIMITE-OK = "N"
              GO TO F-APRUEBA-PENDIENTE.
           MOVE SPACE        TO MOV-REV-MARCA.
           MOVE 0            TO MOV-REV-FECHA.
           MOVE 0            TO MOV-REV-SEQ.
           MOVE PEN-CONCEPTO TO MOV-CONCEPTO.
           MOVE 0            TO MOV-CERTIFICADO.
           MOVE 0            TO MOV-RECIBO.

       APRUEBA-GRABA-MOV.
           WRITE REG-MOVIMIENTO.
              SUBTRACT PEN-IMPORTE FROM CLI_SALDO
           ELSE
              ADD PEN-IMPORTE TO CLI_SALDO.
           MOVE CLI_SALDO TO W-REC-SALDO.
           PERFORM EMITE-RECIBO THRU F-EMITE-RECIBO.
           MOVE 0 TO W-RET-IMPORTE.
           IF PEN-CREDITO
              PERFORM CALCULA-RETENCION THRU F-CALCULA-RETENCION
              IF W-RET-IMPORTE > 0
                 PERFORM GRABA-RETENCION THRU F-GRABA-RETENCION
                 MOVE "MOVIMIENTO" TO W-AUD-CAMPO.
           MOVE "N" TO W-DORMIDA-REACTIVA.
           IF CLI-ES-DORMIDA
              MOVE "S" TO W-DORMIDA-REACTIVA
              MOVE "N" TO CLI-DORMIDA.
           REWRITE REG-CLIENTES.
           IF ST-CLI NOT = "00"
              DISPLAY "Movimiento grabado, no se actualizo el saldo"
                  " SALDO " W-SALDO-NVO-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
           PERFORM AUD-GRABA THRU F-AUD-GRABA.
           IF W-DORMIDA-REACTIVA = "S" AND ST-CLI = "00"
              MOVE "REACTIV"    TO AUD-OPERACION
              MOVE "DORMIDA"    TO W-AUD-CAMPO
              MOVE "S"          TO AUD-VALOR-ANTERIOR
              MOVE SPACES       TO AUD-VALOR-NUEVO
              STRING "N AUTORIZO " W-SUPERVISOR
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              MOVE "MOVIMIENTO" TO W-AUD-CAMPO.
           ADD 1 TO W-CANT-APROBADOS.

       F-APRUEBA-PENDIENTE.
           EXIT.

      *-----------------------------------------------------------------
      * Retencion sobre el credito aprobado segun el regimen y la
      * condicion fiscal del cliente (tabla de REGIMENES): se retiene
      * la alicuota sobre el excedente del minimo no imponible,
      * redondeado al centavo. Sin regimen, con exencion vigente a
      * la fecha del movimiento o sin tabla de regimenes no se
      * retiene.
      *-----------------------------------------------------------------
       CALCULA-RETENCION.
           MOVE 0 TO W-RET-IMPORTE.
           IF W-REGIMENES-OK NOT = "S"
              GO TO F-CALCULA-RETENCION.
           IF CLI-RET-REGIMEN = SPACES
              GO TO F-CALCULA-RETENCION.
           IF CLI-ES-EXENTO
              IF CLI-RET-EXENTO-HASTA NOT NUMERIC
                 GO TO F-CALCULA-RETENCION
              END-IF
              IF CLI-RET-EXENTO-HASTA = 0
                 OR PEN-FECHA NOT > CLI-RET-EXENTO-HASTA
                 GO TO F-CALCULA-RETENCION
              END-IF
           END-IF.
           MOVE CLI-RET-REGIMEN TO RGM-CODIGO.
           MOVE CLI-COND-FISCAL TO RGM-CONDICION.
           READ REGIMENES
              INVALID KEY     MOVE "N" TO W-RGM-EXISTE
              NOT INVALID KEY MOVE "S" TO W-RGM-EXISTE.
           IF W-RGM-EXISTE = "N" OR NOT RGM-ES-ACTIVO
              GO TO F-CALCULA-RETENCION.
           IF PEN-IMPORTE NOT > RGM-MINIMO
              GO TO F-CALCULA-RETENCION.
           COMPUTE W-RET-BASE = PEN-IMPORTE - RGM-MINIMO.
           COMPUTE W-RET-CENTAVOS ROUNDED =
                   W-RET-BASE * RGM-ALICUOTA / 100.
           MOVE W-RET-CENTAVOS TO W-RET-IMPORTE.

       F-CALCULA-RETENCION.
           EXIT.

      *-----------------------------------------------------------------
      * Practica la retencion del credito recien asentado: toma el
      * numero de certificado, graba el debito de la retencion
      * (concepto RETE) con ese numero, descuenta el importe de
      * CLI_SALDO (el cliente se regraba despues, una sola vez), anota
      * el numero en el credito y graba el certificado en RETENCIONES
      * para su emision. El operador del certificado es el que cargo
      * el movimiento. Sin numerador o sin archivo de certificados no
      * se retiene y se avisa en pantalla y en AUDITORIA; si el debito
      * no se puede grabar, el numero tomado queda en AUDITORIA como
      * no usado y el credito sin anotar; un certificado que no se
      * puede grabar queda en AUDITORIA como no grabado, con el
      * debito, para volver a emitirlo.
      *-----------------------------------------------------------------
       GRABA-RETENCION.
           MOVE MOV-SEQ TO W-RET-CRE-SEQ.
           MOVE 0       TO W-NUM-ASIGNADO.
           MOVE "RETENCION" TO W-AUD-CAMPO.
           MOVE W-RET-IMPORTE TO W-RET-IMPORTE-ED.
           IF W-RETENCIONES-OK = "S"
              MOVE "RETE" TO W-NUM-SERIE
              PERFORM TOMA-NUMERO THRU F-TOMA-NUMERO.
           IF W-NUM-ASIGNADO = 0
              MOVE "RETENC"      TO AUD-OPERACION
              MOVE SPACES        TO AUD-VALOR-ANTERIOR
              STRING "CREDITO " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
              MOVE SPACES        TO AUD-VALOR-NUEVO
              STRING "NO PRACTICADA IMPORTE " W-RET-IMPORTE-ED
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              DISPLAY "Sin numerador o archivo de certificados -"
                      " retencion NO practicada" LINE 22 COL 1
              ACCEPT X LINE 22 COL 68
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              MOVE 0 TO W-RET-IMPORTE
              GO TO F-GRABA-RETENCION.
           MOVE W-NUM-ASIGNADO TO W-RET-CERTIFICADO.
           MOVE W-NUM-ASIGNADO TO MOV-CERTIFICADO.
           MOVE "D"            TO MOV-TIPO.
           MOVE W-RET-IMPORTE  TO MOV-IMPORTE.
           MOVE SPACES         TO MOV-MOTIVO.
           STRING "RETENCION REG " CLI-RET-REGIMEN
                  " CERT " W-RET-CERTIFICADO
                  DELIMITED BY SIZE INTO MOV-MOTIVO.
           MOVE "RETE"         TO MOV-CONCEPTO.
           MOVE 0              TO MOV-RECIBO.

       GRABA-RET-DEBITO.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV = "22"
              ADD 1 TO MOV-SEQ
              GO TO GRABA-RET-DEBITO.
           IF ST-MOV NOT = "00"
              MOVE "RETENC"        TO AUD-OPERACION
              MOVE "CERT_NO_USADO" TO W-AUD-CAMPO
              MOVE SPACES          TO AUD-VALOR-ANTERIOR
              STRING W-RET-CERTIFICADO " CREDITO " PEN-FECHA
                     "/" W-RET-CRE-SEQ
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
              MOVE SPACES          TO AUD-VALOR-NUEVO
              STRING "DEBITO NO GRABADO - STATUS " ST-MOV
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              DISPLAY "No se pudo grabar el debito de la retencion"
                      " - Status: "      LINE 22 COL 1
                      ST-MOV             LINE 22 COL 55
              ACCEPT X LINE 22 COL 62
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              MOVE 0 TO W-RET-IMPORTE
              GO TO F-GRABA-RETENCION.
           MOVE MOV-SEQ TO W-RET-DEB-SEQ.
           SUBTRACT W-RET-IMPORTE FROM CLI_SALDO.
           MOVE CLI_SALDO TO W-REC-SALDO.
           PERFORM EMITE-RECIBO THRU F-EMITE-RECIBO.
           MOVE "RETENCION" TO W-AUD-CAMPO.

      *-----------------------------------------------------------------
      * Con el debito ya grabado se anota el numero de certificado en
      * el credito, para que la reversa del credito avise que tuvo
      * retencion.
      *-----------------------------------------------------------------
       GRABA-RET-ANOTA-CREDITO.
           MOVE PEN-CLI-ID    TO MOV-CLI-ID.
           MOVE PEN-FECHA     TO MOV-FECHA.
           MOVE W-RET-CRE-SEQ TO MOV-SEQ.
           READ MOVIMIENTOS
              INVALID KEY     MOVE "N" TO W-RET-CRE-HALLADO
              NOT INVALID KEY MOVE "S" TO W-RET-CRE-HALLADO.
           IF W-RET-CRE-HALLADO = "S"
              MOVE W-RET-CERTIFICADO TO MOV-CERTIFICADO
              REWRITE REG-MOVIMIENTO
              IF ST-MOV NOT = "00"
                 MOVE "N" TO W-RET-CRE-HALLADO
              END-IF
           END-IF.
           IF W-RET-CRE-HALLADO = "N"
              DISPLAY "No se pudo anotar el certificado en el credito"
                      " - Status: "      LINE 22 COL 1
                      ST-MOV             LINE 22 COL 58
              ACCEPT X LINE 22 COL 62
              DISPLAY SPACES LINE 22 COL 1 SIZE 80.

       GRABA-RET-CERTIFICADO.
           MOVE W-RET-CERTIFICADO TO RET-CERTIFICADO.
           MOVE PEN-FECHA         TO RET-FECHA.
           MOVE PEN-CLI-ID        TO RET-CLI-ID.
           MOVE CLI-CUIT          TO RET-CUIT.
           MOVE CLI-RET-REGIMEN   TO RET-REGIMEN.
           MOVE CLI-COND-FISCAL   TO RET-CONDICION.
           MOVE PEN-IMPORTE       TO RET-IMPORTE-CREDITO.
           MOVE RGM-MINIMO        TO RET-MINIMO.
           MOVE W-RET-BASE        TO RET-BASE.
           MOVE RGM-ALICUOTA      TO RET-ALICUOTA.
           MOVE W-RET-IMPORTE     TO RET-IMPORTE.
           MOVE PEN-FECHA         TO RET-CRE-FECHA.
           MOVE W-RET-CRE-SEQ     TO RET-CRE-SEQ.
           MOVE PEN-FECHA         TO RET-DEB-FECHA.
           MOVE W-RET-DEB-SEQ     TO RET-DEB-SEQ.
           MOVE PEN-OPERADOR      TO RET-OPERADOR.
           MOVE "N"               TO RET-EMITIDO.
           MOVE 0                 TO RET-FECHA-EMISION.
           MOVE 0                 TO W-REINTENTOS.

       GRABA-RET-GRABA-CERTIF.
           WRITE REG-RETENCION.
           IF ST-RET = "99" AND W-REINTENTOS < W-MAX-REINTENTOS
              ADD 1 TO W-REINTENTOS
              PERFORM ESPERA-BREVE THRU F-ESPERA-BREVE
              GO TO GRABA-RET-GRABA-CERTIF.
           MOVE "RETENC"      TO AUD-OPERACION.
           IF ST-RET NOT = "00"
              MOVE "CERT_NO_GRABADO" TO W-AUD-CAMPO
              MOVE SPACES            TO AUD-VALOR-ANTERIOR
              STRING "CERT " W-RET-CERTIFICADO
                     " DEBITO " PEN-FECHA "/" W-RET-DEB-SEQ
                     " IMPORTE " W-RET-IMPORTE-ED
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
              MOVE SPACES            TO AUD-VALOR-NUEVO
              STRING "RETENCIONES NO GRABADO - STATUS " ST-RET
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              DISPLAY "No se pudo grabar el certificado " LINE 22 COL 1
                      W-RET-CERTIFICADO  LINE 22 COL 35
                      " - Status "       LINE 22 COL 43
                      ST-RET             LINE 22 COL 53
              ACCEPT X LINE 22 COL 60
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO F-GRABA-RETENCION.
           MOVE SPACES        TO AUD-VALOR-ANTERIOR.
           STRING "CREDITO " PEN-FECHA "/" W-RET-CRE-SEQ
                  " REG " CLI-RET-REGIMEN " " CLI-COND-FISCAL
                  DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR.
           MOVE SPACES        TO AUD-VALOR-NUEVO.
           STRING "CERT " W-RET-CERTIFICADO
                  " DEBITO " PEN-FECHA "/" W-RET-DEB-SEQ
                  " IMPORTE " W-RET-IMPORTE-ED
                  DELIMITED BY SIZE INTO AUD-VALOR-NUEVO.
           PERFORM AUD-GRABA THRU F-AUD-GRABA.

       F-GRABA-RETENCION.
           EXIT.

      *-----------------------------------------------------------------
      * Toma el proximo numero de la serie W-NUM-SERIE del archivo de
      * NUMERADORES (la serie se crea con el primer numero) y lo
      * deja en W-NUM-ASIGNADO; cero si no se pudo asignar. Un
      * numerador bloqueado por otra terminal (Status 99) se relee
      * hasta W-MAX-REINTENTOS veces con una pausa breve.
      *-----------------------------------------------------------------
       TOMA-NUMERO.
           MOVE 0 TO W-NUM-ASIGNADO.
           MOVE 0 TO W-REINTENTOS.
           IF W-NUMERADORES-OK NOT = "S"
              GO TO F-TOMA-NUMERO.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.

       TOMA-NUMERO-LEE.
           MOVE W-NUM-SERIE TO NUM-SERIE.
           MOVE SPACE       TO W-NUM-EXISTE.
           READ NUMERADORES
              INVALID KEY     MOVE "N" TO W-NUM-EXISTE
              NOT INVALID KEY MOVE "S" TO W-NUM-EXISTE.
           IF W-NUM-EXISTE = SPACE
              GO TO TOMA-NUMERO-ERROR.
           IF W-NUM-EXISTE = "N"
              MOVE W-NUM-SERIE  TO NUM-SERIE
              MOVE 1            TO NUM-ULTIMO
              MOVE W-FECHA-SIST TO NUM-FECHA-ULT
              MOVE W-SUPERVISOR TO NUM-OPERADOR-ULT
              WRITE REG-NUMERADOR
              IF ST-NUM = "22"
                 GO TO TOMA-NUMERO-LEE
              END-IF
           ELSE
              ADD 1             TO NUM-ULTIMO
              MOVE W-FECHA-SIST TO NUM-FECHA-ULT
              MOVE W-SUPERVISOR TO NUM-OPERADOR-ULT
              REWRITE REG-NUMERADOR.
           IF ST-NUM NOT = "00"
              GO TO TOMA-NUMERO-ERROR.
           MOVE NUM-ULTIMO TO W-NUM-ASIGNADO.
           GO TO F-TOMA-NUMERO.

       TOMA-NUMERO-ERROR.
           IF ST-NUM = "99" AND W-REINTENTOS < W-MAX-REINTENTOS
              ADD 1 TO W-REINTENTOS
              PERFORM ESPERA-BREVE THRU F-ESPERA-BREVE
              GO TO TOMA-NUMERO-LEE.
           DISPLAY "Numerador no disponible - Status: "
                                      LINE 22 COL 1
                   ST-NUM             LINE 22 COL 35.

       F-TOMA-NUMERO.
           EXIT.

      *-----------------------------------------------------------------
      * Pausa breve entre reintentos sobre un registro bloqueado.
      *-----------------------------------------------------------------
       ESPERA-BREVE.
           MOVE 1 TO W-ESPERA-CONTADOR.

       ESPERA-BREVE-CICLO.
           IF W-ESPERA-CONTADOR > W-ESPERA-MAX
              GO TO F-ESPERA-BREVE.
           ADD 1 TO W-ESPERA-CONTADOR.
           GO TO ESPERA-BREVE-CICLO.

       F-ESPERA-BREVE.
           EXIT.

      *-----------------------------------------------------------------
      * Recibo numerado del movimiento recien asentado (en el area de
      * MOVIMIENTOS), igual que en la pantalla de movimientos: toma el
      * numero de la serie RECI, graba el recibo en RECIBOS con el
      * saldo resultante W-REC-SALDO y el operador que cargo el
      * movimiento, anota el numero en el movimiento y lo envia a la
      * cola de impresion. Un numero tomado que no llega a RECIBOS
      * queda en AUDITORIA para justificar el salto en la numeracion.
      *-----------------------------------------------------------------
       EMITE-RECIBO.
           MOVE 0 TO W-REC-NUMERO.
           MOVE 0 TO W-NUM-ASIGNADO.
           IF W-RECIBOS-OK = "S"
              MOVE "RECI" TO W-NUM-SERIE
              PERFORM TOMA-NUMERO THRU F-TOMA-NUMERO.
           IF W-NUM-ASIGNADO = 0
              DISPLAY "Sin numerador o archivo de recibos -"
                      " movimiento sin recibo" LINE 22 COL 1
              ACCEPT X LINE 22 COL 62
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO F-EMITE-RECIBO.
           MOVE W-NUM-ASIGNADO TO W-REC-NUMERO.
           ACCEPT W-HORA-SIST FROM TIME.
           MOVE W-REC-NUMERO     TO REC-NUMERO.
           MOVE W-FECHA-SIST     TO REC-FECHA.
           MOVE W-HORA-SIST      TO REC-HORA.
           MOVE MOV-CLI-ID       TO REC-CLI-ID.
           MOVE CLI_NOMBRE       TO REC-CLI-NOMBRE.
           MOVE CLI-CUIT         TO REC-CUIT.
           MOVE MOV-FECHA        TO REC-MOV-FECHA.
           MOVE MOV-SEQ          TO REC-MOV-SEQ.
           MOVE MOV-TIPO         TO REC-TIPO.
           MOVE MOV-CONCEPTO     TO REC-CONCEPTO.
           MOVE MOV-IMPORTE      TO REC-IMPORTE.
           MOVE MOV-MOTIVO       TO REC-MOTIVO.
           MOVE MOV-OPERADOR     TO REC-OPERADOR.
           MOVE W-REC-SALDO      TO REC-SALDO.
           MOVE 0                TO REC-REFERENCIA.
           MOVE "V"              TO REC-ESTADO.
           MOVE 0                TO REC-ANU-FECHA.
           MOVE SPACES           TO REC-ANU-OPERADOR.
           MOVE 0                TO REC-ANU-RECIBO.
           MOVE 0                TO REC-DUPLICADOS.
           WRITE REG-RECIBO.
           IF ST-REC NOT = "00"
              MOVE "RECIBO"          TO AUD-OPERACION
              MOVE "RECIBO_NO_USADO" TO W-AUD-CAMPO
              MOVE SPACES            TO AUD-VALOR-ANTERIOR
              STRING W-REC-NUMERO " MOV " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
              MOVE SPACES            TO AUD-VALOR-NUEVO
              STRING "NO GRABADO - STATUS " ST-REC
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              MOVE "MOVIMIENTO"      TO W-AUD-CAMPO
              DISPLAY "No se pudo grabar el recibo " LINE 22 COL 1
                      W-REC-NUMERO  LINE 22 COL 30
                      " - Status "  LINE 22 COL 38
                      ST-REC        LINE 22 COL 48
              ACCEPT X LINE 22 COL 52
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              MOVE 0 TO W-REC-NUMERO
              GO TO F-EMITE-RECIBO.
           MOVE W-REC-NUMERO TO MOV-RECIBO.
           REWRITE REG-MOVIMIENTO.
           IF ST-MOV NOT = "00"
              MOVE "RECIBO"          TO AUD-OPERACION
              MOVE "RECIBO_SIN_MOV"  TO W-AUD-CAMPO
              MOVE SPACES            TO AUD-VALOR-ANTERIOR
              STRING W-REC-NUMERO " MOV " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-VALOR-ANTERIOR
              MOVE SPACES            TO AUD-VALOR-NUEVO
              STRING "NO ANOTADO EN EL MOVIMIENTO - STATUS " ST-MOV
                     DELIMITED BY SIZE INTO AUD-VALOR-NUEVO
              PERFORM AUD-GRABA THRU F-AUD-GRABA
              MOVE "MOVIMIENTO"      TO W-AUD-CAMPO
              DISPLAY "Recibo " LINE 22 COL 1
                      W-REC-NUMERO  LINE 22 COL 8
                      " no anotado en el movimiento - Status "
                                    LINE 22 COL 16
                      ST-MOV        LINE 22 COL 54
              ACCEPT X LINE 22 COL 58
              DISPLAY SPACES LINE 22 COL 1 SIZE 80.
           PERFORM IMPRIME-RECIBO THRU F-IMPRIME-RECIBO.

       F-EMITE-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * Imprime el recibo que esta en el area de RECIBOS al final de
      * la cola recibos.spl, una hoja por recibo, con el mismo
      * formato que la pantalla de movimientos.
      *-----------------------------------------------------------------
       IMPRIME-RECIBO.
           OPEN EXTEND SPOOL-RECIBOS.
           IF ST-SPL = "35"
              OPEN OUTPUT SPOOL-RECIBOS.
           IF ST-SPL > "07"
              DISPLAY "No se pudo abrir la cola de recibos - Status "
                                         LINE 22 COL 1
                      ST-SPL             LINE 22 COL 47
              ACCEPT X LINE 22 COL 52
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO F-IMPRIME-RECIBO.
           MOVE REC-NUMERO TO LRC-NUMERO.
           WRITE LIN-RECIBO FROM LRC-ENCABEZADO AFTER ADVANCING PAGE.
           WRITE LIN-RECIBO FROM GUIONES AFTER ADVANCING 1 LINE.
           MOVE "Fecha de emision   : " TO LRC-TITULO.
           MOVE SPACES                  TO LRC-VALOR.
           STRING REC-FECHA "  Hora " REC-HORA(1:2) ":" REC-HORA(3:2)
                  DELIMITED BY SIZE INTO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           MOVE "Cliente            : " TO LRC-TITULO.
           MOVE REC-CLI-ID              TO W-REC-ID-ED.
           MOVE SPACES                  TO LRC-VALOR.
           STRING W-REC-ID-ED " " REC-CLI-NOMBRE
                  DELIMITED BY SIZE INTO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "CUIT               : " TO LRC-TITULO.
           IF REC-CUIT = SPACES
              MOVE "(NO INFORMADA)"     TO LRC-VALOR
           ELSE
              MOVE REC-CUIT             TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "Movimiento         : " TO LRC-TITULO.
           MOVE SPACES                  TO LRC-VALOR.
           STRING REC-MOV-FECHA "/" REC-MOV-SEQ
                  "  Concepto " REC-CONCEPTO
                  DELIMITED BY SIZE INTO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           MOVE "Tipo               : " TO LRC-TITULO.
           IF REC-CREDITO
              MOVE "CREDITO"            TO LRC-VALOR
           ELSE
              MOVE "DEBITO"             TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "Importe            : " TO LRC-TITULO.
           MOVE REC-IMPORTE             TO W-IMPORTE-ED.
           MOVE W-IMPORTE-ED            TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "Motivo             : " TO LRC-TITULO.
           MOVE REC-MOTIVO              TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "Operador           : " TO LRC-TITULO.
           MOVE REC-OPERADOR            TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 1 LINE.
           MOVE "Saldo resultante   : " TO LRC-TITULO.
           MOVE REC-SALDO               TO W-IMPORTE-ED.
           MOVE W-IMPORTE-ED            TO LRC-VALOR.
           WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           WRITE LIN-RECIBO FROM GUIONES AFTER ADVANCING 2 LINES.
           CLOSE SPOOL-RECIBOS.

       F-IMPRIME-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * Ultimo periodo cerrado segun periodo.ctl; se relee en cada
      * aprobacion porque el cierre puede correr mientras se recorre
      * la cola. Sin el archivo no hay periodos cerrados.
      *-----------------------------------------------------------------
       LEE-PERIODO-CERRADO.
           MOVE 0 TO W-ULT-CERRADO.
           OPEN INPUT PERIODOS.
           IF ST-PER > "07"
              CLOSE PERIODOS
              GO TO F-LEE-PERIODO-CERRADO.
           READ PERIODOS
              AT END MOVE 0 TO PER-ULT-CERRADO.
           IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
              MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
           CLOSE PERIODOS.

       F-LEE-PERIODO-CERRADO.
           EXIT.

      *-----------------------------------------------------------------
      * El concepto del pendiente debe existir en el catalogo, estar
      * activo y admitir el tipo del movimiento. Los pendientes que no
      * traen concepto lo reciben del supervisor; queda grabado en el
      * pendiente al marcarlo. ENTER sin concepto no aprueba.
      *-----------------------------------------------------------------
       CONTROLA-CONCEPTO.
           MOVE "N" TO W-CPT-OK.
           MOVE "N" TO W-CPT-INGRESADO.
           IF PEN-CONCEPTO = SPACES
              MOVE "S" TO W-CPT-INGRESADO
              DISPLAY "Pendiente sin concepto - ingrese el concepto"
                                         LINE 22 COL 1
              ACCEPT PEN-CONCEPTO LINE 11 COL 41
              DISPLAY SPACES LINE 22 COL 1 SIZE 80.
           IF PEN-CONCEPTO = SPACES
              GO TO F-CONTROLA-CONCEPTO.
           MOVE PEN-CONCEPTO TO CPT-CODIGO.
           READ CONCEPTOS
              INVALID KEY     MOVE "N" TO W-CPT-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE.
           IF W-CPT-EXISTE = "N"
              DISPLAY "Concepto inexistente" LINE 22 COL 1
              ACCEPT X LINE 22 COL 25
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO CONTROLA-CONCEPTO-ERROR.
           IF CPT-ES-INACTIVO
              DISPLAY "Concepto inactivo" LINE 22 COL 1
              ACCEPT X LINE 22 COL 25
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO CONTROLA-CONCEPTO-ERROR.
           IF CPT-TIPO NOT = PEN-TIPO
              DISPLAY "El concepto no admite el tipo del movimiento"
                                         LINE 22 COL 1
              ACCEPT X LINE 22 COL 50
              DISPLAY SPACES LINE 22 COL 1 SIZE 80
              GO TO CONTROLA-CONCEPTO-ERROR.
           MOVE "S" TO W-CPT-OK.
           GO TO F-CONTROLA-CONCEPTO.

       CONTROLA-CONCEPTO-ERROR.
           IF W-CPT-INGRESADO = "S"
              MOVE SPACES TO PEN-CONCEPTO.

       F-CONTROLA-CONCEPTO.
           EXIT.

      *-----------------------------------------------------------------
      * Control de limite de credito por categoria, igual que en la
      * pantalla de movimientos: un debito aprobado que dejaria
           CLOSE AUDITORIA.
           CLOSE CATEGORIAS.
           CLOSE USUARIOS.
           CLOSE CONCEPTOS.
           CLOSE REGIMENES.
           CLOSE NUMERADORES.
           CLOSE RETENCIONES.
           CLOSE RECIBOS.

       END PROGRAM "APRUEBA".

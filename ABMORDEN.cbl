      ******************************************************************
      * Program-ID : ABMORDEN
      * Author     : Sistemas - Clientes
      * Installation: Dpto. Sistemas
      * Date-Written: 2026-10-15
      * Purpose    : A.B.M. de Ordenes Permanentes: cargos y abonos
      *              fijos por cliente (importe, tipo D/C, motivo,
      *              frecuencia, vigencia desde/hasta y marca de
      *              activa) que el batch APLORDEN genera en
      *              MOVIMIENTOS en cada vencimiento. Se ingresa con
      *              operador y clave del maestro de USUARIOS; el
      *              nivel 1 solo consulta. Las ordenes no se borran:
      *              se desactivan. Cada alta o modificacion queda en
      *              AUDITORIA con el estado anterior y el nuevo.
      * Tectonics  : cobc
      *-------------------------------------------------------------
      * Modification History
      * Date       Init  Description
      * 2026-10-15  SIS  Version inicial.
      * 2026-10-15  SIS  Concepto de la orden, validado contra el
      *                  catalogo de CONCEPTOS (existente, activo y del
      *                  tipo de la orden).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABMORDEN".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ORDENES ASSIGN TO "./ordperm.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ORP-CLAVE
                  STATUS ST-ORD.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-CLI.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUD.

           SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  STATUS ST-USR.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO "./concepto.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPT-CODIGO
                  STATUS ST-CPT.

       DATA DIVISION.
       FILE SECTION.

           COPY "ORDPERM.CPY".

           COPY "CLIENTE.CPY".

           COPY "AUDITORI.CPY".

           COPY "USUARIO.CPY".

           COPY "CONCEPTO.CPY".

       WORKING-STORAGE SECTION.

       01  ST-ORD    PIC XX.
       01  ST-CLI    PIC XX.
       01  ST-AUD    PIC XX.
       01  ST-USR    PIC XX.
       01  ST-CPT    PIC XX.
       01  X         PIC X.

       01  FIN        PIC X     VALUE "N".
       01  OPCION     PIC 99.
       01  GUIONES    PIC X(80) VALUE ALL "-".

       01  W-SIGNON-CODIGO    PIC X(4).
       01  W-SIGNON-CLAVE     PIC X(8).
       01  W-SIGNON-INTENTOS  PIC 9     VALUE 0.
       01  W-USR-HALLADO      PIC X.
       01  W-OPERADOR         PIC X(4).
       01  W-OPERADOR-NIVEL   PIC X.

       01  W-CLI-ID           PIC 9(7).
       01  W-CLI-ID-Z         PIC Z(06)9.
       01  W-CLI-EXISTE       PIC X.
       01  W-FECHA-SIST       PIC 9(8).
       01  W-HORA-SIST        PIC 9(8).

       01  W-ORD-EXISTE       PIC X.
       01  W-ORD-NUMERO       PIC 9(3).
       01  W-ORD-NUMERO-Z     PIC ZZ9.
       01  W-ORD-TIPO         PIC X.
       01  W-ORD-IMPORTE      PIC 9(7)V9(3).
       01  W-ORD-MOTIVO       PIC X(40).
       01  W-ORD-FRECUENCIA   PIC X.
       01  W-ORD-FECHA-DESDE  PIC 9(8).
       01  W-ORD-FECHA-HASTA  PIC 9(8).
       01  W-ORD-ACTIVA       PIC X.
       01  W-ORD-CONCEPTO     PIC X(4).
       01  W-CPT-EXISTE       PIC X.
       01  W-CPT-OK           PIC X.
       01  W-ORD-IMPORTE-ED   PIC Z(6)9,999.
       01  W-ORD-CAMBIOS      PIC X.

       01  W-FECHA-VALIDAR    PIC 9(8).
       01  W-FECHA-VALIDAR-X REDEFINES W-FECHA-VALIDAR.
           03  W-FV-AAAA      PIC 9(4).
           03  W-FV-MM        PIC 9(2).
           03  W-FV-DD        PIC 9(2).
       01  W-FECHA-OK         PIC X.

       01  W-LST-HAY-MAS      PIC X.
       01  W-LST-LINEA        PIC 99.
       01  W-LST-ULTIMO       PIC 9(3).

       01  W-ORD-RESUMEN.
           03  W-RES-TIPO     PIC X.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-IMPORTE  PIC Z(6)9,999.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-FREC     PIC X.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-DESDE    PIC 9(8).
           03  FILLER         PIC X     VALUE "-".
           03  W-RES-HASTA    PIC 9(8).
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-ACTIVA   PIC X.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-CONCEPTO PIC X(4).
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-MOTIVO   PIC X(35).
       01  W-RESUMEN-ANT      PIC X(80).

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRO-ARCHIVO THRU F-ABRO-ARCHIVO.
           IF FIN = "N"
              PERFORM INGRESO-OPERADOR THRU F-INGRESO-OPERADOR.
           PERFORM PROCESO THRU F-PROCESO UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           STOP RUN.

       ABRO-ARCHIVO.
           OPEN I-O ORDENES.
           IF ST-ORD = "35"
              OPEN OUTPUT ORDENES
              CLOSE ORDENES
              OPEN I-O ORDENES.
           IF ST-ORD > "07"
              DISPLAY "No se pudo abrir ORDENES - Status: "
                                         LINE 10 COL 20
                      ST-ORD             LINE 10 COL 55
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT CLIENTES.
           IF ST-CLI > "07"
              DISPLAY "No se pudo abrir CLIENTES - Status: "
                                         LINE 10 COL 20
                      ST-CLI             LINE 10 COL 56
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN EXTEND AUDITORIA.
           IF ST-AUD = "35"
              OPEN OUTPUT AUDITORIA
              CLOSE AUDITORIA
              OPEN EXTEND AUDITORIA.

           OPEN INPUT USUARIOS.
           IF ST-USR NOT = "00"
              DISPLAY "Maestro de usuarios no disponible -"
                      " no se pueden mantener ordenes"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT CONCEPTOS.
           IF ST-CPT NOT = "00"
              DISPLAY "Catalogo de conceptos no disponible -"
                      " no se pueden mantener ordenes"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN.

       F-ABRO-ARCHIVO.
           EXIT.

      *-----------------------------------------------------------------
      * Ingreso del operador contra el maestro de USUARIOS. Las
      * ordenes generan movimientos sin intervencion posterior, por
      * eso no hay ingreso de emergencia como en INICIO: sin maestro
      * el programa termina.
      *-----------------------------------------------------------------
       INGRESO-OPERADOR.
           DISPLAY " "                    LINE 1  COL 1 ERASE EOS
                   "Ordenes Permanentes"  LINE 3  COL 31
                   GUIONES                LINE 4  COL 1
                   "Operador : "          LINE 08 COL 25
                   "Clave    : "          LINE 10 COL 25.
           MOVE SPACES TO W-SIGNON-CODIGO.
           MOVE SPACES TO W-SIGNON-CLAVE.
           ACCEPT W-SIGNON-CODIGO LINE 08 COL 36.
           ACCEPT W-SIGNON-CLAVE  LINE 10 COL 36.
           IF W-SIGNON-CODIGO = SPACES
              GO TO INGRESO-OPERADOR.
           MOVE W-SIGNON-CODIGO TO USR-CODIGO.
           READ USUARIOS
              INVALID KEY     MOVE "N" TO W-USR-HALLADO
              NOT INVALID KEY MOVE "S" TO W-USR-HALLADO.
           IF W-USR-HALLADO = "S" AND USR-ACTIVO
              AND USR-CLAVE = W-SIGNON-CLAVE
              MOVE W-SIGNON-CODIGO TO W-OPERADOR
              MOVE USR-NIVEL       TO W-OPERADOR-NIVEL
              GO TO F-INGRESO-OPERADOR.
           ADD 1 TO W-SIGNON-INTENTOS.
           DISPLAY "Operador o clave invalidos" LINE 23 COL 1.
           ACCEPT X LINE 23 COL 30.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-SIGNON-INTENTOS < 3
              GO TO INGRESO-OPERADOR.
           MOVE "S" TO FIN.

       F-INGRESO-OPERADOR.
           EXIT.

      *-----------------------------------------------------------------
      * Un cliente por vuelta: se lo busca en el maestro, se listan
      * sus ordenes y se elige una para modificar o la 0 para dar de
      * alta una nueva. Id Cliente 0 termina el programa.
      *-----------------------------------------------------------------
       PROCESO.
           DISPLAY " "                    LINE 1  COL 1 ERASE EOS
                   "Ordenes Permanentes"  LINE 3  COL 31
                   GUIONES                LINE 4  COL 1
                   "Id Cliente : "        LINE 06 COL 10
                   "(0 = terminar)"       LINE 06 COL 32
                   GUIONES                LINE 22 COL 1.
           MOVE 0 TO W-CLI-ID.
           ACCEPT W-CLI-ID LINE 06 COL 23.
           IF W-CLI-ID = 0
              MOVE "S" TO FIN
              GO TO F-PROCESO.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
              INVALID KEY     MOVE "N" TO W-CLI-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CLI-EXISTE.
           IF W-CLI-EXISTE = "N"
              DISPLAY "Cliente inexistente" LINE 23 COL 1
              ACCEPT X LINE 23 COL 25
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-PROCESO.
           MOVE W-CLI-ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z             LINE 06 COL 23
                   SPACES                 LINE 06 COL 32 SIZE 48
                   CLI_NOMBRE(1:40)       LINE 06 COL 32.
           IF CLI-INACTIVO
              DISPLAY "BAJA" LINE 06 COL 75.
           PERFORM LISTA-ORDENES THRU F-LISTA-ORDENES.

       INGRESO-NUMERO.
           DISPLAY "Nro. de orden (0 = nueva) : " LINE 20 COL 10.
           MOVE 0 TO W-ORD-NUMERO.
           ACCEPT W-ORD-NUMERO LINE 20 COL 39.
           IF W-ORD-NUMERO NOT = 0
              GO TO INGRESO-NUMERO-EXISTENTE.
           IF W-OPERADOR-NIVEL = "1"
              DISPLAY "Operador de consulta - sin permiso de altas"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-PROCESO.
           IF CLI-INACTIVO
              DISPLAY "Cliente dado de baja - no admite ordenes nuevas"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-PROCESO.
           IF W-LST-ULTIMO = 999
              DISPLAY "El cliente no admite mas ordenes" LINE 23 COL 1
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-PROCESO.
           COMPUTE W-ORD-NUMERO = W-LST-ULTIMO + 1.
           MOVE "N" TO W-ORD-EXISTE.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           MOVE "D"          TO W-ORD-TIPO.
           MOVE 0            TO W-ORD-IMPORTE.
           MOVE SPACES       TO W-ORD-MOTIVO.
           MOVE "M"          TO W-ORD-FRECUENCIA.
           MOVE W-FECHA-SIST TO W-ORD-FECHA-DESDE.
           MOVE 0            TO W-ORD-FECHA-HASTA.
           MOVE "S"          TO W-ORD-ACTIVA.
           MOVE "ORDP"       TO W-ORD-CONCEPTO.
           MOVE SPACES       TO W-RESUMEN-ANT.
           MOVE 0            TO ORP-ULT-PERIODO.
           MOVE 0            TO ORP-ULT-FECHA.
           PERFORM MUESTRO-ORDEN.
           PERFORM INGRESO-TIPO.
           PERFORM INGRESO-IMPORTE.
           PERFORM INGRESO-MOTIVO.
           PERFORM INGRESO-FRECUENCIA.
           PERFORM INGRESO-FECHA-DESDE THRU F-INGRESO-FECHA-DESDE.
           PERFORM INGRESO-FECHA-HASTA THRU F-INGRESO-FECHA-HASTA.
           PERFORM INGRESO-ACTIVA.
           PERFORM INGRESO-CONCEPTO THRU F-INGRESO-CONCEPTO.
           PERFORM OPCIONES THRU F-OPCIONES.
           GO TO F-PROCESO.

       INGRESO-NUMERO-EXISTENTE.
           MOVE W-CLI-ID     TO ORP-CLI-ID.
           MOVE W-ORD-NUMERO TO ORP-NUMERO.
           READ ORDENES
              INVALID KEY     MOVE "N" TO W-ORD-EXISTE
              NOT INVALID KEY MOVE "S" TO W-ORD-EXISTE.
           IF W-ORD-EXISTE = "N"
              DISPLAY "Orden inexistente para el cliente"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-NUMERO.
           MOVE ORP-TIPO        TO W-ORD-TIPO.
           MOVE ORP-IMPORTE     TO W-ORD-IMPORTE.
           MOVE ORP-MOTIVO      TO W-ORD-MOTIVO.
           MOVE ORP-FRECUENCIA  TO W-ORD-FRECUENCIA.
           MOVE ORP-FECHA-DESDE TO W-ORD-FECHA-DESDE.
           MOVE ORP-FECHA-HASTA TO W-ORD-FECHA-HASTA.
           MOVE ORP-ACTIVA      TO W-ORD-ACTIVA.
           MOVE ORP-CONCEPTO    TO W-ORD-CONCEPTO.
           PERFORM ARMA-RESUMEN.
           MOVE W-ORD-RESUMEN   TO W-RESUMEN-ANT.
           PERFORM MUESTRO-ORDEN.
           PERFORM OPCIONES THRU F-OPCIONES.

       F-PROCESO.
           EXIT.

      *-----------------------------------------------------------------
      * Lista las ordenes del cliente (hasta once en pantalla) y deja
      * en W-LST-ULTIMO el numero mas alto usado, para numerar el
      * alta siguiente.
      *-----------------------------------------------------------------
       LISTA-ORDENES.
           MOVE 0  TO W-LST-ULTIMO.
           MOVE 9  TO W-LST-LINEA.
           DISPLAY "Nro T      Importe F  Desde    Hasta   A Motivo"
                                         LINE 08 COL 5.
           MOVE W-CLI-ID TO ORP-CLI-ID.
           MOVE 0        TO ORP-NUMERO.
           MOVE "S"      TO W-LST-HAY-MAS.
           START ORDENES KEY IS NOT LESS THAN ORP-CLAVE
              INVALID KEY MOVE "N" TO W-LST-HAY-MAS.
           IF ST-ORD > "07"
              MOVE "N" TO W-LST-HAY-MAS.

       LISTA-ORDENES-CICLO.
           IF W-LST-HAY-MAS = "N"
              GO TO F-LISTA-ORDENES.
           READ ORDENES NEXT RECORD
              AT END MOVE "N" TO W-LST-HAY-MAS.
           IF W-LST-HAY-MAS = "N"
              GO TO F-LISTA-ORDENES.
           IF ST-ORD > "07" OR ORP-CLI-ID NOT = W-CLI-ID
              MOVE "N" TO W-LST-HAY-MAS
              GO TO F-LISTA-ORDENES.
           MOVE ORP-NUMERO TO W-LST-ULTIMO.
           IF W-LST-LINEA > 19
              GO TO LISTA-ORDENES-CICLO.
           MOVE ORP-NUMERO  TO W-ORD-NUMERO-Z.
           MOVE ORP-IMPORTE TO W-ORD-IMPORTE-ED.
           DISPLAY W-ORD-NUMERO-Z       LINE W-LST-LINEA COL 5
                   ORP-TIPO             LINE W-LST-LINEA COL 9
                   W-ORD-IMPORTE-ED     LINE W-LST-LINEA COL 11
                   ORP-FRECUENCIA       LINE W-LST-LINEA COL 24
                   ORP-FECHA-DESDE      LINE W-LST-LINEA COL 27
                   ORP-FECHA-HASTA      LINE W-LST-LINEA COL 36
                   ORP-ACTIVA           LINE W-LST-LINEA COL 45
                   ORP-MOTIVO(1:30)     LINE W-LST-LINEA COL 47.
           ADD 1 TO W-LST-LINEA.
           GO TO LISTA-ORDENES-CICLO.

       F-LISTA-ORDENES.
           EXIT.

       MUESTRO-ORDEN.
           MOVE W-ORD-NUMERO  TO W-ORD-NUMERO-Z.
           MOVE W-ORD-IMPORTE TO W-ORD-IMPORTE-ED.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
                   "Ordenes Permanentes"        LINE 3  COL 31
                   GUIONES                      LINE 4  COL 1
                   "Id Cliente : "              LINE 06 COL 10
                   W-CLI-ID-Z                   LINE 06 COL 23
                   CLI_NOMBRE(1:40)             LINE 06 COL 32
                   "Orden      : "              LINE 07 COL 10
                   W-ORD-NUMERO-Z               LINE 07 COL 23
                   "01. Tipo (D/C)   : "        LINE 09 COL 10
                   W-ORD-TIPO                   LINE 09 COL 36
                   "02. Importe      : "        LINE 10 COL 10
                   W-ORD-IMPORTE-ED             LINE 10 COL 36
                   "03. Motivo       : "        LINE 11 COL 10
                   W-ORD-MOTIVO                 LINE 11 COL 36
                   "04. Frecuencia   : "        LINE 12 COL 10
                   W-ORD-FRECUENCIA             LINE 12 COL 36
                   "M/B/T/S/A = 1/2/3/6/12 meses"
                                                LINE 12 COL 40
                   "05. Fecha desde  : "        LINE 13 COL 10
                   W-ORD-FECHA-DESDE            LINE 13 COL 36
                   "(AAAAMMDD)"                 LINE 13 COL 46
                   "06. Fecha hasta  : "        LINE 14 COL 10
                   W-ORD-FECHA-HASTA            LINE 14 COL 36
                   "(0 = sin vencimiento)"      LINE 14 COL 46
                   "07. Activa (S/N) : "        LINE 15 COL 10
                   W-ORD-ACTIVA                 LINE 15 COL 36
                   "08. Concepto     : "        LINE 16 COL 10
                   W-ORD-CONCEPTO               LINE 16 COL 36
                   "Ultimo periodo aplicado : " LINE 17 COL 10
                   ORP-ULT-PERIODO              LINE 17 COL 36
                   "el"                         LINE 17 COL 44
                   ORP-ULT-FECHA                LINE 17 COL 47
                   "Opcion [  ]"                LINE 20 COL 30
                   GUIONES                      LINE 22 COL 1.
           IF W-ORD-EXISTE = "N"
              DISPLAY "NUEVA" LINE 07 COL 28.
           IF W-ORD-CONCEPTO NOT = SPACES
              MOVE W-ORD-CONCEPTO TO CPT-CODIGO
              READ CONCEPTOS
                 INVALID KEY     MOVE "N" TO W-CPT-EXISTE
                 NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE
              END-READ
              IF W-CPT-EXISTE = "S"
                 DISPLAY CPT-DESCRIPCION LINE 16 COL 42.

       INGRESO-TIPO.
           ACCEPT W-ORD-TIPO LINE 09 COL 36.
           IF W-ORD-TIPO = "d" MOVE "D" TO W-ORD-TIPO.
           IF W-ORD-TIPO = "c" MOVE "C" TO W-ORD-TIPO.
           IF W-ORD-TIPO NOT = "D" AND W-ORD-TIPO NOT = "C"
              GO TO INGRESO-TIPO.
           DISPLAY W-ORD-TIPO LINE 09 COL 36.

       INGRESO-IMPORTE.
           ACCEPT W-ORD-IMPORTE LINE 10 COL 36.
           IF W-ORD-IMPORTE NOT > 0
              GO TO INGRESO-IMPORTE.
           MOVE W-ORD-IMPORTE TO W-ORD-IMPORTE-ED.
           DISPLAY SPACES           LINE 10 COL 36 SIZE 20
                   W-ORD-IMPORTE-ED LINE 10 COL 36.

       INGRESO-MOTIVO.
           ACCEPT W-ORD-MOTIVO LINE 11 COL 36.
           IF W-ORD-MOTIVO = SPACES
              GO TO INGRESO-MOTIVO.
           DISPLAY W-ORD-MOTIVO LINE 11 COL 36.

       INGRESO-FRECUENCIA.
           ACCEPT W-ORD-FRECUENCIA LINE 12 COL 36.
           IF W-ORD-FRECUENCIA = "m" MOVE "M" TO W-ORD-FRECUENCIA.
           IF W-ORD-FRECUENCIA = "b" MOVE "B" TO W-ORD-FRECUENCIA.
           IF W-ORD-FRECUENCIA = "t" MOVE "T" TO W-ORD-FRECUENCIA.
           IF W-ORD-FRECUENCIA = "s" MOVE "S" TO W-ORD-FRECUENCIA.
           IF W-ORD-FRECUENCIA = "a" MOVE "A" TO W-ORD-FRECUENCIA.
           IF W-ORD-FRECUENCIA NOT = "M" AND NOT = "B"
              AND NOT = "T" AND NOT = "S" AND NOT = "A"
              GO TO INGRESO-FRECUENCIA.
           DISPLAY W-ORD-FRECUENCIA LINE 12 COL 36.

      *-----------------------------------------------------------------
      * La fecha desde fija el dia de vencimiento de cada periodo y el
      * mes a partir del cual se cuenta la frecuencia.
      *-----------------------------------------------------------------
       INGRESO-FECHA-DESDE.
           ACCEPT W-ORD-FECHA-DESDE LINE 13 COL 36.
           MOVE W-ORD-FECHA-DESDE TO W-FECHA-VALIDAR.
           PERFORM VALIDA-FECHA THRU F-VALIDA-FECHA.
           IF W-FECHA-OK = "N"
              DISPLAY "Fecha invalida - reingrese" LINE 23 COL 1
              ACCEPT X LINE 23 COL 30
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-FECHA-DESDE.
           IF W-ORD-FECHA-HASTA NOT = 0
              AND W-ORD-FECHA-HASTA < W-ORD-FECHA-DESDE
              DISPLAY "La fecha desde supera a la fecha hasta"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 45
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-FECHA-DESDE.
           DISPLAY W-ORD-FECHA-DESDE LINE 13 COL 36.

       F-INGRESO-FECHA-DESDE.
           EXIT.

       INGRESO-FECHA-HASTA.
           ACCEPT W-ORD-FECHA-HASTA LINE 14 COL 36.
           IF W-ORD-FECHA-HASTA = 0
              DISPLAY W-ORD-FECHA-HASTA LINE 14 COL 36
              GO TO F-INGRESO-FECHA-HASTA.
           MOVE W-ORD-FECHA-HASTA TO W-FECHA-VALIDAR.
           PERFORM VALIDA-FECHA THRU F-VALIDA-FECHA.
           IF W-FECHA-OK = "N"
              DISPLAY "Fecha invalida - reingrese" LINE 23 COL 1
              ACCEPT X LINE 23 COL 30
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-FECHA-HASTA.
           IF W-ORD-FECHA-HASTA < W-ORD-FECHA-DESDE
              DISPLAY "La fecha hasta es anterior a la fecha desde"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-FECHA-HASTA.
           DISPLAY W-ORD-FECHA-HASTA LINE 14 COL 36.

       F-INGRESO-FECHA-HASTA.
           EXIT.

       INGRESO-ACTIVA.
           ACCEPT W-ORD-ACTIVA LINE 15 COL 36.
           IF W-ORD-ACTIVA = "s" MOVE "S" TO W-ORD-ACTIVA.
           IF W-ORD-ACTIVA = "n" MOVE "N" TO W-ORD-ACTIVA.
           IF W-ORD-ACTIVA NOT = "S" AND W-ORD-ACTIVA NOT = "N"
              GO TO INGRESO-ACTIVA.
           DISPLAY W-ORD-ACTIVA LINE 15 COL 36.

      *-----------------------------------------------------------------
      * El concepto con que APLORDEN genera los movimientos de la
      * orden: debe existir en el catalogo, estar activo y admitir el
      * tipo de la orden.
      *-----------------------------------------------------------------
       INGRESO-CONCEPTO.
           ACCEPT W-ORD-CONCEPTO LINE 16 COL 36.
           MOVE W-ORD-CONCEPTO TO CPT-CODIGO.
           PERFORM VALIDA-CONCEPTO THRU F-VALIDA-CONCEPTO.
           IF W-CPT-OK = "N"
              GO TO INGRESO-CONCEPTO.
           DISPLAY W-ORD-CONCEPTO  LINE 16 COL 36
                   SPACES          LINE 16 COL 42 SIZE 38
                   CPT-DESCRIPCION LINE 16 COL 42.

       F-INGRESO-CONCEPTO.
           EXIT.

       VALIDA-CONCEPTO.
           MOVE "N" TO W-CPT-OK.
           READ CONCEPTOS
              INVALID KEY     MOVE "N" TO W-CPT-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE.
           IF W-CPT-EXISTE = "N"
              DISPLAY "Concepto inexistente" LINE 23 COL 1
              ACCEPT X LINE 23 COL 25
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-VALIDA-CONCEPTO.
           IF CPT-ES-INACTIVO
              DISPLAY "Concepto inactivo" LINE 23 COL 1
              ACCEPT X LINE 23 COL 25
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-VALIDA-CONCEPTO.
           IF CPT-TIPO NOT = W-ORD-TIPO
              DISPLAY "El concepto no admite el tipo de la orden"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 45
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-VALIDA-CONCEPTO.
           MOVE "S" TO W-CPT-OK.

       F-VALIDA-CONCEPTO.
           EXIT.

      *-----------------------------------------------------------------
      * Control de forma de una fecha AAAAMMDD: mes 1 a 12 y dia 1 a
      * 31. El vencimiento de un mes corto se ajusta en APLORDEN.
      *-----------------------------------------------------------------
       VALIDA-FECHA.
           MOVE "N" TO W-FECHA-OK.
           IF W-FV-AAAA < 1900
              GO TO F-VALIDA-FECHA.
           IF W-FV-MM < 1 OR W-FV-MM > 12
              GO TO F-VALIDA-FECHA.
           IF W-FV-DD < 1 OR W-FV-DD > 31
              GO TO F-VALIDA-FECHA.
           MOVE "S" TO W-FECHA-OK.

       F-VALIDA-FECHA.
           EXIT.

       OPCIONES.
           DISPLAY "[00 - ENTER] GRABAR" LINE 23 COL 1
                   "[77] - SALIR"        LINE 23 COL 30
                   "[01-08] - MODIFICAR" LINE 24 COL 1.
           MOVE 0 TO OPCION.
           ACCEPT OPCION LINE 20 COL 38.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           DISPLAY SPACES LINE 24 COL 1 SIZE 80.
           IF W-OPERADOR-NIVEL = "1" AND OPCION NOT = 77
              DISPLAY "Operador de consulta - sin permiso de cambios"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO OPCIONES.
           EVALUATE OPCION
             WHEN 1
                PERFORM INGRESO-TIPO
             WHEN 2
                PERFORM INGRESO-IMPORTE
             WHEN 3
                PERFORM INGRESO-MOTIVO
             WHEN 4
                PERFORM INGRESO-FRECUENCIA
             WHEN 5
                PERFORM INGRESO-FECHA-DESDE THRU F-INGRESO-FECHA-DESDE
             WHEN 6
                PERFORM INGRESO-FECHA-HASTA THRU F-INGRESO-FECHA-HASTA
             WHEN 7
                PERFORM INGRESO-ACTIVA
             WHEN 8
                PERFORM INGRESO-CONCEPTO THRU F-INGRESO-CONCEPTO
             WHEN 0
                PERFORM GRABAR THRU F-GRABAR
             WHEN 77
                CONTINUE
             WHEN OTHER
                GO TO OPCIONES
           END-EVALUATE.
           IF OPCION > 0 AND OPCION < 77 GO TO OPCIONES.

       F-OPCIONES.
           EXIT.

      *-----------------------------------------------------------------
      * Graba el alta o regraba la modificacion y deja en AUDITORIA
      * un renglon con el resumen anterior y el nuevo de la orden. El
      * ultimo periodo aplicado no se toca: lo mantiene APLORDEN.
      *-----------------------------------------------------------------
       GRABAR.
           PERFORM ARMA-RESUMEN.
           IF W-ORD-EXISTE = "S" AND W-ORD-RESUMEN = W-RESUMEN-ANT
              GO TO F-GRABAR.
      *    Un cambio de tipo posterior al concepto se controla aca.
           MOVE W-ORD-CONCEPTO TO CPT-CODIGO.
           PERFORM VALIDA-CONCEPTO THRU F-VALIDA-CONCEPTO.
           IF W-CPT-OK = "N"
              GO TO F-GRABAR.
           IF W-ORD-EXISTE = "S"
              MOVE W-CLI-ID     TO ORP-CLI-ID
              MOVE W-ORD-NUMERO TO ORP-NUMERO
              READ ORDENES
                 INVALID KEY MOVE "N" TO W-ORD-EXISTE
              END-READ
           END-IF.
           MOVE W-CLI-ID          TO ORP-CLI-ID.
           MOVE W-ORD-NUMERO      TO ORP-NUMERO.
           MOVE W-ORD-TIPO        TO ORP-TIPO.
           MOVE W-ORD-IMPORTE     TO ORP-IMPORTE.
           MOVE W-ORD-MOTIVO      TO ORP-MOTIVO.
           MOVE W-ORD-FRECUENCIA  TO ORP-FRECUENCIA.
           MOVE W-ORD-FECHA-DESDE TO ORP-FECHA-DESDE.
           MOVE W-ORD-FECHA-HASTA TO ORP-FECHA-HASTA.
           MOVE W-ORD-ACTIVA      TO ORP-ACTIVA.
           MOVE W-ORD-CONCEPTO    TO ORP-CONCEPTO.
           MOVE W-OPERADOR        TO ORP-OPERADOR.
           IF W-ORD-EXISTE = "S"
              REWRITE REG-ORDEN
              MOVE "MODIF" TO AUD-OPERACION
           ELSE
              WRITE REG-ORDEN
              MOVE "ALTA"  TO AUD-OPERACION.
           IF ST-ORD NOT = "00"
              DISPLAY "Error grabando ORDENES - Status: "
                                         LINE 23 COL 1
                      ST-ORD             LINE 23 COL 35
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-GRABAR.
           MOVE "S" TO W-ORD-EXISTE.
           MOVE W-ORD-NUMERO TO W-ORD-NUMERO-Z.
           MOVE SPACES TO AUD-CAMPO.
           STRING "ORDEN " W-ORD-NUMERO-Z
                  DELIMITED BY SIZE INTO AUD-CAMPO.
           MOVE W-RESUMEN-ANT TO AUD-VALOR-ANTERIOR.
           MOVE W-ORD-RESUMEN TO AUD-VALOR-NUEVO.
           PERFORM AUD-GRABA THRU F-AUD-GRABA.
           MOVE W-ORD-RESUMEN TO W-RESUMEN-ANT.
           DISPLAY "Orden grabada - ENTER para continuar"
                                         LINE 23 COL 1.
           ACCEPT X LINE 23 COL 40.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-GRABAR.
           EXIT.

       ARMA-RESUMEN.
           MOVE W-ORD-TIPO        TO W-RES-TIPO.
           MOVE W-ORD-IMPORTE     TO W-RES-IMPORTE.
           MOVE W-ORD-FRECUENCIA  TO W-RES-FREC.
           MOVE W-ORD-FECHA-DESDE TO W-RES-DESDE.
           MOVE W-ORD-FECHA-HASTA TO W-RES-HASTA.
           MOVE W-ORD-ACTIVA      TO W-RES-ACTIVA.
           MOVE W-ORD-CONCEPTO    TO W-RES-CONCEPTO.
           MOVE W-ORD-MOTIVO      TO W-RES-MOTIVO.

       AUD-GRABA.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIST  FROM TIME.
           MOVE W-CLI-ID      TO AUD-CLI-ID.
           MOVE W-FECHA-SIST  TO AUD-FECHA.
           MOVE W-HORA-SIST   TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.

       F-AUD-GRABA.
           EXIT.

       CIERRO-ARCHIVO.
           CLOSE ORDENES.
           CLOSE CLIENTES.
           CLOSE AUDITORIA.
           CLOSE USUARIOS.
           CLOSE CONCEPTOS.

       END PROGRAM "ABMORDEN".

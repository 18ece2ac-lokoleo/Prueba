      ******************************************************************
      * Program-ID : CONSALDO
      * Author     : Sistemas - Clientes
      * Installation: Dpto. Sistemas
      * Date-Written: 2026-10-15
      * Purpose    : Consulta de saldo de un cliente a una fecha dada.
      *              Parte del ultimo cierre mensual (SALDOSHIS)
      *              anterior al mes de la fecha y le suma los
      *              movimientos desde el primer dia del mes siguiente
      *              al cierre hasta la fecha inclusive. Si el cliente
      *              no tiene cierre anterior a la fecha, el saldo se
      *              reconstruye hacia atras desde CLI_SALDO
      *              descontando los movimientos posteriores a la
      *              fecha. Solo consulta: no graba ningun archivo.
      *              Se ingresa con operador y clave del maestro de
      *              USUARIOS (cualquier nivel).
      * Tectonics  : cobc
      *-------------------------------------------------------------
      * Modification History
      * Date       Init  Description
      * 2026-10-15  SIS  Version inicial.
      * 2026-10-15  SIS  Ingreso con operador y clave de USUARIOS antes
      *                  de la consulta; sin ingreso valido termina.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CONSALDO".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS ID_CLIENTE
                  ALTERNATE KEY CLI_NOMBRE WITH DUPLICATES
                  ALTERNATE KEY CLI_ALT_2  WITH DUPLICATES
                  STATUS ST-CLI.

           SELECT OPTIONAL MOVIMIENTOS ASSIGN TO "./movimien.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS MOV-CLAVE
                  STATUS ST-MOV.

           SELECT OPTIONAL SALDOSHIS ASSIGN TO "./saldohis.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS SHI-CLAVE
                  STATUS ST-SHI.

           SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  STATUS ST-USR.

       DATA DIVISION.
       FILE SECTION.

           COPY "CLIENTE.CPY".

           COPY "MOVIMIEN.CPY".

           COPY "SALDOHIS.CPY".

           COPY "USUARIO.CPY".

       WORKING-STORAGE SECTION.

       01  ST-CLI    PIC XX.
       01  ST-MOV    PIC XX.
       01  ST-SHI    PIC XX.
       01  ST-USR    PIC XX.
       01  X         PIC X.

       01  FIN        PIC X     VALUE "N".
       01  FIN-LECTURA PIC X.
       01  GUIONES    PIC X(80) VALUE ALL "-".

       01  W-SIGNON-CODIGO    PIC X(4).
       01  W-SIGNON-CLAVE     PIC X(8).
       01  W-SIGNON-INTENTOS  PIC 9     VALUE 0.
       01  W-USR-HALLADO      PIC X.
       01  W-OPERADOR         PIC X(4).

       01  W-CLI-ID           PIC 9(7).
       01  W-CLI-EXISTE       PIC X.
       01  W-FECHA-SIST       PIC 9(8).
       01  W-FECHA-CONS       PIC 9(8).
       01  W-FECHA-CONS-X REDEFINES W-FECHA-CONS.
           03  W-FC-AAAA      PIC 9(4).
           03  W-FC-MM        PIC 9(2).
           03  W-FC-DD        PIC 9(2).
       01  W-PERIODO-CONS     PIC 9(6).

       01  W-HAY-CIERRE       PIC X.
       01  W-PERIODO-BASE     PIC 9(6).
       01  W-PERIODO-BASE-X REDEFINES W-PERIODO-BASE.
           03  W-PB-AAAA      PIC 9(4).
           03  W-PB-MM        PIC 9(2).
       01  W-SALDO-BASE       PIC S9(9)V9(3).
       01  W-FECHA-DESDE      PIC 9(8).
       01  W-DEBITOS          PIC S9(9)V9(3).
       01  W-CREDITOS         PIC S9(9)V9(3).
       01  W-CANT-DEBITOS     PIC 9(5).
       01  W-CANT-CREDITOS    PIC 9(5).
       01  W-SALDO-FECHA      PIC S9(9)V9(3).

       01  W-CLI-ID-Z         PIC Z(06)9.
       01  W-IMPORTE-ED       PIC -9(9),999.
       01  W-CANT-ED          PIC ZZZZ9.

       PROCEDURE DIVISION.
       PRINCIPAL.
           PERFORM ABRO-ARCHIVO THRU F-ABRO-ARCHIVO.
           IF FIN = "N"
              PERFORM INGRESO-OPERADOR THRU F-INGRESO-OPERADOR.
           IF FIN = "N"
              PERFORM CONSULTA THRU F-CONSULTA
                      UNTIL FIN = "S".
           PERFORM CIERRO-ARCHIVO.
           STOP RUN.

       ABRO-ARCHIVO.
           OPEN INPUT CLIENTES.
           IF ST-CLI > "07"
              DISPLAY "No se pudo abrir CLIENTES - Status: "
                                         LINE 10 COL 20
                      ST-CLI             LINE 10 COL 56
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT MOVIMIENTOS.
           IF ST-MOV > "07"
              DISPLAY "No se pudo abrir MOVIMIENTOS - Status: "
                                         LINE 10 COL 20
                      ST-MOV             LINE 10 COL 59
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN
              GO TO F-ABRO-ARCHIVO.

           OPEN INPUT SALDOSHIS.

           OPEN INPUT USUARIOS.
           IF ST-USR NOT = "00"
              DISPLAY "Maestro de usuarios no disponible -"
                      " no se pueden consultar saldos"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN.

       F-ABRO-ARCHIVO.
           EXIT.

      *-----------------------------------------------------------------
      * Ingreso del operador contra el maestro de USUARIOS. Sin
      * maestro o tras tres intentos fallidos el programa termina:
      * el saldo de un cliente no se muestra sin operador.
      *-----------------------------------------------------------------
       INGRESO-OPERADOR.
           DISPLAY " "                    LINE 1  COL 1 ERASE EOS
                   "Consulta de Saldo a Fecha" LINE 3  COL 28
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
      * Una consulta: cliente (0 termina) y fecha (0 es hoy); la fecha
      * no puede ser posterior a hoy.
      *-----------------------------------------------------------------
       CONSULTA.
           DISPLAY " "                        LINE 1  COL 1 ERASE EOS
                   "Consulta de Saldo a Fecha" LINE 3  COL 28
                   GUIONES                    LINE 4  COL 1
                   "Cliente  : "              LINE 07 COL 10
                   "(0 = terminar)"           LINE 07 COL 60.
           MOVE 0 TO W-CLI-ID.
           ACCEPT W-CLI-ID LINE 07 COL 21.
           IF W-CLI-ID = 0
              MOVE "S" TO FIN
              GO TO F-CONSULTA.
           MOVE W-CLI-ID TO CLI_ID.
           READ CLIENTES
              INVALID KEY     MOVE "N" TO W-CLI-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CLI-EXISTE.
           IF W-CLI-EXISTE = "N"
              DISPLAY "Cliente inexistente" LINE 23 COL 1
              ACCEPT X LINE 23 COL 22
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-CONSULTA.
           MOVE CLI_ID TO W-CLI-ID-Z.
           DISPLAY W-CLI-ID-Z                 LINE 07 COL 21
                   CLI_NOMBRE(1:38)           LINE 07 COL 30
                   "                    "     LINE 07 COL 60.

       CONSULTA-FECHA.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           DISPLAY "Fecha    : "              LINE 09 COL 10
                   "(AAAAMMDD, 0 = hoy)"      LINE 09 COL 32.
           MOVE 0 TO W-FECHA-CONS.
           ACCEPT W-FECHA-CONS LINE 09 COL 21.
           IF W-FECHA-CONS = 0
              MOVE W-FECHA-SIST TO W-FECHA-CONS.
           IF W-FC-MM < 1 OR W-FC-MM > 12 OR W-FC-DD < 1
              OR W-FC-DD > 31 OR W-FC-AAAA < 1900
              DISPLAY "Fecha invalida" LINE 23 COL 1
              ACCEPT X LINE 23 COL 16
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO CONSULTA-FECHA.
           IF W-FECHA-CONS > W-FECHA-SIST
              DISPLAY "La fecha no puede ser posterior a hoy"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO CONSULTA-FECHA.
           DISPLAY W-FECHA-CONS LINE 09 COL 21
                   "                   "     LINE 09 COL 32.
           MOVE W-FECHA-CONS(1:6) TO W-PERIODO-CONS.
           PERFORM BUSCA-CIERRE THRU F-BUSCA-CIERRE.
           IF W-HAY-CIERRE = "S"
              PERFORM SUMA-DESDE-CIERRE THRU F-SUMA-DESDE-CIERRE
           ELSE
              PERFORM RESTA-DESDE-ACTUAL THRU F-RESTA-DESDE-ACTUAL.
           PERFORM MUESTRA-SALDO THRU F-MUESTRA-SALDO.

       F-CONSULTA.
           EXIT.

      *-----------------------------------------------------------------
      * Busca el ultimo cierre del cliente anterior al mes consultado.
      * Los cierres de un cliente son pocos: se leen en orden de
      * periodo y se conserva el ultimo que cumple.
      *-----------------------------------------------------------------
       BUSCA-CIERRE.
           MOVE "N" TO W-HAY-CIERRE.
           MOVE "N" TO FIN-LECTURA.
           MOVE CLI_ID TO SHI-CLI-ID.
           MOVE 0      TO SHI-PERIODO.
           START SALDOSHIS KEY IS NOT LESS THAN SHI-CLAVE
              INVALID KEY MOVE "S" TO FIN-LECTURA.
           IF ST-SHI > "07"
              MOVE "S" TO FIN-LECTURA.

       BUSCA-CIERRE-CICLO.
           IF FIN-LECTURA = "S"
              GO TO F-BUSCA-CIERRE.
           READ SALDOSHIS NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA.
           IF FIN-LECTURA = "S" OR ST-SHI > "07"
              GO TO F-BUSCA-CIERRE.
           IF SHI-CLI-ID NOT = CLI_ID
              OR SHI-PERIODO NOT < W-PERIODO-CONS
              GO TO F-BUSCA-CIERRE.
           MOVE "S"              TO W-HAY-CIERRE.
           MOVE SHI-PERIODO      TO W-PERIODO-BASE.
           MOVE SHI-SALDO-CIERRE TO W-SALDO-BASE.
           GO TO BUSCA-CIERRE-CICLO.

       F-BUSCA-CIERRE.
           EXIT.

      *-----------------------------------------------------------------
      * Con cierre: saldo de cierre mas los movimientos desde el primer
      * dia del mes siguiente al cierre hasta la fecha consultada.
      *-----------------------------------------------------------------
       SUMA-DESDE-CIERRE.
           MOVE 0 TO W-DEBITOS.
           MOVE 0 TO W-CREDITOS.
           MOVE 0 TO W-CANT-DEBITOS.
           MOVE 0 TO W-CANT-CREDITOS.
           IF W-PB-MM = 12
              ADD 1 TO W-PB-AAAA
              MOVE 1 TO W-PB-MM
           ELSE
              ADD 1 TO W-PB-MM.
           COMPUTE W-FECHA-DESDE = W-PERIODO-BASE * 100 + 1.
           IF W-PB-MM = 1
              SUBTRACT 1 FROM W-PB-AAAA
              MOVE 12 TO W-PB-MM
           ELSE
              SUBTRACT 1 FROM W-PB-MM.
           MOVE "N" TO FIN-LECTURA.
           MOVE CLI_ID        TO MOV-CLI-ID.
           MOVE W-FECHA-DESDE TO MOV-FECHA.
           MOVE 0             TO MOV-SEQ.
           START MOVIMIENTOS KEY IS NOT LESS THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-LECTURA.
           IF ST-MOV > "07"
              MOVE "S" TO FIN-LECTURA.

       SUMA-CICLO.
           IF FIN-LECTURA = "S"
              GO TO SUMA-FIN.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA.
           IF FIN-LECTURA = "S" OR ST-MOV > "07"
              GO TO SUMA-FIN.
           IF MOV-CLI-ID NOT = CLI_ID
              OR MOV-FECHA > W-FECHA-CONS
              GO TO SUMA-FIN.
           IF MOV-DEBITO
              ADD MOV-IMPORTE TO W-DEBITOS
              ADD 1 TO W-CANT-DEBITOS
           ELSE
              ADD MOV-IMPORTE TO W-CREDITOS
              ADD 1 TO W-CANT-CREDITOS.
           GO TO SUMA-CICLO.

       SUMA-FIN.
           COMPUTE W-SALDO-FECHA = W-SALDO-BASE
                   + W-CREDITOS - W-DEBITOS.

       F-SUMA-DESDE-CIERRE.
           EXIT.

      *-----------------------------------------------------------------
      * Sin cierre anterior: CLI_SALDO menos el neto de los
      * movimientos posteriores a la fecha consultada. Los debitos y
      * creditos que se muestran son los posteriores a la fecha.
      *-----------------------------------------------------------------
       RESTA-DESDE-ACTUAL.
           MOVE 0 TO W-DEBITOS.
           MOVE 0 TO W-CREDITOS.
           MOVE 0 TO W-CANT-DEBITOS.
           MOVE 0 TO W-CANT-CREDITOS.
           MOVE "N" TO FIN-LECTURA.
           MOVE CLI_ID       TO MOV-CLI-ID.
           MOVE W-FECHA-CONS TO MOV-FECHA.
           MOVE 99999        TO MOV-SEQ.
           START MOVIMIENTOS KEY IS GREATER THAN MOV-CLAVE
              INVALID KEY MOVE "S" TO FIN-LECTURA.
           IF ST-MOV > "07"
              MOVE "S" TO FIN-LECTURA.

       RESTA-CICLO.
           IF FIN-LECTURA = "S"
              GO TO RESTA-FIN.
           READ MOVIMIENTOS NEXT RECORD
              AT END MOVE "S" TO FIN-LECTURA.
           IF FIN-LECTURA = "S" OR ST-MOV > "07"
              GO TO RESTA-FIN.
           IF MOV-CLI-ID NOT = CLI_ID
              GO TO RESTA-FIN.
           IF MOV-DEBITO
              ADD MOV-IMPORTE TO W-DEBITOS
              ADD 1 TO W-CANT-DEBITOS
           ELSE
              ADD MOV-IMPORTE TO W-CREDITOS
              ADD 1 TO W-CANT-CREDITOS.
           GO TO RESTA-CICLO.

       RESTA-FIN.
           COMPUTE W-SALDO-FECHA = CLI_SALDO
                   - W-CREDITOS + W-DEBITOS.

       F-RESTA-DESDE-ACTUAL.
           EXIT.

       MUESTRA-SALDO.
           IF W-HAY-CIERRE = "S"
              MOVE W-SALDO-BASE TO W-IMPORTE-ED
              DISPLAY "Cierre de  : "        LINE 11 COL 10
                      W-PERIODO-BASE         LINE 11 COL 23
                      "Saldo cierre : "      LINE 11 COL 35
                      W-IMPORTE-ED           LINE 11 COL 50
                      "Movimientos desde el cierre hasta la fecha:"
                                             LINE 13 COL 10
           ELSE
              MOVE CLI_SALDO TO W-IMPORTE-ED
              DISPLAY "Sin cierre anterior - Saldo actual: "
                                             LINE 11 COL 10
                      W-IMPORTE-ED           LINE 11 COL 50
                      "Movimientos posteriores a la fecha:"
                                             LINE 13 COL 10.
           MOVE W-DEBITOS      TO W-IMPORTE-ED.
           MOVE W-CANT-DEBITOS TO W-CANT-ED.
           DISPLAY "Debitos    : "           LINE 15 COL 10
                   W-CANT-ED                 LINE 15 COL 23
                   W-IMPORTE-ED              LINE 15 COL 50.
           MOVE W-CREDITOS      TO W-IMPORTE-ED.
           MOVE W-CANT-CREDITOS TO W-CANT-ED.
           DISPLAY "Creditos   : "           LINE 16 COL 10
                   W-CANT-ED                 LINE 16 COL 23
                   W-IMPORTE-ED              LINE 16 COL 50.
           MOVE W-SALDO-FECHA TO W-IMPORTE-ED.
           DISPLAY GUIONES                   LINE 18 COL 1
                   "Saldo al   : "           LINE 19 COL 10
                   W-FECHA-CONS              LINE 19 COL 23
                   W-IMPORTE-ED              LINE 19 COL 50
                   "ENTER para otra consulta" LINE 23 COL 1.
           ACCEPT X LINE 23 COL 26.

       F-MUESTRA-SALDO.
           EXIT.

       CIERRO-ARCHIVO.
           CLOSE CLIENTES.
           CLOSE MOVIMIENTOS.
           CLOSE SALDOSHIS.
           CLOSE USUARIOS.

       END PROGRAM "CONSALDO".

      ******************************************************************
      * Program-ID : ABMCONCP
      * Author     : Sistemas - Clientes
      * Installation: Dpto. Sistemas
      * Date-Written: 2026-10-15
      * Purpose    : A.B.M. del catalogo de Conceptos de Movimiento:
      *              codigo, descripcion, tipo de movimiento que
      *              admite (D/C), cuentas contables al Debe y al
      *              Haber con que ASIENTOS contabiliza los movimientos
      *              del concepto, y marca de activo. Se ingresa con
      *              operador y clave del maestro de USUARIOS: el nivel
      *              1 solo consulta, el 2 da altas y modifica, y la
      *              desactivacion o reactivacion de un concepto pide
      *              nivel 3. Los conceptos no se borran y el tipo de
      *              un concepto existente no se cambia (ya hay
      *              movimientos y ordenes contabilizados con el).
      *              Cada alta o modificacion queda en AUDITORIA con
      *              el estado anterior y el nuevo.
      * Tectonics  : cobc
      *-------------------------------------------------------------
      * Modification History
      * Date       Init  Description
      * 2026-10-15  SIS  Version inicial.
      * 2026-10-15  SIS  El alta pide el tipo hasta F-INGRESO-TIPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ABMCONCP".
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL CONCEPTOS ASSIGN TO "./concepto.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS CPT-CODIGO
                  STATUS ST-CPT.

           SELECT OPTIONAL AUDITORIA ASSIGN TO "./auditori.dat"
                  ORGANIZATION SEQUENTIAL
                  ACCESS MODE SEQUENTIAL
                  STATUS ST-AUD.

           SELECT OPTIONAL USUARIOS ASSIGN TO "./usuarios.dat"
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS USR-CODIGO
                  STATUS ST-USR.

       DATA DIVISION.
       FILE SECTION.

           COPY "CONCEPTO.CPY".

           COPY "AUDITORI.CPY".

           COPY "USUARIO.CPY".

       WORKING-STORAGE SECTION.

       01  ST-CPT    PIC XX.
       01  ST-AUD    PIC XX.
       01  ST-USR    PIC XX.
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

       01  W-FECHA-SIST       PIC 9(8).
       01  W-HORA-SIST        PIC 9(8).

       01  W-CPT-EXISTE       PIC X.
       01  W-CPT-CODIGO       PIC X(4).
       01  W-CPT-DESCRIPCION  PIC X(30).
       01  W-CPT-TIPO         PIC X.
       01  W-CPT-CUENTA-DEBE  PIC X(12).
       01  W-CPT-CUENTA-HABER PIC X(12).
       01  W-CPT-ACTIVO       PIC X.
       01  W-CPT-ACTIVO-ANT   PIC X.

       01  W-LST-HAY-MAS      PIC X.
       01  W-LST-LINEA        PIC 99.

       01  W-CPT-RESUMEN.
           03  W-RES-TIPO     PIC X.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-DEBE     PIC X(12).
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-HABER    PIC X(12).
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-ACTIVO   PIC X.
           03  FILLER         PIC X     VALUE SPACE.
           03  W-RES-DESCRIP  PIC X(30).
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
           OPEN I-O CONCEPTOS.
           IF ST-CPT = "35"
              OPEN OUTPUT CONCEPTOS
              CLOSE CONCEPTOS
              OPEN I-O CONCEPTOS.
           IF ST-CPT > "07"
              DISPLAY "No se pudo abrir CONCEPTOS - Status: "
                                         LINE 10 COL 20
                      ST-CPT             LINE 10 COL 57
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
                      " no se pueden mantener conceptos"
                                         LINE 10 COL 5
              ACCEPT X LINE 23 COL 1
              MOVE "S" TO FIN.

       F-ABRO-ARCHIVO.
           EXIT.

      *-----------------------------------------------------------------
      * Ingreso del operador contra el maestro de USUARIOS. Sin
      * maestro el programa termina: el catalogo define como se
      * contabilizan los movimientos y no se mantiene sin operador.
      *-----------------------------------------------------------------
       INGRESO-OPERADOR.
           DISPLAY " "                    LINE 1  COL 1 ERASE EOS
                   "Conceptos de Movimiento"
                                          LINE 3  COL 29
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
      * Un concepto por vuelta: se lista el catalogo y se ingresa el
      * codigo a consultar o modificar; un codigo inexistente es un
      * alta. Codigo en blanco termina el programa.
      *-----------------------------------------------------------------
       PROCESO.
           DISPLAY " "                    LINE 1  COL 1 ERASE EOS
                   "Conceptos de Movimiento"
                                          LINE 3  COL 29
                   GUIONES                LINE 4  COL 1
                   "Codigo : "            LINE 06 COL 10
                   "(blanco = terminar)"  LINE 06 COL 32
                   GUIONES                LINE 22 COL 1.
           PERFORM LISTA-CONCEPTOS THRU F-LISTA-CONCEPTOS.
           MOVE SPACES TO W-CPT-CODIGO.
           ACCEPT W-CPT-CODIGO LINE 06 COL 19.
           IF W-CPT-CODIGO = SPACES
              MOVE "S" TO FIN
              GO TO F-PROCESO.
           MOVE W-CPT-CODIGO TO CPT-CODIGO.
           READ CONCEPTOS
              INVALID KEY     MOVE "N" TO W-CPT-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE.
           IF W-CPT-EXISTE = "S"
              GO TO PROCESO-EXISTENTE.
           IF W-OPERADOR-NIVEL = "1"
              DISPLAY "Concepto inexistente - operador de consulta"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-PROCESO.
           MOVE SPACES TO W-CPT-DESCRIPCION.
           MOVE "D"    TO W-CPT-TIPO.
           MOVE SPACES TO W-CPT-CUENTA-DEBE.
           MOVE SPACES TO W-CPT-CUENTA-HABER.
           MOVE "S"    TO W-CPT-ACTIVO.
           MOVE "S"    TO W-CPT-ACTIVO-ANT.
           MOVE SPACES TO W-RESUMEN-ANT.
           PERFORM MUESTRO-CONCEPTO.
           PERFORM INGRESO-DESCRIPCION.
           PERFORM INGRESO-TIPO THRU F-INGRESO-TIPO.
           PERFORM INGRESO-CUENTA-DEBE.
           PERFORM INGRESO-CUENTA-HABER.
           PERFORM OPCIONES THRU F-OPCIONES.
           GO TO F-PROCESO.

       PROCESO-EXISTENTE.
           MOVE CPT-DESCRIPCION  TO W-CPT-DESCRIPCION.
           MOVE CPT-TIPO         TO W-CPT-TIPO.
           MOVE CPT-CUENTA-DEBE  TO W-CPT-CUENTA-DEBE.
           MOVE CPT-CUENTA-HABER TO W-CPT-CUENTA-HABER.
           MOVE CPT-ACTIVO       TO W-CPT-ACTIVO.
           MOVE CPT-ACTIVO       TO W-CPT-ACTIVO-ANT.
           PERFORM ARMA-RESUMEN.
           MOVE W-CPT-RESUMEN    TO W-RESUMEN-ANT.
           PERFORM MUESTRO-CONCEPTO.
           PERFORM OPCIONES THRU F-OPCIONES.

       F-PROCESO.
           EXIT.

      *-----------------------------------------------------------------
      * Lista los primeros conceptos del catalogo (hasta doce en
      * pantalla) como ayuda para el ingreso del codigo.
      *-----------------------------------------------------------------
       LISTA-CONCEPTOS.
           MOVE 9  TO W-LST-LINEA.
           DISPLAY "Cod  T Debe         Haber        A Descripcion"
                                         LINE 08 COL 5.
           MOVE LOW-VALUES TO CPT-CODIGO.
           MOVE "S"        TO W-LST-HAY-MAS.
           START CONCEPTOS KEY IS NOT LESS THAN CPT-CODIGO
              INVALID KEY MOVE "N" TO W-LST-HAY-MAS.
           IF ST-CPT > "07"
              MOVE "N" TO W-LST-HAY-MAS.

       LISTA-CONCEPTOS-CICLO.
           IF W-LST-HAY-MAS = "N" OR W-LST-LINEA > 20
              GO TO F-LISTA-CONCEPTOS.
           READ CONCEPTOS NEXT RECORD
              AT END MOVE "N" TO W-LST-HAY-MAS.
           IF W-LST-HAY-MAS = "N" OR ST-CPT > "07"
              GO TO F-LISTA-CONCEPTOS.
           DISPLAY CPT-CODIGO            LINE W-LST-LINEA COL 5
                   CPT-TIPO              LINE W-LST-LINEA COL 10
                   CPT-CUENTA-DEBE       LINE W-LST-LINEA COL 12
                   CPT-CUENTA-HABER      LINE W-LST-LINEA COL 25
                   CPT-ACTIVO            LINE W-LST-LINEA COL 38
                   CPT-DESCRIPCION       LINE W-LST-LINEA COL 40.
           ADD 1 TO W-LST-LINEA.
           GO TO LISTA-CONCEPTOS-CICLO.

       F-LISTA-CONCEPTOS.
           EXIT.

       MUESTRO-CONCEPTO.
           DISPLAY " "                          LINE 1  COL 1 ERASE EOS
                   "Conceptos de Movimiento"    LINE 3  COL 29
                   GUIONES                      LINE 4  COL 1
                   "Codigo           : "        LINE 06 COL 10
                   W-CPT-CODIGO                 LINE 06 COL 36
                   "01. Descripcion  : "        LINE 09 COL 10
                   W-CPT-DESCRIPCION            LINE 09 COL 36
                   "02. Tipo (D/C)   : "        LINE 10 COL 10
                   W-CPT-TIPO                   LINE 10 COL 36
                   "03. Cuenta Debe  : "        LINE 11 COL 10
                   W-CPT-CUENTA-DEBE            LINE 11 COL 36
                   "04. Cuenta Haber : "        LINE 12 COL 10
                   W-CPT-CUENTA-HABER           LINE 12 COL 36
                   "05. Activo (S/N) : "        LINE 13 COL 10
                   W-CPT-ACTIVO                 LINE 13 COL 36
                   "Los movimientos del tipo del concepto van al Debe"
                                                LINE 15 COL 10
                   "y al Haber indicados; las reversas, invertidas."
                                                LINE 16 COL 10
                   "Opcion [  ]"                LINE 20 COL 30
                   GUIONES                      LINE 22 COL 1.
           IF W-CPT-EXISTE = "N"
              DISPLAY "NUEVO" LINE 06 COL 42.

       INGRESO-DESCRIPCION.
           ACCEPT W-CPT-DESCRIPCION LINE 09 COL 36.
           IF W-CPT-DESCRIPCION = SPACES
              GO TO INGRESO-DESCRIPCION.
           DISPLAY W-CPT-DESCRIPCION LINE 09 COL 36.

      *-----------------------------------------------------------------
      * El tipo solo se ingresa en el alta: los movimientos y ordenes
      * ya grabados con el concepto se validaron contra ese tipo.
      *-----------------------------------------------------------------
       INGRESO-TIPO.
           IF W-CPT-EXISTE = "S"
              DISPLAY "El tipo de un concepto existente no se modifica"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-INGRESO-TIPO.
           ACCEPT W-CPT-TIPO LINE 10 COL 36.
           IF W-CPT-TIPO = "d" MOVE "D" TO W-CPT-TIPO.
           IF W-CPT-TIPO = "c" MOVE "C" TO W-CPT-TIPO.
           IF W-CPT-TIPO NOT = "D" AND W-CPT-TIPO NOT = "C"
              GO TO INGRESO-TIPO.
           DISPLAY W-CPT-TIPO LINE 10 COL 36.

       F-INGRESO-TIPO.
           EXIT.

       INGRESO-CUENTA-DEBE.
           ACCEPT W-CPT-CUENTA-DEBE LINE 11 COL 36.
           IF W-CPT-CUENTA-DEBE = SPACES
              GO TO INGRESO-CUENTA-DEBE.
           DISPLAY W-CPT-CUENTA-DEBE LINE 11 COL 36.

       INGRESO-CUENTA-HABER.
           ACCEPT W-CPT-CUENTA-HABER LINE 12 COL 36.
           IF W-CPT-CUENTA-HABER = SPACES
              GO TO INGRESO-CUENTA-HABER.
           IF W-CPT-CUENTA-HABER = W-CPT-CUENTA-DEBE
              DISPLAY "La cuenta Haber es igual a la cuenta Debe"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 45
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-CUENTA-HABER.
           DISPLAY W-CPT-CUENTA-HABER LINE 12 COL 36.

      *-----------------------------------------------------------------
      * Desactivar o reactivar un concepto pide nivel 3, como la baja
      * y reactivacion de clientes.
      *-----------------------------------------------------------------
       INGRESO-ACTIVO.
           IF W-OPERADOR-NIVEL NOT = "3"
              DISPLAY "Activar/desactivar requiere nivel supervisor"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-INGRESO-ACTIVO.
           ACCEPT W-CPT-ACTIVO LINE 13 COL 36.
           IF W-CPT-ACTIVO = "s" MOVE "S" TO W-CPT-ACTIVO.
           IF W-CPT-ACTIVO = "n" MOVE "N" TO W-CPT-ACTIVO.
           IF W-CPT-ACTIVO NOT = "S" AND W-CPT-ACTIVO NOT = "N"
              GO TO INGRESO-ACTIVO.
           DISPLAY W-CPT-ACTIVO LINE 13 COL 36.

       F-INGRESO-ACTIVO.
           EXIT.

       OPCIONES.
           DISPLAY "[00 - ENTER] GRABAR" LINE 23 COL 1
                   "[77] - SALIR"        LINE 23 COL 30
                   "[01-05] - MODIFICAR" LINE 24 COL 1.
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
                PERFORM INGRESO-DESCRIPCION
             WHEN 2
                PERFORM INGRESO-TIPO THRU F-INGRESO-TIPO
             WHEN 3
                PERFORM INGRESO-CUENTA-DEBE
             WHEN 4
                PERFORM INGRESO-CUENTA-HABER
             WHEN 5
                PERFORM INGRESO-ACTIVO THRU F-INGRESO-ACTIVO
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
      * un renglon con el resumen anterior y el nuevo del concepto.
      * Un cambio de la marca de activo se audita como BAJA o REACTIV.
      *-----------------------------------------------------------------
       GRABAR.
           PERFORM ARMA-RESUMEN.
           IF W-CPT-EXISTE = "S" AND W-CPT-RESUMEN = W-RESUMEN-ANT
              GO TO F-GRABAR.
           IF W-CPT-CUENTA-HABER = W-CPT-CUENTA-DEBE
              DISPLAY "La cuenta Haber es igual a la cuenta Debe"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 45
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-GRABAR.
           IF W-CPT-EXISTE = "S"
              MOVE W-CPT-CODIGO TO CPT-CODIGO
              READ CONCEPTOS
                 INVALID KEY MOVE "N" TO W-CPT-EXISTE
              END-READ
           END-IF.
           MOVE SPACES             TO REG-CONCEPTO.
           MOVE W-CPT-CODIGO       TO CPT-CODIGO.
           MOVE W-CPT-DESCRIPCION  TO CPT-DESCRIPCION.
           MOVE W-CPT-TIPO         TO CPT-TIPO.
           MOVE W-CPT-CUENTA-DEBE  TO CPT-CUENTA-DEBE.
           MOVE W-CPT-CUENTA-HABER TO CPT-CUENTA-HABER.
           MOVE W-CPT-ACTIVO       TO CPT-ACTIVO.
           IF W-CPT-EXISTE = "S"
              REWRITE REG-CONCEPTO
              MOVE "MODIF" TO AUD-OPERACION
           ELSE
              WRITE REG-CONCEPTO
              MOVE "ALTA"  TO AUD-OPERACION.
           IF ST-CPT NOT = "00"
              DISPLAY "Error grabando CONCEPTOS - Status: "
                                         LINE 23 COL 1
                      ST-CPT             LINE 23 COL 37
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-GRABAR.
           IF W-CPT-EXISTE = "S" AND W-CPT-ACTIVO NOT = W-CPT-ACTIVO-ANT
              IF W-CPT-ACTIVO = "N"
                 MOVE "BAJA"    TO AUD-OPERACION
              ELSE
                 MOVE "REACTIV" TO AUD-OPERACION.
           MOVE "S" TO W-CPT-EXISTE.
           MOVE W-CPT-ACTIVO TO W-CPT-ACTIVO-ANT.
           MOVE SPACES TO AUD-CAMPO.
           STRING "CONCEPTO " W-CPT-CODIGO
                  DELIMITED BY SIZE INTO AUD-CAMPO.
           MOVE W-RESUMEN-ANT TO AUD-VALOR-ANTERIOR.
           MOVE W-CPT-RESUMEN TO AUD-VALOR-NUEVO.
           PERFORM AUD-GRABA THRU F-AUD-GRABA.
           MOVE W-CPT-RESUMEN TO W-RESUMEN-ANT.
           DISPLAY "Concepto grabado - ENTER para continuar"
                                         LINE 23 COL 1.
           ACCEPT X LINE 23 COL 42.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-GRABAR.
           EXIT.

       ARMA-RESUMEN.
           MOVE W-CPT-TIPO         TO W-RES-TIPO.
           MOVE W-CPT-CUENTA-DEBE  TO W-RES-DEBE.
           MOVE W-CPT-CUENTA-HABER TO W-RES-HABER.
           MOVE W-CPT-ACTIVO       TO W-RES-ACTIVO.
           MOVE W-CPT-DESCRIPCION  TO W-RES-DESCRIP.

       AUD-GRABA.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           ACCEPT W-HORA-SIST  FROM TIME.
           MOVE 0             TO AUD-CLI-ID.
           MOVE W-FECHA-SIST  TO AUD-FECHA.
           MOVE W-HORA-SIST   TO AUD-HORA.
           MOVE W-OPERADOR    TO AUD-OPERADOR.
           WRITE REG-AUDITORIA.

       F-AUD-GRABA.
           EXIT.

       CIERRO-ARCHIVO.
           CLOSE CONCEPTOS.
           CLOSE AUDITORIA.
           CLOSE USUARIOS.

       END PROGRAM "ABMCONCP".

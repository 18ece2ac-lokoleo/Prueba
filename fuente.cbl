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

       01  ST-FILE   PIC XX.
       01  ST-AUD    PIC XX.
       01  ST-ERR    PIC XX.
       01  ST-USR    PIC XX.
       01  ST-PER    PIC XX.
       01  ST-CPT    PIC XX.
       01  ST-RGM    PIC XX.
       01  ST-NUM    PIC XX.
       01  ST-RET    PIC XX.
       01  ST-REC    PIC XX.
       01  ST-SPL    PIC XX.
       01  X         PIC X.

       01  MENSAJE   PIC X(70).

       01  W-CATEGORIAS-OK  PIC X VALUE "S".
       01  W-CODPOSTALES-OK PIC X VALUE "S".
       01  W-CONCEPTOS-OK   PIC X VALUE "S".
       01  W-REGIMENES-OK   PIC X VALUE "S".
       01  W-NUMERADORES-OK PIC X VALUE "S".
       01  W-RETENCIONES-OK PIC X VALUE "S".
       01  W-RECIBOS-OK     PIC X VALUE "S".

       01  DATOS.
           02 W-CLI-NOMBRE      PIC X(70).
           02 W-CLI-SALDO-ANT   PIC S9(7)V9(3).
           02 W-CLI-CUIT        PIC X(11).
           02 W-CLI-CUIT-ANT    PIC X(11).
           02 W-CLI-EMAIL       PIC X(44).
           02 W-CLI-EMAIL-ANT   PIC X(44).
           02 W-CLI-TELEFONO    PIC X(20).
           02 W-CLI-TELEFONO-ANT PIC X(20).
           02 W-CLI-ENVIO       PIC X.
           02 W-CLI-ENVIO-ANT   PIC X.
           02 W-CLI-RET-REGIMEN PIC X(3).
           02 W-CLI-RET-REGIMEN-ANT PIC X(3).
           02 W-CLI-COND-FISCAL PIC X(2).
           02 W-CLI-COND-FISCAL-ANT PIC X(2).
           02 W-CLI-RET-EXENTO  PIC X.
           02 W-CLI-RET-EXENTO-ANT PIC X.
           02 W-CLI-RET-HASTA   PIC 9(8).
           02 W-CLI-RET-HASTA-ANT PIC 9(8).

       01  W-CLI-SALDO-ED    PIC -9(7),999.
       01  W-CLI-ESTADO-PREV PIC X.

       01  W-CP-VALIDO        PIC X.

       01  W-RGM-EXISTE       PIC X.
       01  W-RET-BASE         PIC 9(7)V9(3).
       01  W-RET-CENTAVOS     PIC 9(7)V99.
       01  W-RET-IMPORTE      PIC 9(7)V9(3).
       01  W-RET-CERTIFICADO  PIC 9(8).
       01  W-RET-CRE-SEQ      PIC 9(5).
       01  W-RET-DEB-SEQ      PIC 9(5).
       01  W-RET-CRE-HALLADO  PIC X.
       01  W-RET-HASTA-AUX.
           03 W-RET-HASTA-ANIO PIC 9(4).
           03 W-RET-HASTA-MES  PIC 99.
           03 W-RET-HASTA-DIA  PIC 99.
       01  W-NUM-SERIE        PIC X(4).
       01  W-NUM-EXISTE       PIC X.
       01  W-NUM-ASIGNADO     PIC 9(8).

       01  W-REC-NUMERO       PIC 9(8).
       01  W-REC-MOVIMIENTO   PIC 9(8).
       01  W-REC-SALDO        PIC S9(7)V9(3).
       01  W-REC-REFERENCIA   PIC 9(8)  VALUE 0.
       01  W-REC-HALLADO      PIC X.
       01  W-REC-DUPLICADO    PIC X     VALUE "N".
       01  W-REC-ID-ED        PIC Z(6)9.

       01  LRC-ENCABEZADO.
           03 FILLER          PIC X(40) VALUE
                  "RECIBO DE MOVIMIENTO DE CUENTA".
           03 FILLER          PIC X(6)  VALUE "Nro.: ".
           03 LRC-NUMERO      PIC 9(8).
           03 FILLER          PIC X(4)  VALUE SPACES.
           03 LRC-MARCA       PIC X(22).

       01  LRC-DATO.
           03 LRC-TITULO      PIC X(21).
           03 LRC-VALOR       PIC X(59).

       01  W-CUIT-OK          PIC X.
       01  W-CUIT-DUP         PIC X.
       01  W-CUIT-DUP-ID      PIC 9(7).
       01  W-CUIT-VERIF       PIC 99.
       01  W-FIN-SCAN         PIC X.

       01  W-EMAIL-OK         PIC X.
       01  W-EMAIL-SUB        PIC 99.
       01  W-EMAIL-CAR        PIC X.
       01  W-EMAIL-BLANCO     PIC X.
       01  W-EMAIL-ARROBAS    PIC 99.
       01  W-EMAIL-POS-ARROBA PIC 99.
       01  W-EMAIL-POS-PUNTO  PIC 99.
       01  W-EMAIL-LARGO      PIC 99.

       01  W-TEL-OK           PIC X.
       01  W-TEL-SUB          PIC 99.
       01  W-TEL-CAR          PIC X.
       01  W-TEL-DIGITOS      PIC 99.

       01  W-MOV-FECHA        PIC 9(8).
       01  W-MOV-TIPO         PIC X.
       01  W-MOV-IMPORTE      PIC S9(7)V9(3).
       01  W-MOV-MOTIVO       PIC X(40).
       01  W-MOV-CONCEPTO     PIC X(4).
       01  W-CPT-EXISTE       PIC X.

       01  W-REQUIERE-APROB   PIC X.
       01  W-IMPORTE-ED       PIC -9(7),999.
       01  W-REV-SEQ          PIC 9(5).
       01  W-REV-TIPO         PIC X.
       01  W-REV-IMPORTE      PIC S9(7)V9(3).
       01  W-REV-CONCEPTO     PIC X(4).
       01  W-REV-CERTIFICADO  PIC 9(8).
       01  W-REV-RECIBO       PIC 9(8).
       01  W-ANU-MOTIVO       PIC X(40).
       01  W-REV-HALLADO      PIC X.
       01  W-CON-FECHA        PIC 9(8).
       01  W-CON-SEQ          PIC 9(5).

       01  W-FECHA-CONTROL    PIC 9(8).
       01  W-ULT-CERRADO      PIC 9(6).
       01  W-PERIODO-OK       PIC X.

       01  W-LIMITE-OK        PIC X.
       01  W-SALDO-PROYECTADO PIC S9(9)V9(3).
       01  W-LIMITE-NEG       PIC S9(9)V9(3).
       01  W-SUP-CODIGO       PIC X(4).
       01  W-SUP-CLAVE        PIC X(8).
       01  W-SUP-OK           PIC X.
       01  W-DORMIDA-REACTIVA PIC X.

       01  W-AUD-ES-ALTA      PIC X.
       01  W-AUD-OPERACION    PIC X(8).
           IF ST-USR NOT = "00"
              MOVE "N" TO W-USUARIOS-OK.

           OPEN INPUT CONCEPTOS.
           IF ST-CPT NOT = "00"
              MOVE "N" TO W-CONCEPTOS-OK.

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

           CLOSE CATEGORIAS.
           CLOSE CODPOSTALES.
           CLOSE USUARIOS.
           CLOSE CONCEPTOS.
           CLOSE REGIMENES.
           CLOSE NUMERADORES.
           CLOSE RETENCIONES.
           CLOSE RECIBOS.

       FINALIZAR.
           STOP RUN.
                   GUIONES               LINE 4  COL 1
                   "Id Cliente : "       LINE 07 COL 10
                   "Estado : "           LINE 07 COL 50
                   "10. Retencion  : "   LINE 09 COL 10
                   "01. Nombre     : "   LINE 10 COL 10
                   "02. Direccion  : "   LINE 12 COL 10
                   "03. Cod.Postal : "   LINE 14 COL 10
                   "04. Categoria  : "   LINE 16 COL 10
                   "05. Saldo      : "   LINE 18 COL 10
                   "06. C.U.I.T.   : "   LINE 19 COL 10
                   "07. E-mail     : "   LINE 11 COL 10
                   "08. Telefono   : "   LINE 13 COL 10
                   "09. Envio res. : "   LINE 15 COL 10
                   "P=Papel E=E-mail A=Ambos"
                                         LINE 15 COL 40
                   "Opcion [  ]"         LINE 20 COL 30
                   GUIONES               LINE 22 COL 1.

              MOVE CLI_CODPOST   TO W-CLI-CODPOSTAL  W-CLI-CODPOSTAL-ANT
              MOVE CLI_CATEGORIA TO W-CLI-CATEGORIA  W-CLI-CATEGORIA-ANT
              MOVE CLI_SALDO     TO W-CLI-SALDO      W-CLI-SALDO-ANT
              MOVE CLI-CUIT      TO W-CLI-CUIT       W-CLI-CUIT-ANT
              MOVE CLI-EMAIL     TO W-CLI-EMAIL      W-CLI-EMAIL-ANT
              MOVE CLI-TELEFONO  TO W-CLI-TELEFONO   W-CLI-TELEFONO-ANT
              MOVE CLI-ENVIO     TO W-CLI-ENVIO      W-CLI-ENVIO-ANT
              IF W-CLI-ENVIO = SPACE
                 MOVE "P" TO W-CLI-ENVIO W-CLI-ENVIO-ANT
              END-IF
              MOVE CLI-RET-REGIMEN TO W-CLI-RET-REGIMEN
                                      W-CLI-RET-REGIMEN-ANT
              MOVE CLI-COND-FISCAL TO W-CLI-COND-FISCAL
                                      W-CLI-COND-FISCAL-ANT
              MOVE CLI-RET-EXENTO  TO W-CLI-RET-EXENTO
                                      W-CLI-RET-EXENTO-ANT
              IF W-CLI-RET-EXENTO NOT = "S"
                 MOVE "N" TO W-CLI-RET-EXENTO W-CLI-RET-EXENTO-ANT
              END-IF
              IF CLI-RET-EXENTO-HASTA NUMERIC
                 MOVE CLI-RET-EXENTO-HASTA TO W-CLI-RET-HASTA
                                              W-CLI-RET-HASTA-ANT
              ELSE
                 MOVE 0 TO W-CLI-RET-HASTA W-CLI-RET-HASTA-ANT
              END-IF
           END-IF.
           MOVE CLI_SALDO TO W-CLI-SALDO-ED.
           DISPLAY CLI_NOMBRE     LINE 10 COL 36
                   CLI_DIRECCION  LINE 12 COL 36
                   CLI_CODPOST    LINE 14 COL 36
                   CLI_CATEGORIA  LINE 16 COL 36
                   W-CLI-SALDO-ED LINE 18 COL 36
                   CLI-CUIT       LINE 19 COL 36
                   W-CLI-EMAIL    LINE 11 COL 36
                   W-CLI-TELEFONO LINE 13 COL 36
                   W-CLI-ENVIO    LINE 15 COL 36.
           PERFORM MUESTRA-RETENCION.
           IF CLI-INACTIVO
              DISPLAY "BAJA   " LINE 07 COL 60
           ELSE
              IF CLI-ES-DORMIDA
                 DISPLAY "DORMIDA" LINE 07 COL 60
              ELSE
                 DISPLAY "ACTIVO " LINE 07 COL 60.

       CARGO-DATOS.
           INITIALIZE DATOS.
           MOVE "A" TO CLI-ESTADO.
           MOVE "N" TO CLI-DORMIDA.
           MOVE "N" TO W-CLI-RET-EXENTO W-CLI-RET-EXENTO-ANT.
           DISPLAY "ACTIVO " LINE 07 COL 60.
           PERFORM MUESTRA-RETENCION.

       INGRESO-NOMBRE.
           MOVE W-CLI-NOMBRE TO W-CLI-NOMBRE-ANT.
       F-INGRESO-CUIT.
           EXIT.

      *-----------------------------------------------------------------
      * Datos de contacto. El e-mail y el telefono pueden quedar en
      * blanco; si se cargan se controla la forma. La forma de envio
      * del resumen de cuenta es P (papel), E (e-mail) o A (ambos);
      * sin e-mail cargado RESUMEN lo emite en papel y lo informa.
      *-----------------------------------------------------------------
       INGRESO-EMAIL.
           ACCEPT W-CLI-EMAIL LINE 11 COL 36.
           IF W-CLI-EMAIL = SPACES
              GO TO F-INGRESO-EMAIL.
           PERFORM VALIDA-EMAIL THRU F-VALIDA-EMAIL.
           IF W-EMAIL-OK = "N"
              DISPLAY "E-mail invalido - reingrese" LINE 23 COL 1
              ACCEPT X LINE 23 COL 30
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-EMAIL.
           DISPLAY W-CLI-EMAIL LINE 11 COL 36.

       F-INGRESO-EMAIL.
           EXIT.

       INGRESO-TELEFONO.
           ACCEPT W-CLI-TELEFONO LINE 13 COL 36.
           IF W-CLI-TELEFONO = SPACES
              GO TO F-INGRESO-TELEFONO.
           PERFORM VALIDA-TELEFONO THRU F-VALIDA-TELEFONO.
           IF W-TEL-OK = "N"
              DISPLAY "Telefono invalido - reingrese" LINE 23 COL 1
              ACCEPT X LINE 23 COL 32
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-TELEFONO.
           DISPLAY W-CLI-TELEFONO LINE 13 COL 36.

       F-INGRESO-TELEFONO.
           EXIT.

       INGRESO-ENVIO.
           ACCEPT W-CLI-ENVIO LINE 15 COL 36.
           IF W-CLI-ENVIO = "p" MOVE "P" TO W-CLI-ENVIO.
           IF W-CLI-ENVIO = "e" MOVE "E" TO W-CLI-ENVIO.
           IF W-CLI-ENVIO = "a" MOVE "A" TO W-CLI-ENVIO.
           IF W-CLI-ENVIO NOT = "P" AND NOT = "E" AND NOT = "A"
              GO TO INGRESO-ENVIO.
           DISPLAY W-CLI-ENVIO LINE 15 COL 36.
           IF W-CLI-ENVIO NOT = "P" AND W-CLI-EMAIL = SPACES
              DISPLAY "Sin e-mail cargado: el resumen saldra en papel"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-INGRESO-ENVIO.
           EXIT.

      *-----------------------------------------------------------------
      * Regimen de retencion sobre creditos: codigo de regimen y
      * condicion fiscal del cliente, que deben existir activos en la
      * tabla de REGIMENES (sin la tabla solo se exige la condicion),
      * y exencion S/N con fecha de vencimiento (cero = sin
      * vencimiento). Con el regimen en blanco no se retiene.
      *-----------------------------------------------------------------
       INGRESO-RETENCION.
           ACCEPT W-CLI-RET-REGIMEN LINE 09 COL 36.
           IF W-CLI-RET-REGIMEN = SPACES
              MOVE SPACES TO W-CLI-COND-FISCAL
              MOVE "N"    TO W-CLI-RET-EXENTO
              MOVE 0      TO W-CLI-RET-HASTA
              PERFORM MUESTRA-RETENCION
              GO TO F-INGRESO-RETENCION.

       INGRESO-RET-CONDICION.
           ACCEPT W-CLI-COND-FISCAL LINE 09 COL 40.
           IF W-CLI-COND-FISCAL = SPACES
              GO TO INGRESO-RET-CONDICION.
           IF W-REGIMENES-OK NOT = "S"
              GO TO INGRESO-RET-EXENTO.
           MOVE W-CLI-RET-REGIMEN TO RGM-CODIGO.
           MOVE W-CLI-COND-FISCAL TO RGM-CONDICION.
           READ REGIMENES
              INVALID KEY     MOVE "N" TO W-RGM-EXISTE
              NOT INVALID KEY MOVE "S" TO W-RGM-EXISTE.
           IF W-RGM-EXISTE = "N" OR RGM-ES-INACTIVO
              DISPLAY "Regimen/condicion inexistente o de baja -"
                      " reingrese"       LINE 23 COL 1
              ACCEPT X                  LINE 23 COL 55
              DISPLAY SPACES            LINE 23 COL 1 SIZE 80
              GO TO INGRESO-RETENCION.
           DISPLAY RGM-DESCRIPCION LINE 23 COL 1
                   "- ENTER para continuar" LINE 23 COL 32.
           ACCEPT X LINE 23 COL 56.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       INGRESO-RET-EXENTO.
           ACCEPT W-CLI-RET-EXENTO LINE 09 COL 52.
           IF W-CLI-RET-EXENTO = "s" MOVE "S" TO W-CLI-RET-EXENTO.
           IF W-CLI-RET-EXENTO = "n" MOVE "N" TO W-CLI-RET-EXENTO.
           IF W-CLI-RET-EXENTO = SPACE MOVE "N" TO W-CLI-RET-EXENTO.
           IF W-CLI-RET-EXENTO NOT = "S" AND NOT = "N"
              GO TO INGRESO-RET-EXENTO.
           IF W-CLI-RET-EXENTO = "N"
              MOVE 0 TO W-CLI-RET-HASTA
              PERFORM MUESTRA-RETENCION
              GO TO F-INGRESO-RETENCION.

       INGRESO-RET-HASTA.
           MOVE 0 TO W-CLI-RET-HASTA.
           ACCEPT W-CLI-RET-HASTA LINE 09 COL 62.
           IF W-CLI-RET-HASTA = 0
              PERFORM MUESTRA-RETENCION
              GO TO F-INGRESO-RETENCION.
           MOVE W-CLI-RET-HASTA TO W-RET-HASTA-AUX.
           IF W-RET-HASTA-ANIO < 1900
              OR W-RET-HASTA-MES < 1 OR W-RET-HASTA-MES > 12
              OR W-RET-HASTA-DIA < 1 OR W-RET-HASTA-DIA > 31
              DISPLAY "Fecha invalida (AAAAMMDD, 0 = sin vencimiento)"
                                         LINE 23 COL 1
              ACCEPT X                  LINE 23 COL 50
              DISPLAY SPACES            LINE 23 COL 1 SIZE 80
              GO TO INGRESO-RET-HASTA.
           PERFORM MUESTRA-RETENCION.

       F-INGRESO-RETENCION.
           EXIT.

       MUESTRA-RETENCION.
           DISPLAY W-CLI-RET-REGIMEN LINE 09 COL 36
                   W-CLI-COND-FISCAL LINE 09 COL 40
                   "Exento:"         LINE 09 COL 44
                   W-CLI-RET-EXENTO  LINE 09 COL 52
                   "Hasta:"          LINE 09 COL 55
                   W-CLI-RET-HASTA   LINE 09 COL 62.

      *-----------------------------------------------------------------
      * Arma en W-LINEA-CATEGORIAS la lista de codigos de categoria
      * activos, leyendo CATEGORIAS de punta a punta.
              DISPLAY "[99] - REACTIVAR" LINE 24 COL 1
           ELSE
              DISPLAY "[88] - BORRAR"    LINE 24 COL 1.
           DISPLAY "[66] - REVERSAR MOV." LINE 24 COL 30
                   "[55] - DUPLICADO RECIBO" LINE 24 COL 55.
           ACCEPT OPCION LINE 20 COL 38.
           IF W-OPERADOR-NIVEL = "1" AND OPCION NOT = 77
              DISPLAY "Operador de consulta - sin permiso de cambios"
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO OPCIONES.
           IF (OPCION = 55 OR OPCION = 66 OR OPCION = 88
               OR OPCION = 99)
              AND W-OPERADOR-NIVEL NOT = "3"
              DISPLAY "La operacion requiere nivel supervisor"
                                         LINE 23 COL 1
                   PERFORM INGRESO-CATEGORIA THRU F-INGRESO-CATEGORIA
                WHEN 6
                   PERFORM INGRESO-CUIT THRU F-INGRESO-CUIT
                WHEN 7
                   PERFORM INGRESO-EMAIL THRU F-INGRESO-EMAIL
                WHEN 8
                   PERFORM INGRESO-TELEFONO THRU F-INGRESO-TELEFONO
                WHEN 9
                   PERFORM INGRESO-ENVIO THRU F-INGRESO-ENVIO
                WHEN 10
                   PERFORM INGRESO-RETENCION THRU F-INGRESO-RETENCION
                WHEN 5
                   IF EXISTE = "N"
                      DISPLAY "Grabe el cliente antes de registrar"
                      PERFORM MUESTRO-PANTALLA
                      PERFORM MUESTRO-DATOS
                   END-IF
                WHEN 55
                   IF EXISTE = "N"
                      DISPLAY "Grabe el cliente antes de reimprimir"
                      " recibos" LINE 23 COL 1
                      ACCEPT X LINE 23 COL 75
                      DISPLAY SPACES LINE 23 COL 1 SIZE 80
                   ELSE
                      PERFORM DUPLICADO-RECIBO
                         THRU F-DUPLICADO-RECIBO
                      PERFORM MUESTRO-PANTALLA
                      PERFORM MUESTRO-DATOS
                   END-IF
                WHEN 88
                   IF EXISTE = "N"
                      DISPLAY "Grabe el cliente antes de darlo de baja"
           MOVE W-CLI-CATEGORIA   TO CLI_CATEGORIA CLI_CATEGORIA_2.
           MOVE W-CLI-SALDO       TO CLI_SALDO.
           MOVE W-CLI-CUIT        TO CLI-CUIT.
           MOVE W-CLI-EMAIL       TO CLI-EMAIL.
           MOVE W-CLI-TELEFONO    TO CLI-TELEFONO.
           MOVE W-CLI-ENVIO       TO CLI-ENVIO.
           MOVE W-CLI-RET-REGIMEN TO CLI-RET-REGIMEN.
           MOVE W-CLI-COND-FISCAL TO CLI-COND-FISCAL.
           MOVE W-CLI-RET-EXENTO  TO CLI-RET-EXENTO.
           MOVE W-CLI-RET-HASTA   TO CLI-RET-EXENTO-HASTA.
           MOVE W-CLI-ESTADO-PREV TO CLI-ESTADO.

       GRABO.
           IF EXISTE = "S" GO TO REGRABO.
           MOVE "S" TO W-AUD-ES-ALTA.
           MOVE 0   TO CLI-FUSIONADO-EN.
           MOVE "N" TO CLI-DORMIDA.
           MOVE 0   TO CLI-FECHA-DORMIDA.
           WRITE REG-CLIENTES.
           MOVE "GRABO" TO ERR-PARRAFO-ORIGEN.
           PERFORM VERIF-ESCRITURA THRU F-VERIF-ESCRITURA.
       F-VALIDA-CUIT.
           EXIT.

      *-----------------------------------------------------------------
      * Forma del e-mail: sin blancos intermedios, una sola arroba que
      * no sea el primer caracter y un punto despues de la arroba
      * (no pegado a ella) que no sea el ultimo caracter.
      *-----------------------------------------------------------------
       VALIDA-EMAIL.
           MOVE "N" TO W-EMAIL-OK.
           MOVE "N" TO W-EMAIL-BLANCO.
           MOVE 0   TO W-EMAIL-ARROBAS.
           MOVE 0   TO W-EMAIL-POS-ARROBA.
           MOVE 0   TO W-EMAIL-POS-PUNTO.
           MOVE 0   TO W-EMAIL-LARGO.
           MOVE 1   TO W-EMAIL-SUB.

       VALIDA-EMAIL-CICLO.
           IF W-EMAIL-SUB > 44
              GO TO VALIDA-EMAIL-VERIFICA.
           MOVE W-CLI-EMAIL(W-EMAIL-SUB:1) TO W-EMAIL-CAR.
           ADD 1 TO W-EMAIL-SUB.
           IF W-EMAIL-CAR = SPACE
              MOVE "S" TO W-EMAIL-BLANCO
              GO TO VALIDA-EMAIL-CICLO.
           IF W-EMAIL-BLANCO = "S"
              GO TO F-VALIDA-EMAIL.
           SUBTRACT 1 FROM W-EMAIL-SUB GIVING W-EMAIL-LARGO.
           IF W-EMAIL-CAR = "@"
              ADD 1 TO W-EMAIL-ARROBAS
              MOVE W-EMAIL-LARGO TO W-EMAIL-POS-ARROBA.
           IF W-EMAIL-CAR = "." AND W-EMAIL-POS-ARROBA > 0
              MOVE W-EMAIL-LARGO TO W-EMAIL-POS-PUNTO.
           GO TO VALIDA-EMAIL-CICLO.

       VALIDA-EMAIL-VERIFICA.
           IF W-EMAIL-ARROBAS NOT = 1 OR W-EMAIL-POS-ARROBA = 1
              GO TO F-VALIDA-EMAIL.
           IF W-EMAIL-POS-PUNTO < W-EMAIL-POS-ARROBA + 2
              GO TO F-VALIDA-EMAIL.
           IF W-EMAIL-POS-PUNTO = W-EMAIL-LARGO
              GO TO F-VALIDA-EMAIL.
           MOVE "S" TO W-EMAIL-OK.

       F-VALIDA-EMAIL.
           EXIT.

      *-----------------------------------------------------------------
      * Forma del telefono: digitos, blancos y los signos + - ( ),
      * con al menos seis digitos.
      *-----------------------------------------------------------------
       VALIDA-TELEFONO.
           MOVE "N" TO W-TEL-OK.
           MOVE 0   TO W-TEL-DIGITOS.
           MOVE 1   TO W-TEL-SUB.

       VALIDA-TELEFONO-CICLO.
           IF W-TEL-SUB > 20
              GO TO VALIDA-TELEFONO-VERIFICA.
           MOVE W-CLI-TELEFONO(W-TEL-SUB:1) TO W-TEL-CAR.
           ADD 1 TO W-TEL-SUB.
           IF W-TEL-CAR NUMERIC
              ADD 1 TO W-TEL-DIGITOS
              GO TO VALIDA-TELEFONO-CICLO.
           IF W-TEL-CAR NOT = SPACE AND NOT = "+" AND NOT = "-"
              AND NOT = "(" AND NOT = ")"
              GO TO F-VALIDA-TELEFONO.
           GO TO VALIDA-TELEFONO-CICLO.

       VALIDA-TELEFONO-VERIFICA.
           IF W-TEL-DIGITOS < 6
              GO TO F-VALIDA-TELEFONO.
           MOVE "S" TO W-TEL-OK.

       F-VALIDA-TELEFONO.
           EXIT.

      *-----------------------------------------------------------------
      * Recorre CLIENTES buscando otro cliente activo con el mismo
      * CUIT. El recorrido pisa el registro del cliente en pantalla,
      * actualizan CLI_SALDO y quedan asentados en MOVIMIENTOS.
      *-----------------------------------------------------------------
       MOVIMIENTOS-CLIENTE.
           IF CLI-ES-DORMIDA
              PERFORM AUTORIZA-DORMIDA THRU F-AUTORIZA-DORMIDA
              IF W-SUP-OK NOT = "S"
                 GO TO F-MOVIMIENTOS-CLIENTE
              END-IF
           END-IF.
           MOVE CLI_SALDO TO W-CLI-SALDO-ED.
           DISPLAY " " LINE 1 COL 1 ERASE EOS
                   "Movimientos de Cuenta"          LINE 3  COL 28
                   W-CLI-SALDO-ED                   LINE 07 COL 32
                   "Fecha   (AAAAMMDD) : "          LINE 10 COL 10
                   "Tipo  D=Debito C=Credito : "     LINE 12 COL 10
                   "Concepto            : "         LINE 13 COL 10
                   "Importe             : "         LINE 14 COL 10
                   "Motivo              : "         LINE 16 COL 10.

           ACCEPT W-MOV-FECHA LINE 10 COL 32.
           IF W-MOV-FECHA = 0
              GO TO INGRESO-MOV-FECHA.
           MOVE W-MOV-FECHA TO W-FECHA-CONTROL.
           PERFORM CONTROLA-PERIODO THRU F-CONTROLA-PERIODO.
           IF W-PERIODO-OK = "N"
              DISPLAY "Fecha en periodo cerrado - ingrese otra fecha"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 48
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-MOV-FECHA.
           DISPLAY W-MOV-FECHA LINE 10 COL 32.

       INGRESO-MOV-TIPO.
              GO TO INGRESO-MOV-TIPO.
           DISPLAY W-MOV-TIPO LINE 12 COL 38.

      *-----------------------------------------------------------------
      * El concepto debe existir en el catalogo, estar activo y
      * admitir el tipo del movimiento. Sin el catalogo de CONCEPTOS
      * solo se exige que no venga en blanco, como con CATEGORIAS.
      *-----------------------------------------------------------------
       INGRESO-MOV-CONCEPTO.
           MOVE SPACES TO W-MOV-CONCEPTO.
           ACCEPT W-MOV-CONCEPTO LINE 13 COL 32.
           IF W-MOV-CONCEPTO = SPACES
              GO TO INGRESO-MOV-CONCEPTO.
           IF W-CONCEPTOS-OK NOT = "S"
              DISPLAY W-MOV-CONCEPTO LINE 13 COL 32
              GO TO INGRESO-MOV-IMPORTE.
           MOVE W-MOV-CONCEPTO TO CPT-CODIGO.
           READ CONCEPTOS
              INVALID KEY     MOVE "N" TO W-CPT-EXISTE
              NOT INVALID KEY MOVE "S" TO W-CPT-EXISTE.
           IF W-CPT-EXISTE = "N"
              DISPLAY "Concepto inexistente" LINE 23 COL 1
              ACCEPT X LINE 23 COL 25
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-MOV-CONCEPTO.
           IF CPT-ES-INACTIVO
              DISPLAY "Concepto inactivo" LINE 23 COL 1
              ACCEPT X LINE 23 COL 25
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-MOV-CONCEPTO.
           IF CPT-TIPO NOT = W-MOV-TIPO
              DISPLAY "El concepto no admite el tipo del movimiento"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO INGRESO-MOV-CONCEPTO.
           DISPLAY W-MOV-CONCEPTO  LINE 13 COL 32
                   CPT-DESCRIPCION LINE 13 COL 38.

       INGRESO-MOV-IMPORTE.
           MOVE 0 TO W-MOV-IMPORTE.
           ACCEPT W-MOV-IMPORTE LINE 14 COL 32.
           MOVE SPACE         TO MOV-REV-MARCA.
           MOVE 0             TO MOV-REV-FECHA.
           MOVE 0             TO MOV-REV-SEQ.
           MOVE W-MOV-CONCEPTO TO MOV-CONCEPTO.
           MOVE 0             TO MOV-CERTIFICADO.
           MOVE 0             TO MOV-RECIBO.

      *-----------------------------------------------------------------
      * La secuencia dentro de cliente+fecha se asigna reintentando
           ELSE
              ADD W-MOV-IMPORTE TO CLI_SALDO
              ADD W-MOV-IMPORTE TO W-CLI-SALDO.
           MOVE CLI_SALDO TO W-REC-SALDO.
           PERFORM EMITE-RECIBO THRU F-EMITE-RECIBO.
           MOVE W-REC-NUMERO TO W-REC-MOVIMIENTO.
           MOVE 0 TO W-RET-IMPORTE.
           IF MOV-CREDITO
              PERFORM CALCULA-RETENCION THRU F-CALCULA-RETENCION
              IF W-RET-IMPORTE > 0
                 PERFORM GRABA-RETENCION THRU F-GRABA-RETENCION
              END-IF
           END-IF.
           MOVE "N" TO W-DORMIDA-REACTIVA.
           IF CLI-ES-DORMIDA
              MOVE "S" TO W-DORMIDA-REACTIVA
              MOVE "N" TO CLI-DORMIDA.
           PERFORM GRABAR THRU F-GRABAR.
           IF ERR-HUBO-ERROR NOT = "S" AND W-DORMIDA-REACTIVA = "S"
              MOVE "REACTIV"  TO W-AUD-OPERACION
              MOVE "DORMIDA"  TO AUD-CAMPO-NOMBRE
              MOVE "S"        TO AUD-ANTERIOR-TXT
              MOVE "N"        TO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF ERR-HUBO-ERROR = "S" AND W-DORMIDA-REACTIVA = "S"
              MOVE "S" TO CLI-DORMIDA.
           IF ERR-HUBO-ERROR = "S"
              DISPLAY "Movimiento grabado, pero no se pudo actualizar"
                      " el saldo del cliente" LINE 19 COL 10
              DISPLAY SPACES LINE 19 COL 1 SIZE 80
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
           ELSE
              IF W-RET-IMPORTE > 0
                 MOVE W-RET-IMPORTE TO W-IMPORTE-ED
                 DISPLAY "Retencion   : " LINE 18 COL 10
                         W-IMPORTE-ED    LINE 18 COL 26
                         "Certificado : " LINE 18 COL 40
                         W-RET-CERTIFICADO LINE 18 COL 54
              END-IF
              IF W-REC-MOVIMIENTO NOT = 0
                 DISPLAY "Recibo      : " LINE 20 COL 10
                         W-REC-MOVIMIENTO LINE 20 COL 26
              END-IF
              MOVE CLI_SALDO TO W-CLI-SALDO-ED
              DISPLAY "Nuevo saldo : " LINE 19 COL 10
                      W-CLI-SALDO-ED  LINE 19 COL 26
       F-MOVIMIENTOS-CLIENTE.
           EXIT.

      *-----------------------------------------------------------------
      * Retencion sobre un credito: corresponde si el cliente tiene
      * regimen asignado, no esta exento a la fecha del movimiento
      * (exencion sin vencimiento o con vencimiento igual o
      * posterior) y el regimen+condicion esta activo en la tabla.
      * Se retiene la alicuota sobre el excedente del minimo no
      * sujeto, redondeada al centavo. Sin la tabla no se retiene.
      *-----------------------------------------------------------------
       CALCULA-RETENCION.
           MOVE 0 TO W-RET-IMPORTE.
           IF W-REGIMENES-OK NOT = "S"
              GO TO F-CALCULA-RETENCION.
           IF W-CLI-RET-REGIMEN = SPACES
              GO TO F-CALCULA-RETENCION.
           IF W-CLI-RET-EXENTO = "S"
              AND (W-CLI-RET-HASTA = 0
                   OR W-MOV-FECHA NOT > W-CLI-RET-HASTA)
              GO TO F-CALCULA-RETENCION.
           MOVE W-CLI-RET-REGIMEN TO RGM-CODIGO.
           MOVE W-CLI-COND-FISCAL TO RGM-CONDICION.
           READ REGIMENES
              INVALID KEY     MOVE "N" TO W-RGM-EXISTE
              NOT INVALID KEY MOVE "S" TO W-RGM-EXISTE.
           IF W-RGM-EXISTE = "N" OR NOT RGM-ES-ACTIVO
              GO TO F-CALCULA-RETENCION.
           IF W-MOV-IMPORTE NOT > RGM-MINIMO
              GO TO F-CALCULA-RETENCION.
           COMPUTE W-RET-BASE = W-MOV-IMPORTE - RGM-MINIMO.
           COMPUTE W-RET-CENTAVOS ROUNDED =
                   W-RET-BASE * RGM-ALICUOTA / 100.
           MOVE W-RET-CENTAVOS TO W-RET-IMPORTE.

       F-CALCULA-RETENCION.
           EXIT.

      *-----------------------------------------------------------------
      * Practica la retencion del credito recien grabado: toma el
      * numero de certificado, graba el debito de la retencion
      * (concepto RETE) con ese numero, descuenta el importe del
      * saldo, anota el numero en el credito y graba el certificado
      * en RETENCIONES para su emision. Sin numerador o sin archivo
      * de certificados no se retiene y se avisa en pantalla y en
      * AUDITORIA; si el debito no se puede grabar, el numero tomado
      * queda en AUDITORIA como no usado y el credito sin anotar; un
      * certificado que no se puede grabar queda en AUDITORIA como no
      * grabado, con el debito, para volver a emitirlo.
      *-----------------------------------------------------------------
       GRABA-RETENCION.
           MOVE MOV-SEQ TO W-RET-CRE-SEQ.
           MOVE 0       TO W-NUM-ASIGNADO.
           IF W-RETENCIONES-OK = "S"
              MOVE "RETE" TO W-NUM-SERIE
              PERFORM TOMA-NUMERO THRU F-TOMA-NUMERO.
           IF W-NUM-ASIGNADO = 0
              MOVE W-RET-IMPORTE TO W-IMPORTE-ED
              MOVE "RETENC"      TO W-AUD-OPERACION
              MOVE "RETENCION"   TO AUD-CAMPO-NOMBRE
              MOVE SPACES        TO AUD-ANTERIOR-TXT
              STRING "CREDITO " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES        TO AUD-NUEVO-TXT
              STRING "NO PRACTICADA IMPORTE " W-IMPORTE-ED
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
              DISPLAY "Sin numerador o archivo de certificados -"
                      " retencion NO practicada" LINE 23 COL 1
              ACCEPT X LINE 23 COL 68
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              MOVE 0 TO W-RET-IMPORTE
              GO TO F-GRABA-RETENCION.
           MOVE W-NUM-ASIGNADO TO W-RET-CERTIFICADO.
           MOVE W-NUM-ASIGNADO TO MOV-CERTIFICADO.
           MOVE "D"            TO MOV-TIPO.
           MOVE W-RET-IMPORTE  TO MOV-IMPORTE.
           MOVE SPACES         TO MOV-MOTIVO.
           STRING "RETENCION REG " W-CLI-RET-REGIMEN
                  " CERT " W-RET-CERTIFICADO
                  DELIMITED BY SIZE INTO MOV-MOTIVO.
           MOVE "RETE"         TO MOV-CONCEPTO.
           MOVE 0              TO MOV-RECIBO.

       GRABA-RET-DEBITO.
           WRITE REG-MOVIMIENTO.
           IF ST-MOV = "22"
              ADD 1 TO MOV-SEQ
              GO TO GRABA-RET-DEBITO.
           IF ST-MOV > "07"
              MOVE "GRABA-RETENCION"  TO ERR-PARRAFO-ORIGEN
              MOVE ST-MOV             TO ERR-ST-ORIGEN
              MOVE W-CLI-ID           TO ERR-CLI-ID-ORIGEN
              PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO
              IF ERR-ACCION = "R"
                 GO TO GRABA-RET-DEBITO
              ELSE
                 MOVE "RETENC"      TO W-AUD-OPERACION
                 MOVE "CERT_NO_USADO" TO AUD-CAMPO-NOMBRE
                 MOVE SPACES        TO AUD-ANTERIOR-TXT
                 STRING W-RET-CERTIFICADO " CREDITO " W-MOV-FECHA
                        "/" W-RET-CRE-SEQ
                        DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
                 MOVE SPACES        TO AUD-NUEVO-TXT
                 STRING "DEBITO NO GRABADO - STATUS " ST-MOV
                        DELIMITED BY SIZE INTO AUD-NUEVO-TXT
                 PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
                 DISPLAY "No se pudo grabar el debito de la retencion"
                         " - certificado anulado" LINE 23 COL 1
                 ACCEPT X LINE 23 COL 68
                 DISPLAY SPACES LINE 23 COL 1 SIZE 80
                 MOVE 0 TO W-RET-IMPORTE
                 GO TO F-GRABA-RETENCION
              END-IF
           ELSE
              MOVE 0 TO ERR-CONTADOR-REINTENTOS.
           MOVE MOV-SEQ TO W-RET-DEB-SEQ.
           SUBTRACT W-RET-IMPORTE FROM CLI_SALDO.
           SUBTRACT W-RET-IMPORTE FROM W-CLI-SALDO.
           MOVE CLI_SALDO TO W-REC-SALDO.
           PERFORM EMITE-RECIBO THRU F-EMITE-RECIBO.

      *-----------------------------------------------------------------
      * Con el debito ya grabado se anota el numero de certificado en
      * el credito, para que la reversa del credito avise que tuvo
      * retencion.
      *-----------------------------------------------------------------
       GRABA-RET-LEE-CREDITO.
           MOVE W-CLI-ID      TO MOV-CLI-ID.
           MOVE W-MOV-FECHA   TO MOV-FECHA.
           MOVE W-RET-CRE-SEQ TO MOV-SEQ.
           READ MOVIMIENTOS
              INVALID KEY     MOVE "N" TO W-RET-CRE-HALLADO
              NOT INVALID KEY MOVE "S" TO W-RET-CRE-HALLADO.
           IF W-RET-CRE-HALLADO = "N"
              DISPLAY "No se pudo anotar el certificado en el credito"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 50
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO GRABA-RET-CERTIFICADO.
           MOVE W-RET-CERTIFICADO TO MOV-CERTIFICADO.

       GRABA-RET-ANOTA-CREDITO.
           REWRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              MOVE "GRABA-RETENCION"  TO ERR-PARRAFO-ORIGEN
              MOVE ST-MOV             TO ERR-ST-ORIGEN
              MOVE W-CLI-ID           TO ERR-CLI-ID-ORIGEN
              PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO
              IF ERR-ACCION = "R"
                 GO TO GRABA-RET-ANOTA-CREDITO
              END-IF
           ELSE
              MOVE 0 TO ERR-CONTADOR-REINTENTOS.

       GRABA-RET-CERTIFICADO.
           MOVE W-RET-CERTIFICADO TO RET-CERTIFICADO.
           MOVE W-MOV-FECHA       TO RET-FECHA.
           MOVE W-CLI-ID          TO RET-CLI-ID.
           MOVE W-CLI-CUIT        TO RET-CUIT.
           MOVE W-CLI-RET-REGIMEN TO RET-REGIMEN.
           MOVE W-CLI-COND-FISCAL TO RET-CONDICION.
           MOVE W-MOV-IMPORTE     TO RET-IMPORTE-CREDITO.
           MOVE RGM-MINIMO        TO RET-MINIMO.
           MOVE W-RET-BASE        TO RET-BASE.
           MOVE RGM-ALICUOTA      TO RET-ALICUOTA.
           MOVE W-RET-IMPORTE     TO RET-IMPORTE.
           MOVE W-MOV-FECHA       TO RET-CRE-FECHA.
           MOVE W-RET-CRE-SEQ     TO RET-CRE-SEQ.
           MOVE W-MOV-FECHA       TO RET-DEB-FECHA.
           MOVE W-RET-DEB-SEQ     TO RET-DEB-SEQ.
           MOVE W-OPERADOR        TO RET-OPERADOR.
           MOVE "N"               TO RET-EMITIDO.
           MOVE 0                 TO RET-FECHA-EMISION.

       GRABA-RET-GRABA-CERTIF.
           WRITE REG-RETENCION.
           IF ST-RET NOT = "00"
              MOVE "GRABA-RETENCION"  TO ERR-PARRAFO-ORIGEN
              MOVE ST-RET             TO ERR-ST-ORIGEN
              MOVE W-CLI-ID           TO ERR-CLI-ID-ORIGEN
              PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO
              IF ERR-ACCION = "R"
                 GO TO GRABA-RET-GRABA-CERTIF
              END-IF
           ELSE
              MOVE 0 TO ERR-CONTADOR-REINTENTOS.
           MOVE W-RET-IMPORTE TO W-IMPORTE-ED.
           MOVE "RETENC"      TO W-AUD-OPERACION.
           IF ST-RET NOT = "00"
              MOVE "CERT_NO_GRABADO" TO AUD-CAMPO-NOMBRE
              MOVE SPACES            TO AUD-ANTERIOR-TXT
              STRING "CERT " W-RET-CERTIFICADO
                     " DEBITO " W-MOV-FECHA "/" W-RET-DEB-SEQ
                     " IMPORTE " W-IMPORTE-ED
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES            TO AUD-NUEVO-TXT
              STRING "RETENCIONES NO GRABADO - STATUS " ST-RET
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
              DISPLAY "No se pudo grabar el certificado " LINE 23 COL 1
                      W-RET-CERTIFICADO LINE 23 COL 35
                      " - Status " LINE 23 COL 43
                      ST-RET LINE 23 COL 53
              ACCEPT X LINE 23 COL 60
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-GRABA-RETENCION.
           MOVE "RETENCION"   TO AUD-CAMPO-NOMBRE.
           MOVE SPACES        TO AUD-ANTERIOR-TXT.
           STRING "CREDITO " W-MOV-FECHA "/" W-RET-CRE-SEQ
                  " REG " W-CLI-RET-REGIMEN " " W-CLI-COND-FISCAL
                  DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT.
           MOVE SPACES        TO AUD-NUEVO-TXT.
           STRING "CERT " W-RET-CERTIFICADO
                  " DEBITO " W-MOV-FECHA "/" W-RET-DEB-SEQ
                  " IMPORTE " W-IMPORTE-ED
                  DELIMITED BY SIZE INTO AUD-NUEVO-TXT.
           PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.

       F-GRABA-RETENCION.
           EXIT.

      *-----------------------------------------------------------------
      * Toma el proximo numero de la serie W-NUM-SERIE del archivo de
      * NUMERADORES (la serie se crea con el primer numero) y lo
      * deja en W-NUM-ASIGNADO; cero si no se pudo asignar. Un
      * numerador bloqueado por otra terminal se reintenta por
      * TRATA-ERROR-ARCHIVO releyendo la serie.
      *-----------------------------------------------------------------
       TOMA-NUMERO.
           MOVE 0 TO W-NUM-ASIGNADO.
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
              MOVE W-OPERADOR   TO NUM-OPERADOR-ULT
              WRITE REG-NUMERADOR
              IF ST-NUM = "22"
                 GO TO TOMA-NUMERO-LEE
              END-IF
           ELSE
              ADD 1             TO NUM-ULTIMO
              MOVE W-FECHA-SIST TO NUM-FECHA-ULT
              MOVE W-OPERADOR   TO NUM-OPERADOR-ULT
              REWRITE REG-NUMERADOR.
           IF ST-NUM NOT = "00"
              GO TO TOMA-NUMERO-ERROR.
           MOVE 0 TO ERR-CONTADOR-REINTENTOS.
           MOVE NUM-ULTIMO TO W-NUM-ASIGNADO.
           GO TO F-TOMA-NUMERO.

       TOMA-NUMERO-ERROR.
           MOVE "TOMA-NUMERO" TO ERR-PARRAFO-ORIGEN.
           MOVE ST-NUM        TO ERR-ST-ORIGEN.
           MOVE W-CLI-ID      TO ERR-CLI-ID-ORIGEN.
           PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO.
           IF ERR-ACCION = "R"
              GO TO TOMA-NUMERO-LEE.

       F-TOMA-NUMERO.
           EXIT.

      *-----------------------------------------------------------------
      * Una cuenta dormida (sin movimientos en el plazo que controla
      * el proceso DORMIDAS) solo admite movimientos con autorizacion
      * de un supervisor nivel 3, que queda asentada en AUDITORIA. El
      * primer movimiento grabado levanta la marca.
      *-----------------------------------------------------------------
       AUTORIZA-DORMIDA.
           DISPLAY " " LINE 1 COL 1 ERASE EOS
                   "Movimientos de Cuenta"          LINE 3  COL 28
                   GUIONES                          LINE 4  COL 1
                   "Cuenta dormida desde "          LINE 19 COL 10
                   CLI-FECHA-DORMIDA                LINE 19 COL 31
                   "- requiere supervisor"          LINE 19 COL 41.
           IF W-USUARIOS-OK = "S"
              PERFORM PIDE-SUPERVISOR THRU F-PIDE-SUPERVISOR
           ELSE
              DISPLAY "Autoriza supervisor? (S/N)" LINE 23 COL 1
              ACCEPT X LINE 23 COL 30
              IF X = "S" OR X = "s"
                 MOVE "S"    TO W-SUP-OK
                 MOVE "S/N " TO W-SUP-CODIGO
              ELSE
                 MOVE "N" TO W-SUP-OK
              END-IF
           END-IF.
           DISPLAY SPACES LINE 19 COL 1 SIZE 80.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-SUP-OK = "S"
              MOVE "AUTORIZ"        TO W-AUD-OPERACION
              MOVE "CUENTA_DORMIDA" TO AUD-CAMPO-NOMBRE
              MOVE SPACES           TO AUD-ANTERIOR-TXT
              STRING "DORMIDA DESDE " CLI-FECHA-DORMIDA
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES           TO AUD-NUEVO-TXT
              STRING "AUTORIZO " W-SUP-CODIGO
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
           ELSE
              DISPLAY "Cuenta dormida sin autorizacion - no admite"
                      " movimientos"     LINE 23 COL 1
              ACCEPT X LINE 23 COL 60
              DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-AUTORIZA-DORMIDA.
           EXIT.

      *-----------------------------------------------------------------
      * Reversa (contra-asiento) de un movimiento del cliente en
      * pantalla, solo supervisores nivel 3: genera el movimiento
              GO TO F-REVERSA-MOVIMIENTO.
           MOVE MOV-TIPO    TO W-REV-TIPO.
           MOVE MOV-IMPORTE TO W-REV-IMPORTE.
           MOVE MOV-CONCEPTO TO W-REV-CONCEPTO.
           MOVE 0 TO W-REV-CERTIFICADO.
           IF MOV-CERTIFICADO NUMERIC
              MOVE MOV-CERTIFICADO TO W-REV-CERTIFICADO.
           MOVE 0 TO W-REV-RECIBO.
           IF MOV-RECIBO NUMERIC
              MOVE MOV-RECIBO TO W-REV-RECIBO.

       REVERSA-ARMA-CONTRA.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           MOVE W-FECHA-SIST TO W-FECHA-CONTROL.
           PERFORM CONTROLA-PERIODO THRU F-CONTROLA-PERIODO.
           IF W-PERIODO-OK = "N"
              DISPLAY "Periodo del dia cerrado - no se puede reversar"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 49
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-REVERSA-MOVIMIENTO.
           MOVE W-CLI-ID      TO MOV-CLI-ID.
           MOVE W-FECHA-SIST  TO MOV-FECHA.
           MOVE 1             TO MOV-SEQ.
           MOVE "C"           TO MOV-REV-MARCA.
           MOVE W-REV-FECHA   TO MOV-REV-FECHA.
           MOVE W-REV-SEQ     TO MOV-REV-SEQ.
           MOVE W-REV-CONCEPTO TO MOV-CONCEPTO.
           MOVE W-REV-CERTIFICADO TO MOV-CERTIFICADO.
           MOVE 0             TO MOV-RECIBO.

       REVERSA-GRABA-CONTRA.
           WRITE REG-MOVIMIENTO.
              MOVE 0 TO ERR-CONTADOR-REINTENTOS.
           MOVE MOV-FECHA TO W-CON-FECHA.
           MOVE MOV-SEQ   TO W-CON-SEQ.
           IF W-REV-TIPO = "D"
              COMPUTE W-REC-SALDO = CLI_SALDO + W-REV-IMPORTE
           ELSE
              COMPUTE W-REC-SALDO = CLI_SALDO - W-REV-IMPORTE.
           MOVE W-REV-RECIBO TO W-REC-REFERENCIA.
           PERFORM EMITE-RECIBO THRU F-EMITE-RECIBO.
           MOVE 0 TO W-REC-REFERENCIA.

      *-----------------------------------------------------------------
      * Marca el original como reversado apuntando al contra-asiento
                  " IMPORTE " W-IMPORTE-ED
                  DELIMITED BY SIZE INTO AUD-NUEVO-TXT.
           PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-REV-RECIBO NOT = 0 AND W-REC-NUMERO NOT = 0
              PERFORM ANULA-RECIBO THRU F-ANULA-RECIBO.
           IF W-REV-RECIBO NOT = 0 AND W-REC-NUMERO = 0
              MOVE "REVERSA SIN RECIBO" TO W-ANU-MOTIVO
              PERFORM ANULA-PENDIENTE THRU F-ANULA-PENDIENTE.
           IF W-REC-NUMERO NOT = 0
              DISPLAY "Recibo de la reversa : " LINE 18 COL 10
                      W-REC-NUMERO          LINE 18 COL 33.
           IF W-REV-RECIBO NOT = 0 AND W-REC-NUMERO NOT = 0
              DISPLAY "Anula recibo : "     LINE 18 COL 45
                      W-REV-RECIBO          LINE 18 COL 60.
           MOVE CLI_SALDO TO W-CLI-SALDO-ED.
           DISPLAY "Reversa grabada - Nuevo saldo : " LINE 19 COL 10
                   W-CLI-SALDO-ED        LINE 19 COL 43
                   "ENTER para continuar" LINE 23 COL 1.
           ACCEPT X LINE 23 COL 25.
           DISPLAY SPACES LINE 18 COL 1 SIZE 80.
           DISPLAY SPACES LINE 19 COL 1 SIZE 80.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF W-REV-TIPO = "C" AND W-REV-CERTIFICADO NOT = 0
              DISPLAY "El credito tuvo retencion, certificado "
                                         LINE 23 COL 1
                      W-REV-CERTIFICADO  LINE 23 COL 40
                      " - reversar el debito aparte"
                                         LINE 23 COL 48
              ACCEPT X LINE 23 COL 78
              DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-REVERSA-MOVIMIENTO.
           EXIT.

      *-----------------------------------------------------------------
      * Recibo numerado del movimiento recien grabado (en el area de
      * MOVIMIENTOS): toma el numero de la serie RECI, graba el recibo
      * en RECIBOS con el saldo resultante W-REC-SALDO y la referencia
      * W-REC-REFERENCIA (recibo que anula, cero si no anula ninguno),
      * anota el numero en el movimiento y lo envia a la cola de
      * impresion. Un numero tomado que no llega a RECIBOS queda en
      * AUDITORIA para justificar el salto en la numeracion. Deja el
      * numero en W-REC-NUMERO; cero si el movimiento quedo sin recibo.
      *-----------------------------------------------------------------
       EMITE-RECIBO.
           MOVE 0 TO W-REC-NUMERO.
           MOVE 0 TO W-NUM-ASIGNADO.
           IF W-RECIBOS-OK = "S"
              MOVE "RECI" TO W-NUM-SERIE
              PERFORM TOMA-NUMERO THRU F-TOMA-NUMERO.
           IF W-NUM-ASIGNADO = 0
              DISPLAY "Sin numerador o archivo de recibos -"
                      " movimiento sin recibo" LINE 23 COL 1
              ACCEPT X LINE 23 COL 62
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-EMITE-RECIBO.
           MOVE W-NUM-ASIGNADO TO W-REC-NUMERO.
           ACCEPT W-HORA-SIST FROM TIME.
           MOVE W-REC-NUMERO     TO REC-NUMERO.
           MOVE W-FECHA-SIST     TO REC-FECHA.
           MOVE W-HORA-SIST      TO REC-HORA.
           MOVE MOV-CLI-ID       TO REC-CLI-ID.
           MOVE W-CLI-NOMBRE     TO REC-CLI-NOMBRE.
           MOVE W-CLI-CUIT       TO REC-CUIT.
           MOVE MOV-FECHA        TO REC-MOV-FECHA.
           MOVE MOV-SEQ          TO REC-MOV-SEQ.
           MOVE MOV-TIPO         TO REC-TIPO.
           MOVE MOV-CONCEPTO     TO REC-CONCEPTO.
           MOVE MOV-IMPORTE      TO REC-IMPORTE.
           MOVE MOV-MOTIVO       TO REC-MOTIVO.
           MOVE MOV-OPERADOR     TO REC-OPERADOR.
           MOVE W-REC-SALDO      TO REC-SALDO.
           MOVE W-REC-REFERENCIA TO REC-REFERENCIA.
           MOVE "V"              TO REC-ESTADO.
           MOVE 0                TO REC-ANU-FECHA.
           MOVE SPACES           TO REC-ANU-OPERADOR.
           MOVE 0                TO REC-ANU-RECIBO.
           MOVE 0                TO REC-DUPLICADOS.
           WRITE REG-RECIBO.
           IF ST-REC NOT = "00"
              MOVE "RECIBO"          TO W-AUD-OPERACION
              MOVE "RECIBO_NO_USADO" TO AUD-CAMPO-NOMBRE
              MOVE SPACES            TO AUD-ANTERIOR-TXT
              STRING W-REC-NUMERO " MOV " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES            TO AUD-NUEVO-TXT
              STRING "NO GRABADO - STATUS " ST-REC
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
              DISPLAY "No se pudo grabar el recibo " LINE 23 COL 1
                      W-REC-NUMERO  LINE 23 COL 30
                      " - Status "  LINE 23 COL 38
                      ST-REC        LINE 23 COL 48
              ACCEPT X LINE 23 COL 52
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              MOVE 0 TO W-REC-NUMERO
              GO TO F-EMITE-RECIBO.
           MOVE W-REC-NUMERO TO MOV-RECIBO.
           REWRITE REG-MOVIMIENTO.
           IF ST-MOV > "07"
              MOVE "RECIBO"          TO W-AUD-OPERACION
              MOVE "RECIBO_SIN_MOV"  TO AUD-CAMPO-NOMBRE
              MOVE SPACES            TO AUD-ANTERIOR-TXT
              STRING W-REC-NUMERO " MOV " MOV-FECHA "/" MOV-SEQ
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES            TO AUD-NUEVO-TXT
              STRING "NO ANOTADO EN EL MOVIMIENTO - STATUS " ST-MOV
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO
              DISPLAY "Recibo " LINE 23 COL 1
                      W-REC-NUMERO  LINE 23 COL 8
                      " no anotado en el movimiento - Status "
                                    LINE 23 COL 16
                      ST-MOV        LINE 23 COL 54
              ACCEPT X LINE 23 COL 58
              DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           MOVE "N" TO W-REC-DUPLICADO.
           PERFORM IMPRIME-RECIBO THRU F-IMPRIME-RECIBO.

       F-EMITE-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * Imprime el recibo que esta en el area de RECIBOS al final de
      * la cola recibos.spl, una hoja por recibo. Con W-REC-DUPLICADO
      * en "S" sale marcado DUPLICADO, con el numero de reimpresion y,
      * si fue anulado, el recibo que lo anulo.
      *-----------------------------------------------------------------
       IMPRIME-RECIBO.
           OPEN EXTEND SPOOL-RECIBOS.
           IF ST-SPL = "35"
              OPEN OUTPUT SPOOL-RECIBOS.
           IF ST-SPL > "07"
              DISPLAY "No se pudo abrir la cola de recibos - Status "
                                         LINE 23 COL 1
                      ST-SPL             LINE 23 COL 47
              ACCEPT X LINE 23 COL 52
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-IMPRIME-RECIBO.
           MOVE REC-NUMERO TO LRC-NUMERO.
           MOVE SPACES     TO LRC-MARCA.
           IF W-REC-DUPLICADO = "S"
              MOVE "*** DUPLICADO ***" TO LRC-MARCA.
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
           IF REC-REFERENCIA NOT = 0
              MOVE "Anula recibo Nro.  : " TO LRC-TITULO
              MOVE REC-REFERENCIA          TO LRC-VALOR
              WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           IF W-REC-DUPLICADO = "S" AND REC-ANULADO
              MOVE "RECIBO ANULADO     : " TO LRC-TITULO
              MOVE SPACES                  TO LRC-VALOR
              STRING "por recibo " REC-ANU-RECIBO
                     " el " REC-ANU-FECHA
                     DELIMITED BY SIZE INTO LRC-VALOR
              WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           IF W-REC-DUPLICADO = "S"
              ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD
              MOVE "Duplicado          : " TO LRC-TITULO
              MOVE SPACES                  TO LRC-VALOR
              STRING "Nro. " REC-DUPLICADOS " emitido el "
                     W-FECHA-SIST " por " W-OPERADOR
                     DELIMITED BY SIZE INTO LRC-VALOR
              WRITE LIN-RECIBO FROM LRC-DATO AFTER ADVANCING 2 LINES.
           WRITE LIN-RECIBO FROM GUIONES AFTER ADVANCING 2 LINES.
           CLOSE SPOOL-RECIBOS.

       F-IMPRIME-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * Anula el recibo del movimiento reversado (W-REV-RECIBO)
      * dejando la fecha, el supervisor y el recibo de la reversa
      * (W-REC-NUMERO) que lo anula, y lo asienta en AUDITORIA.
      *-----------------------------------------------------------------
       ANULA-RECIBO.
           IF W-RECIBOS-OK NOT = "S"
              GO TO F-ANULA-RECIBO.

       ANULA-RECIBO-LEE.
           MOVE W-REV-RECIBO TO REC-NUMERO.
           MOVE SPACE        TO W-REC-HALLADO.
           READ RECIBOS
              INVALID KEY     MOVE "N" TO W-REC-HALLADO
              NOT INVALID KEY MOVE "S" TO W-REC-HALLADO.
           IF W-REC-HALLADO = SPACE
              MOVE "ANULA-RECIBO"     TO ERR-PARRAFO-ORIGEN
              MOVE ST-REC             TO ERR-ST-ORIGEN
              MOVE W-CLI-ID           TO ERR-CLI-ID-ORIGEN
              PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO
              IF ERR-ACCION = "R"
                 GO TO ANULA-RECIBO-LEE
              END-IF
              MOVE SPACES TO W-ANU-MOTIVO
              STRING "RECIBO ILEGIBLE STATUS " ST-REC
                     DELIMITED BY SIZE INTO W-ANU-MOTIVO
              PERFORM ANULA-PENDIENTE THRU F-ANULA-PENDIENTE
              GO TO F-ANULA-RECIBO.
           IF W-REC-HALLADO = "N" OR REC-ANULADO
              DISPLAY "Recibo original inexistente o ya anulado"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 45
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-ANULA-RECIBO.
           ACCEPT W-FECHA-SIST FROM DATE YYYYMMDD.
           MOVE "A"          TO REC-ESTADO.
           MOVE W-FECHA-SIST TO REC-ANU-FECHA.
           MOVE W-OPERADOR   TO REC-ANU-OPERADOR.
           MOVE W-REC-NUMERO TO REC-ANU-RECIBO.

       ANULA-RECIBO-GRABA.
           REWRITE REG-RECIBO.
           IF ST-REC NOT = "00"
              MOVE "ANULA-RECIBO"     TO ERR-PARRAFO-ORIGEN
              MOVE ST-REC             TO ERR-ST-ORIGEN
              MOVE W-CLI-ID           TO ERR-CLI-ID-ORIGEN
              PERFORM TRATA-ERROR-ARCHIVO THRU F-TRATA-ERROR-ARCHIVO
              IF ERR-ACCION = "R"
                 GO TO ANULA-RECIBO-GRABA
              END-IF
           ELSE
              MOVE 0 TO ERR-CONTADOR-REINTENTOS.
           IF ST-REC NOT = "00"
              MOVE SPACES TO W-ANU-MOTIVO
              STRING "RECIBO NO REGRABADO STATUS " ST-REC
                     DELIMITED BY SIZE INTO W-ANU-MOTIVO
              PERFORM ANULA-PENDIENTE THRU F-ANULA-PENDIENTE
              GO TO F-ANULA-RECIBO.
           MOVE "ANULREC"    TO W-AUD-OPERACION.
           MOVE "RECIBO"     TO AUD-CAMPO-NOMBRE.
           MOVE SPACES       TO AUD-ANTERIOR-TXT.
           STRING W-REV-RECIBO " MOV " W-REV-FECHA "/" W-REV-SEQ
                  DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT.
           MOVE SPACES       TO AUD-NUEVO-TXT.
           STRING "ANULADO POR RECIBO " W-REC-NUMERO
                  DELIMITED BY SIZE INTO AUD-NUEVO-TXT.
           PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.

       F-ANULA-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * El recibo original no se pudo anular (la reversa quedo sin
      * recibo propio que la respalde, o el recibo no se pudo leer o
      * regrabar): queda en AUDITORIA como anulacion pendiente con el
      * motivo en W-ANU-MOTIVO.
      *-----------------------------------------------------------------
       ANULA-PENDIENTE.
           MOVE "ANULREC"    TO W-AUD-OPERACION.
           MOVE "RECIBO"     TO AUD-CAMPO-NOMBRE.
           MOVE SPACES       TO AUD-ANTERIOR-TXT.
           STRING W-REV-RECIBO " MOV " W-REV-FECHA "/" W-REV-SEQ
                  DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT.
           MOVE SPACES       TO AUD-NUEVO-TXT.
           STRING "ANULACION PENDIENTE - " W-ANU-MOTIVO
                  DELIMITED BY SIZE INTO AUD-NUEVO-TXT.
           PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           DISPLAY "Recibo "          LINE 23 COL 1
                   W-REV-RECIBO       LINE 23 COL 8
                   " sin anular - "   LINE 23 COL 16
                   W-ANU-MOTIVO       LINE 23 COL 30.
           ACCEPT X LINE 23 COL 72.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-ANULA-PENDIENTE.
           EXIT.

      *-----------------------------------------------------------------
      * Duplicado de un recibo del cliente en pantalla, solo
      * supervisores nivel 3: reimprime el recibo tal como se emitio
      * marcado DUPLICADO, cuenta la reimpresion en el recibo y la
      * asienta en AUDITORIA.
      *-----------------------------------------------------------------
       DUPLICADO-RECIBO.
           IF W-RECIBOS-OK NOT = "S"
              DISPLAY "Archivo de recibos no disponible" LINE 23 COL 1
              ACCEPT X LINE 23 COL 35
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-DUPLICADO-RECIBO.
           DISPLAY " " LINE 1 COL 1 ERASE EOS
                   "Duplicado de Recibo"            LINE 3  COL 30
                   GUIONES                          LINE 4  COL 1
                   "Recibo Nro. (0 = salir) : "     LINE 10 COL 10.

       DUPLICADO-PIDE-NUMERO.
           MOVE 0 TO W-REC-NUMERO.
           ACCEPT W-REC-NUMERO LINE 10 COL 37.
           IF W-REC-NUMERO = 0
              GO TO F-DUPLICADO-RECIBO.
           DISPLAY W-REC-NUMERO LINE 10 COL 37.
           MOVE W-REC-NUMERO TO REC-NUMERO.
           READ RECIBOS
              INVALID KEY     MOVE "N" TO W-REC-HALLADO
              NOT INVALID KEY MOVE "S" TO W-REC-HALLADO.
           IF W-REC-HALLADO = "N" OR REC-CLI-ID NOT = W-CLI-ID
              DISPLAY "Recibo inexistente o de otro cliente"
                                         LINE 23 COL 1
              ACCEPT X LINE 23 COL 40
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO DUPLICADO-PIDE-NUMERO.
           MOVE REC-IMPORTE TO W-IMPORTE-ED.
           DISPLAY "Emitido : "    LINE 12 COL 10
                   REC-FECHA       LINE 12 COL 22
                   "Tipo    : "    LINE 13 COL 10
                   REC-TIPO        LINE 13 COL 22
                   "Importe : "    LINE 14 COL 10
                   W-IMPORTE-ED    LINE 14 COL 22
                   "Motivo  : "    LINE 15 COL 10
                   REC-MOTIVO      LINE 15 COL 22
                   "Duplicados ya emitidos : " LINE 16 COL 10
                   REC-DUPLICADOS  LINE 16 COL 35.
           IF REC-ANULADO
              DISPLAY "ANULADO por recibo " LINE 17 COL 10
                      REC-ANU-RECIBO        LINE 17 COL 29.
           DISPLAY "Confirma emision del DUPLICADO? (S/N)"
                                         LINE 23 COL 1.
           ACCEPT X LINE 23 COL 40.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.
           IF X NOT = "S" AND X NOT = "s"
              GO TO F-DUPLICADO-RECIBO.
           ADD 1 TO REC-DUPLICADOS.
           REWRITE REG-RECIBO.
           IF ST-REC NOT = "00"
              DISPLAY "No se pudo actualizar el recibo - Status "
                                         LINE 23 COL 1
                      ST-REC             LINE 23 COL 43
              ACCEPT X LINE 23 COL 47
              DISPLAY SPACES LINE 23 COL 1 SIZE 80
              GO TO F-DUPLICADO-RECIBO.
           MOVE "S" TO W-REC-DUPLICADO.
           PERFORM IMPRIME-RECIBO THRU F-IMPRIME-RECIBO.
           MOVE "N" TO W-REC-DUPLICADO.
           MOVE "DUPLIC"     TO W-AUD-OPERACION.
           MOVE "RECIBO"     TO AUD-CAMPO-NOMBRE.
           MOVE SPACES       TO AUD-ANTERIOR-TXT.
           STRING REC-NUMERO " MOV " REC-MOV-FECHA "/" REC-MOV-SEQ
                  DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT.
           MOVE SPACES       TO AUD-NUEVO-TXT.
           STRING "DUPLICADO NRO " REC-DUPLICADOS
                  DELIMITED BY SIZE INTO AUD-NUEVO-TXT.
           PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           DISPLAY "Duplicado enviado a impresion - ENTER"
                                         LINE 23 COL 1.
           ACCEPT X LINE 23 COL 40.
           DISPLAY SPACES LINE 23 COL 1 SIZE 80.

       F-DUPLICADO-RECIBO.
           EXIT.

      *-----------------------------------------------------------------
      * Cierre mensual: ninguna fecha de un periodo ya cerrado (mes
      * igual o anterior al ultimo cerrado en periodo.ctl) se graba en
      * MOVIMIENTOS. El control se relee en cada llamada porque el
      * cierre puede correr con la pantalla abierta; sin el archivo no
      * hay periodos cerrados.
      *-----------------------------------------------------------------
       CONTROLA-PERIODO.
           MOVE "S" TO W-PERIODO-OK.
           MOVE 0   TO W-ULT-CERRADO.
           OPEN INPUT PERIODOS.
           IF ST-PER > "07"
              CLOSE PERIODOS
              GO TO F-CONTROLA-PERIODO.
           READ PERIODOS
              AT END MOVE 0 TO PER-ULT-CERRADO.
           IF ST-PER = "00" AND PER-ULT-CERRADO NUMERIC
              MOVE PER-ULT-CERRADO TO W-ULT-CERRADO.
           CLOSE PERIODOS.
           IF W-FECHA-CONTROL(1:6) NOT > W-ULT-CERRADO
              MOVE "N" TO W-PERIODO-OK.

       F-CONTROLA-PERIODO.
           EXIT.

      *-----------------------------------------------------------------
      * Doble control (cuatro ojos): un movimiento cuyo importe supera
      * CAT-TOPE-APROBACION de la categoria del cliente no se graba
           MOVE "P"           TO PEN-ESTADO.
           MOVE SPACES        TO PEN-SUPERVISOR.
           MOVE 0             TO PEN-FECHA-RESOL.
           MOVE W-MOV-CONCEPTO TO PEN-CONCEPTO.

       GRABA-PEN-ESCRIBE.
           WRITE REG-PENDIENTE.
              MOVE W-CLI-CUIT-ANT   TO AUD-ANTERIOR-TXT
              MOVE W-CLI-CUIT       TO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-CLI-EMAIL NOT = W-CLI-EMAIL-ANT
              MOVE "EMAIL"          TO AUD-CAMPO-NOMBRE
              MOVE W-CLI-EMAIL-ANT  TO AUD-ANTERIOR-TXT
              MOVE W-CLI-EMAIL      TO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-CLI-TELEFONO NOT = W-CLI-TELEFONO-ANT
              MOVE "TELEFONO"         TO AUD-CAMPO-NOMBRE
              MOVE W-CLI-TELEFONO-ANT TO AUD-ANTERIOR-TXT
              MOVE W-CLI-TELEFONO     TO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-CLI-ENVIO NOT = W-CLI-ENVIO-ANT
              MOVE "ENVIO_RESUMEN"  TO AUD-CAMPO-NOMBRE
              MOVE W-CLI-ENVIO-ANT  TO AUD-ANTERIOR-TXT
              MOVE W-CLI-ENVIO      TO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-CLI-RET-REGIMEN NOT = W-CLI-RET-REGIMEN-ANT
              OR W-CLI-COND-FISCAL NOT = W-CLI-COND-FISCAL-ANT
              MOVE "RET_REGIMEN"    TO AUD-CAMPO-NOMBRE
              MOVE SPACES           TO AUD-ANTERIOR-TXT
              STRING W-CLI-RET-REGIMEN-ANT " " W-CLI-COND-FISCAL-ANT
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES           TO AUD-NUEVO-TXT
              STRING W-CLI-RET-REGIMEN " " W-CLI-COND-FISCAL
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           IF W-CLI-RET-EXENTO NOT = W-CLI-RET-EXENTO-ANT
              OR W-CLI-RET-HASTA NOT = W-CLI-RET-HASTA-ANT
              MOVE "RET_EXENCION"   TO AUD-CAMPO-NOMBRE
              MOVE SPACES           TO AUD-ANTERIOR-TXT
              STRING W-CLI-RET-EXENTO-ANT " HASTA " W-CLI-RET-HASTA-ANT
                     DELIMITED BY SIZE INTO AUD-ANTERIOR-TXT
              MOVE SPACES           TO AUD-NUEVO-TXT
              STRING W-CLI-RET-EXENTO " HASTA " W-CLI-RET-HASTA
                     DELIMITED BY SIZE INTO AUD-NUEVO-TXT
              PERFORM AUD-GRABA-CAMPO THRU F-AUD-GRABA-CAMPO.
           MOVE W-CLI-NOMBRE    TO W-CLI-NOMBRE-ANT.
           MOVE W-CLI-DIRECCION TO W-CLI-DIRECCION-ANT.
           MOVE W-CLI-CODPOSTAL TO W-CLI-CODPOSTAL-ANT.
           MOVE W-CLI-CATEGORIA TO W-CLI-CATEGORIA-ANT.
           MOVE W-CLI-SALDO     TO W-CLI-SALDO-ANT.
           MOVE W-CLI-CUIT      TO W-CLI-CUIT-ANT.
           MOVE W-CLI-EMAIL     TO W-CLI-EMAIL-ANT.
           MOVE W-CLI-TELEFONO  TO W-CLI-TELEFONO-ANT.
           MOVE W-CLI-ENVIO     TO W-CLI-ENVIO-ANT.
           MOVE W-CLI-RET-REGIMEN TO W-CLI-RET-REGIMEN-ANT.
           MOVE W-CLI-COND-FISCAL TO W-CLI-COND-FISCAL-ANT.
           MOVE W-CLI-RET-EXENTO  TO W-CLI-RET-EXENTO-ANT.
           MOVE W-CLI-RET-HASTA   TO W-CLI-RET-HASTA-ANT.

       F-REGISTRA-AUDITORIA.
           EXIT.

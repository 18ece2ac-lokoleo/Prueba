000110* Modification History
000120* Date       Init  Description
000130* 2026-08-08  SIS  Version inicial.
000132* 2026-10-15  SIS  Estado DORMIDA para las cuentas activas
000134*                  marcadas por DORMIDAS y total de dormidas.
000140******************************************************************
000150 IDENTIFICATION DIVISION.
000160 PROGRAM-ID. LISTCLI.
000730 01  W-SALDO-GENERAL         PIC S9(9)V9(3) VALUE 0.
000740 01  W-CANT-GENERAL-BAJA     PIC 9(7)  VALUE 0.
000750 01  W-SALDO-GENERAL-BAJA    PIC S9(9)V9(3) VALUE 0.
000752 01  W-CANT-GENERAL-DORM     PIC 9(7)  VALUE 0.
000754 01  W-SALDO-GENERAL-DORM    PIC S9(9)V9(3) VALUE 0.
000760
000770 01  W-FECHA-SIST            PIC 9(8).
000780 01  W-SALDO-ED              PIC -9(7),999.
000930     03  FILLER              PIC X(40) VALUE "Nombre".
000940     03  FILLER              PIC X(14) VALUE "Saldo".
000950     03  FILLER              PIC X(2)  VALUE SPACES.
000960     03  FILLER              PIC X(7)  VALUE "Estado".
000970
000980 01  LIN-DETALLE.
000990     03  LD-ID               PIC Z(6)9.
001010     03  LD-NOMBRE           PIC X(40).
001020     03  LD-SALDO            PIC -9(7),999.
001030     03  FILLER              PIC X(2)  VALUE SPACES.
001040     03  LD-ESTADO           PIC X(7).
001050
001060 01  LIN-SUBTOTAL.
001070     03  FILLER              PIC X(20) VALUE
001300     03  LTB-CANTIDAD        PIC ZZZZZZ9.
001310     03  FILLER              PIC X(14) VALUE "  Total: ".
001320     03  LTB-SALDO           PIC -9(9),999.
001321
001322 01  LIN-TOTAL-DORM.
001323     03  FILLER              PIC X(20) VALUE
001324             "  de ellas dormidas:".
001325     03  LTD-CANTIDAD        PIC ZZZZZZ9.
001326     03  FILLER              PIC X(14) VALUE "  Total: ".
001327     03  LTD-SALDO           PIC -9(9),999.
001330
001340 PROCEDURE DIVISION.
001350 0000-MAINLINE.
001840     MOVE CLI_NOMBRE TO LD-NOMBRE.
001850     MOVE CLI_SALDO  TO LD-SALDO.
001860     IF NOT CLI-INACTIVO
001862        MOVE "ACTIVO" TO LD-ESTADO
001864        IF CLI-ES-DORMIDA
001866           MOVE "DORMIDA" TO LD-ESTADO
001868           ADD 1          TO W-CANT-GENERAL-DORM
001870           ADD CLI_SALDO  TO W-SALDO-GENERAL-DORM
001872        END-IF
001880        ADD 1         TO W-CANT-CATEGORIA W-CANT-GENERAL
001890        ADD CLI_SALDO TO W-SALDO-CATEGORIA W-SALDO-GENERAL
001900     ELSE
002650        MOVE W-CANT-GENERAL  TO LTOT-CANTIDAD
002660        MOVE W-SALDO-GENERAL TO LTOT-SALDO
002670        WRITE LIN-REPORTE FROM LIN-TOTAL AFTER ADVANCING 2 LINES
002671        IF W-CANT-GENERAL-DORM > 0
002672           MOVE W-CANT-GENERAL-DORM  TO LTD-CANTIDAD
002673           MOVE W-SALDO-GENERAL-DORM TO LTD-SALDO
002674           WRITE LIN-REPORTE FROM LIN-TOTAL-DORM
002675                   AFTER ADVANCING 1 LINE
002676        END-IF
002680        IF W-CANT-GENERAL-BAJA > 0
002690           MOVE W-CANT-GENERAL-BAJA  TO LTB-CANTIDAD
002700           MOVE W-SALDO-GENERAL-BAJA TO LTB-SALDO

000206*                  actualiza el control del delta.
000207* 2026-09-02  SIS  Agrega la columna CUIT al final de la linea
000208*                  exportada.
000210* 2026-10-15  SIS  Agrega la marca de cuenta dormida (S/N) y la
000212*                  fecha de la marca despues del CUIT.
000214******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. EXPCLI.
000240 ENVIRONMENT DIVISION.
000840
000850 FD  EXPORTA.
000860
000870 01  REG-EXPORTA             PIC X(310).
000880
000890 FD  REPORTE.
000900
001330 01  W-CAMPO-MAX             PIC 9(3).
001340 01  W-CAMPO-LARGO           PIC 9(3).
001350 01  W-PTR                   PIC 9(4).
001352 01  W-DORMIDA-EXP           PIC X.
001354 01  W-FECHA-DORM-EXP        PIC 9(8).
001360
001370 01  W-CANT-AUD-LEIDOS       PIC 9(7)  VALUE 0.
001380 01  W-CANT-EXPORTADOS       PIC 9(7)  VALUE 0.
004060     MOVE W-CAT-DESC TO W-CAMPO-TXT.
004070     MOVE 30 TO W-CAMPO-MAX.
004080     PERFORM 8000-ARMA-CAMPO THRU 8000-EXIT.
004082     MOVE "N" TO W-DORMIDA-EXP.
004084     MOVE 0   TO W-FECHA-DORM-EXP.
004086     IF CLI-ES-DORMIDA
004088        MOVE "S" TO W-DORMIDA-EXP
004090        IF CLI-FECHA-DORMIDA NUMERIC
004092           MOVE CLI-FECHA-DORMIDA TO W-FECHA-DORM-EXP
004094        END-IF
004096     END-IF.
004098     STRING W-SALDO-ED ";" CLI-ESTADO ";" CLI-CUIT
004100            ";" W-DORMIDA-EXP ";" W-FECHA-DORM-EXP
004102            DELIMITED BY SIZE
004104            INTO REG-EXPORTA WITH POINTER W-PTR.
004110     WRITE REG-EXPORTA.
004120     IF ST-EXP = "00"
004130        ADD 1 TO W-CANT-EXPORTADOS

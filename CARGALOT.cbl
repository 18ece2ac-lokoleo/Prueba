000196* 2026-09-02  SIS  CUIT en la entrada: valida el digito
000197*                  verificador y rechaza CUIT ya cargado en
000198*                  otro cliente activo.
000199* 2026-10-15  SIS  Inicializa los datos de contacto en las altas.
000201* 2026-10-15  SIS  Inicializa la marca de cuenta dormida en las
000203*                  altas.
000204* 2026-10-15  SIS  Inicializa los datos de retencion en las altas.
000205******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. CARGALOT.
000230 ENVIRONMENT DIVISION.
003990        MOVE "A"               TO CLI-ESTADO
003995        MOVE 0                 TO CLI-FUSIONADO-EN
003996        MOVE ENT-CLI-CUIT      TO CLI-CUIT
003997        MOVE SPACES            TO CLI-EMAIL CLI-TELEFONO
003998        MOVE "P"               TO CLI-ENVIO
004000        MOVE "N"               TO CLI-DORMIDA
004002        MOVE 0                 TO CLI-FECHA-DORMIDA
004003        MOVE SPACES            TO CLI-RET-REGIMEN CLI-COND-FISCAL
004004        MOVE "N"               TO CLI-RET-EXENTO
004005        MOVE 0                 TO CLI-RET-EXENTO-HASTA
004006        WRITE REG-CLIENTES
004010        IF ST-CLI = "00"
004020           ADD 1 TO W-CANT-ALTAS
004030           MOVE "ALTA"         TO LD-RESULTADO

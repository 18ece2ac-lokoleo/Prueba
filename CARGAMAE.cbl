000040* Installation: Dpto. Sistemas
000050* Date-Written: 2026-09-02
000060* Purpose    : Mantenimiento por lotes de los maestros de
000069*              CATEGORIAS, CODPOSTALES y REGIMENES (retencion)
000078*              a partir del archivo plano entramae.dat, a la
000087*              manera de CARGALOT y CARGAUSR. Cada linea lleva
000096*              tipo ("C" categoria / "P" codigo postal / "R"
000105*              regimen) y accion ("A" alta o modificacion, que
000114*              deja el registro activo; "B" baja logica). La
000123*              baja de una categoria, codigo postal o regimen
000132*              usado por algun cliente ACTIVO se rechaza. Todos
000141*              los cambios quedan asentados en AUDITORIA
000150*              (operador MAES) y en el listado cargamae.lst
000159*              con totales.
000170* Tectonics  : cobc
000180*-------------------------------------------------------------
000190* Modification History
000200* Date       Init  Description
000210* 2026-09-02  SIS  Version inicial.
000212* 2026-10-15  SIS  Mantenimiento de la tabla de regimenes de
000214*                  retencion (tipo "R"): regimen, condicion
000216*                  fiscal, minimo no sujeto y alicuota.
000220******************************************************************
000230 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. CARGAMAE.
000440            ACCESS MODE DYNAMIC
000450            RECORD KEY IS CP-CODIGO
000460            STATUS ST-CP.
000461
000462     SELECT OPTIONAL REGIMENES ASSIGN TO "./regimen.dat"
000463            ORGANIZATION INDEXED
000464            ACCESS MODE DYNAMIC
000465            RECORD KEY IS RGM-CLAVE
000466            STATUS ST-RGM.
000470
000480     SELECT OPTIONAL CLIENTES ASSIGN TO "./clientes.dat"
000490            ORGANIZATION INDEXED
000710     03  MAE-TIPO            PIC X.
000720         88  MAE-ES-CATEGORIA  VALUE "C".
000730         88  MAE-ES-CODPOSTAL  VALUE "P".
000735         88  MAE-ES-REGIMEN    VALUE "R".
000740     03  MAE-ACCION          PIC X.
000750         88  MAE-ES-ALTA       VALUE "A".
000760         88  MAE-ES-BAJA       VALUE "B".
000850         05  MAE-CP-CODIGO   PIC X(10).
000860         05  MAE-CP-LOCALID  PIC X(30).
000870         05  MAE-CP-PROVIN   PIC X(30).
000871     03  MAE-DATOS-RG REDEFINES MAE-DATOS.
000872         05  MAE-RG-CLAVE.
000873             07  MAE-RG-CODIGO    PIC X(3).
000874             07  MAE-RG-CONDICION PIC X(2).
000875         05  MAE-RG-DESC     PIC X(30).
000876         05  MAE-RG-MINIMO   PIC 9(7)V9(3).
000877         05  MAE-RG-ALICUOTA PIC 9(2)V9(3).
000878         05  FILLER          PIC X(20).
000880
000890     COPY "CATEGOR.CPY".
000900
000910     COPY "CODPOST.CPY".
000913
000916     COPY "REGIMEN.CPY".
000920
000930     COPY "CLIENTE.CPY".
000940
001030 01  ST-ENT                  PIC XX.
001040 01  ST-CAT                  PIC XX.
001050 01  ST-CP                   PIC XX.
001055 01  ST-RGM                  PIC XX.
001060 01  ST-CLI                  PIC XX.
001070 01  ST-AUD                  PIC XX.
001080 01  ST-REP                  PIC XX.
001290 01  W-LIMITE-ED             PIC 9(7),999.
001300 01  W-TASA-ED               PIC 9(3),999.
001310 01  W-TOPE-ED               PIC 9(7),999.
001313 01  W-MINIMO-ED             PIC 9(7),999.
001316 01  W-ALICUOTA-ED           PIC 9(2),999.
001320
001330 01  W-CANT-LEIDOS           PIC 9(7)  VALUE 0.
001340 01  W-CANT-ALTAS            PIC 9(7)  VALUE 0.
001860******************************************************************
001870 1000-INICIO.
001880     OPEN OUTPUT REPORTE.
001890     MOVE "Mantenimiento de CATEGORIAS, CODPOSTALES y REGIMENES"
001900          TO LIN-REPORTE.
001910     WRITE LIN-REPORTE AFTER ADVANCING 1 LINE.
001920     MOVE SPACES TO LIN-REPORTE.
002310        CLOSE CATEGORIAS
002320        CLOSE CODPOSTALES
002330        STOP RUN.
002331     OPEN I-O REGIMENES.
002332     IF ST-RGM = "35"
002333        OPEN OUTPUT REGIMENES
002334        CLOSE REGIMENES
002335        OPEN I-O REGIMENES.
002336     IF ST-RGM > "07"
002337        MOVE SPACES TO LIN-REPORTE
002338        STRING "No se pudo abrir REGIMENES (regimen.dat)"
002339               "-Status=" ST-RGM DELIMITED BY SIZE
002340               INTO LIN-REPORTE
002341        WRITE LIN-REPORTE AFTER ADVANCING 1 LINE
002342        CLOSE REPORTE
002343        CLOSE ENTRADA
002344        CLOSE CATEGORIAS
002345        CLOSE CODPOSTALES
002346        CLOSE REGIMENES
002347        STOP RUN.
002348     OPEN INPUT CLIENTES.
002350     IF ST-CLI NOT = "00"
002360        MOVE "N" TO W-CLIENTES-OK.
002370     OPEN EXTEND AUDITORIA.
002550        MOVE MAE-CAT-CODIGO TO LD-CODIGO
002560     ELSE
002570        MOVE MAE-CP-CODIGO  TO LD-CODIGO.
002573     IF MAE-ES-REGIMEN
002576        MOVE MAE-RG-CLAVE   TO LD-CODIGO.
002580     IF NOT MAE-ES-CATEGORIA AND NOT MAE-ES-CODPOSTAL
002585        AND NOT MAE-ES-REGIMEN
002590        MOVE "S" TO W-RECHAZADO
002600        MOVE "Tipo invalido (C/P/R)" TO W-MOTIVO-RECHAZO.
002610     IF W-RECHAZADO = "N"
002620        AND NOT MAE-ES-ALTA AND NOT MAE-ES-BAJA
002630        MOVE "S" TO W-RECHAZADO
002660        IF MAE-ES-CATEGORIA
002670           PERFORM 2200-PROCESA-CATEGORIA THRU 2200-EXIT
002680        ELSE
002683           IF MAE-ES-REGIMEN
002686              PERFORM 2350-PROCESA-REGIMEN THRU 2350-EXIT
002689           ELSE
002692              PERFORM 2300-PROCESA-CODPOSTAL THRU 2300-EXIT
002695           END-IF
002700        END-IF
002710     END-IF.
002720     IF REGISTRO-RECHAZADO
004880     EXIT.
004890
004900******************************************************************
004901* 2350-PROCESA-REGIMEN - Alta/modificacion o baja logica de un
004902*                        regimen de retencion para una condicion
004903*                        fiscal. La baja se rechaza si algun
004904*                        cliente activo lo tiene asignado.
004905******************************************************************
004906 2350-PROCESA-REGIMEN.
004907     IF MAE-RG-CODIGO = SPACES OR MAE-RG-CONDICION = SPACES
004908        MOVE "S" TO W-RECHAZADO
004909        MOVE "Regimen o condicion en blanco" TO W-MOTIVO-RECHAZO
004910        GO TO 2350-EXIT.
004911     MOVE MAE-RG-CLAVE TO RGM-CLAVE.
004912     READ REGIMENES
004913        INVALID KEY     MOVE "N" TO W-EXISTE
004914        NOT INVALID KEY MOVE "S" TO W-EXISTE.
004915     IF MAE-ES-BAJA
004916        GO TO 2350-BAJA.
004917     IF MAE-RG-DESC = SPACES
004918        MOVE "S" TO W-RECHAZADO
004919        MOVE "Descripcion en blanco" TO W-MOTIVO-RECHAZO
004920        GO TO 2350-EXIT.
004921     IF MAE-RG-MINIMO NOT NUMERIC
004922        OR MAE-RG-ALICUOTA NOT NUMERIC
004923        MOVE "S" TO W-RECHAZADO
004924        MOVE "Importes no numericos" TO W-MOTIVO-RECHAZO
004925        GO TO 2350-EXIT.
004926     IF MAE-RG-ALICUOTA = 0
004927        MOVE "S" TO W-RECHAZADO
004928        MOVE "Alicuota en cero" TO W-MOTIVO-RECHAZO
004929        GO TO 2350-EXIT.
004930     MOVE MAE-RG-CLAVE     TO RGM-CLAVE.
004931     MOVE MAE-RG-DESC      TO RGM-DESCRIPCION.
004932     MOVE "S"              TO RGM-ACTIVO.
004933     MOVE MAE-RG-MINIMO    TO RGM-MINIMO.
004934     MOVE MAE-RG-ALICUOTA  TO RGM-ALICUOTA.
004935     MOVE MAE-RG-MINIMO    TO W-MINIMO-ED.
004936     MOVE MAE-RG-ALICUOTA  TO W-ALICUOTA-ED.
004937     MOVE SPACES TO W-AUD-NUEVO.
004938     STRING MAE-RG-DESC " MIN " W-MINIMO-ED
004939            " ALIC " W-ALICUOTA-ED
004940            DELIMITED BY SIZE INTO W-AUD-NUEVO.
004941     IF W-EXISTE = "S"
004942        REWRITE REG-REGIMEN
004943        IF ST-RGM = "00"
004944           ADD 1 TO W-CANT-MODIF
004945           MOVE "MODIFICADO" TO LD-RESULTADO
004946           MOVE "MANTRET"    TO W-AUD-OPERACION
004947           MOVE "REGIMEN"    TO W-AUD-CAMPO
004948           MOVE SPACES       TO W-AUD-ANTERIOR
004949           PERFORM 2500-GRABA-AUDITORIA THRU 2500-EXIT
004950        ELSE
004951           MOVE "S" TO W-RECHAZADO
004952           STRING "Error regrabando REGIMENES - Status=" ST-RGM
004953                  DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
004954        END-IF
004955     ELSE
004956        WRITE REG-REGIMEN
004957        IF ST-RGM = "00"
004958           ADD 1 TO W-CANT-ALTAS
004959           MOVE "ALTA"       TO LD-RESULTADO
004960           MOVE "MANTRET"    TO W-AUD-OPERACION
004961           MOVE "REGIMEN"    TO W-AUD-CAMPO
004962           MOVE SPACES       TO W-AUD-ANTERIOR
004963           PERFORM 2500-GRABA-AUDITORIA THRU 2500-EXIT
004964        ELSE
004965           MOVE "S" TO W-RECHAZADO
004966           STRING "Error grabando REGIMENES - Status=" ST-RGM
004967                  DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO
004968        END-IF
004969     END-IF.
004970     GO TO 2350-EXIT.
004971 2350-BAJA.
004972     IF W-EXISTE = "N"
004973        MOVE "S" TO W-RECHAZADO
004974        MOVE "Regimen inexistente" TO W-MOTIVO-RECHAZO
004975        GO TO 2350-EXIT.
004976     IF RGM-ES-INACTIVO
004977        MOVE "S" TO W-RECHAZADO
004978        MOVE "Regimen ya inactivo" TO W-MOTIVO-RECHAZO
004979        GO TO 2350-EXIT.
004980     PERFORM 2400-CONTROLA-USO THRU 2400-EXIT.
004981     IF W-EN-USO = "S"
004982        MOVE "S" TO W-RECHAZADO
004983        MOVE "Regimen en uso por clientes activos"
004984             TO W-MOTIVO-RECHAZO
004985        GO TO 2350-EXIT.
004986     MOVE MAE-RG-CLAVE TO RGM-CLAVE.
004987     READ REGIMENES
004988        INVALID KEY MOVE "N" TO W-EXISTE.
004989     MOVE "N" TO RGM-ACTIVO.
004990     REWRITE REG-REGIMEN.
004991     IF ST-RGM = "00"
004992        ADD 1 TO W-CANT-BAJAS
004993        MOVE "BAJA"      TO LD-RESULTADO
004994        MOVE "MANTRET"   TO W-AUD-OPERACION
004995        MOVE "REGIMEN"   TO W-AUD-CAMPO
004996        MOVE "S"         TO W-AUD-ANTERIOR
004997        MOVE "N"         TO W-AUD-NUEVO
004998        PERFORM 2500-GRABA-AUDITORIA THRU 2500-EXIT
004999     ELSE
005000        MOVE "S" TO W-RECHAZADO
005001        STRING "Error regrabando REGIMENES - Status=" ST-RGM
005002               DELIMITED BY SIZE INTO W-MOTIVO-RECHAZO.
005003 2350-EXIT.
005004     EXIT.
005005
005006******************************************************************
005007* 2400-CONTROLA-USO - Recorre CLIENTES y deja W-EN-USO = "S" si
005008*                     algun cliente ACTIVO usa la categoria, el
005009*                     codigo postal o el regimen de retencion
005010*                     (regimen y condicion) de la linea. Con
005011*                     el maestro de clientes no disponible se
005012*                     asume en uso, para no dar de baja a
005013*                     ciegas.
005014******************************************************************
005015 2400-CONTROLA-USO.
005016     IF W-CLIENTES-OK NOT = "S"
005017        MOVE "S" TO W-EN-USO
005018        GO TO 2400-EXIT.
005020     MOVE "N" TO FIN-CLIENTES.
005030     MOVE LOW-VALUES TO ID_CLIENTE.
005040     START CLIENTES KEY IS NOT LESS THAN ID_CLIENTE
005210        GO TO 2400-CICLO.
005220     IF MAE-ES-CATEGORIA
005230        IF CLI_CATEGORIA = MAE-CAT-CODIGO
005231           MOVE "S" TO W-EN-USO
005232           MOVE "S" TO FIN-CLIENTES
005233        END-IF
005234        GO TO 2400-CICLO.
005235     IF MAE-ES-REGIMEN
005236        IF CLI-RET-REGIMEN = MAE-RG-CODIGO
005237           AND CLI-COND-FISCAL = MAE-RG-CONDICION
005240           MOVE "S" TO W-EN-USO
005250           MOVE "S" TO FIN-CLIENTES
005260        END-IF
005750     CLOSE ENTRADA.
005760     CLOSE CATEGORIAS.
005770     CLOSE CODPOSTALES.
005775     CLOSE REGIMENES.
005780     CLOSE CLIENTES.
005790     CLOSE AUDITORIA.
005800     CLOSE REPORTE.

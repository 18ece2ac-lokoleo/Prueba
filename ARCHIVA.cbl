000233*                  ARCHIVA y asienta la corrida en joblog.dat.
000234* 2026-09-02  SIS  Las fallas de apertura cuentan como error de
000235*                  E/S para que el joblog no informe OK.
000236* 2026-10-15  SIS  Resguardo de MOVIMIENTOS ampliado por el
000237*                  concepto del movimiento.
000239* 2026-10-15  SIS  Resguardo de MOVIMIENTOS ampliado por el
000241*                  numero de certificado de retencion.
000242* 2026-10-15  SIS  Resguardo de MOVIMIENTOS ampliado por el
000243*                  numero de recibo.
000244******************************************************************
000245 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ARCHIVA.
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000860
000870 FD  ARCHMOV.
000880
000890 01  ARM-REGISTRO            PIC X(109).
000900
000910 FD  ARCHAUD.
000920

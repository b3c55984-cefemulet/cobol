000190*                   PASAN A 9(11)V99.
000200*   03/09/2026  CM  NUMERO DE CORTE BL-CORTE PARA LAS
000210*                   CORRIDAS INTRADIA (HASTA TRES POR FECHA).
000211*   15/10/2026  CM  CONTADOR DE ALMACENADOS POR FECHA VALOR
000212*                   (ALMFILE): EL CUADRE PASA A SER DETALLE =
000213*                   PROCESADOS + RECHAZADOS + SUSPENDIDOS +
000214*                   ALMACENADOS. EL REGISTRO CRECE 8 POSICIONES.
000215*   15/10/2026  CM  NUMERO DE PARTICION BL-PARTICION: CADA
000216*                   PARTICION CUADRA LO SUYO Y ESTPMRG GRABA
000217*                   EL CUADRE DEL CORTE (PARTICION 00).
000220******************************************************************
000230 01  BL-RECORD.
000240     05  BL-FECHA-PROCESO     PIC 9(08).
000430         88  BL-BALANCE-MAL           VALUE "N".
000440     05  BL-REINICIO          PIC X(01).
000450         88  BL-REINICIO-SI           VALUE "S".
000455     05  BL-CONT-ALMACENADOS  PIC 9(08).
000460     05  BL-PARTICION         PIC 9(02).

000090*          los compara entre si para avisar de un lote anomalo.
000100* Modification history:
000110*   22/08/2026  CM  CREACION INICIAL DEL COPY.
000111*   03/09/2026  CM  CONTADOR DE SUSPENDIDOS POR LIMITES DE
000112*                   NEGOCIO.
000113*   03/09/2026  CM  NUMERO DE CORTE ST-CORTE: UNA LINEA POR
000114*                   CORRIDA INTRADIA (FECHA + CORTE).
000115*   15/10/2026  CM  CONTADOR DE ALMACENADOS POR FECHA VALOR.
000116*   15/10/2026  CM  NUMERO DE PARTICION ST-PARTICION: CADA
000117*                   PARTICION DEJA SU LINEA EN SU PROPIO
000118*                   STAFILE Y ESTPMRG GRABA LA DEL CORTE
000119*                   (PARTICION 00) EN EL ACUMULATIVO.
000120******************************************************************
000130 01  ST-RECORD.
000140     05  ST-FECHA-PROCESO     PIC 9(08).
000230     05  ST-HORA-INICIO       PIC 9(08).
000240     05  ST-HORA-FIN          PIC 9(08).
000245     05  ST-CONT-SUSPENDIDOS  PIC 9(08).
000255     05  ST-CONT-ALMACENADOS  PIC 9(08).
000260     05  ST-PARTICION         PIC 9(02).
000265     05  FILLER               PIC X(02).

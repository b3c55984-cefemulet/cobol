000010******************************************************************
000020* PARREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la tabla de particiones (PARFILE) de la
000060*          corrida de corte por tramos de PF-NUMERO. Una linea por
000070*          particion (01 a 04, en orden) con el primer y el ultimo
000080*          numero de persona de su tramo; los tramos van seguidos,
000090*          sin huecos ni solapes, de 000000 a 999999. ESTPPAR la
000100*          carga en tabla para repartir el TRANFILE del corte.
000110* Modification history:
000120*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000130******************************************************************
000140 01  RG-RECORD.
000150     05  RG-PARTICION         PIC 9(02).
000160     05  RG-NUMERO-DESDE      PIC 9(06).
000170     05  RG-NUMERO-HASTA      PIC 9(06).
000180     05  FILLER               PIC X(66).

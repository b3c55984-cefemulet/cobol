000010******************************************************************
000020* CERREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del fichero de trabajo del certificado de
000060*          borrado (CERWRK). Cada paso de ESTPBOR anade una linea
000070*          por fichero tratado con el nombre del fichero (del
000080*          PARM), los registros leidos y los modificados; el
000090*          ultimo paso imprime con ellas el certificado.
000100* Modification history:
000110*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000120******************************************************************
000130 01  CE-RECORD.
000140     05  CE-MODO              PIC X(01).
000150     05  CE-FICHERO           PIC X(44).
000160     05  CE-LEIDOS            PIC 9(09).
000170     05  CE-MODIFICADOS       PIC 9(09).
000180     05  FILLER               PIC X(17).

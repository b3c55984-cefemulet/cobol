000010******************************************************************
000020* BORREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la solicitud de borrado de datos personales
000060*          (BORFILE). Un registro por persona que ha pedido el
000070*          borrado: numero de persona y referencia de la
000080*          solicitud, que sale en el certificado de ESTPBOR.
000090* Modification history:
000100*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000110******************************************************************
000120 01  BO-RECORD.
000130     05  BO-NUMERO            PIC X(06).
000140     05  BO-NUMERO-N REDEFINES BO-NUMERO
000150                              PIC 9(06).
000160     05  FILLER               PIC X(01).
000170     05  BO-REFERENCIA        PIC X(20).
000180     05  FILLER               PIC X(53).

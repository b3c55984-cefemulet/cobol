000010******************************************************************
000020* XRFREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la tabla de referencias cruzadas del fichero
000060*          de socio (XRFFILE) que usa ESTPCNV: la referencia de
000070*          persona con la que el otro departamento identifica a
000080*          sus clientes y el numero de persona PF-NUMERO del
000090*          maestro al que corresponde. Una linea por referencia.
000100* Modification history:
000110*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000120******************************************************************
000130 01  XR-RECORD.
000140     05  XR-REFERENCIA        PIC X(12).
000150     05  FILLER               PIC X(01).
000160     05  XR-NUMERO            PIC X(06).
000170     05  XR-NUMERO-N REDEFINES XR-NUMERO
000180                              PIC 9(06).
000190     05  FILLER               PIC X(01).
000200     05  XR-DESCRIPCION       PIC X(30).
000210     05  FILLER               PIC X(30).

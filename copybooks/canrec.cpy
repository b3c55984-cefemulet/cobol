000010******************************************************************
000020* CANREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la peticion de cancelacion de una
000060*          transaccion almacenada (CANFILE) para ESTPALM. Lleva la
000070*          clave completa del almacen tal como sale en el listado
000080*          de almacenadas, el operador que la pide y el motivo,
000090*          que se imprime en el informe de cancelaciones.
000100* Modification history:
000110*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000120******************************************************************
000130 01  CN-RECORD.
000140     05  CN-CLAVE.
000150         10  CN-FECHA-VALOR   PIC X(08).
000160         10  CN-NUMERO        PIC X(06).
000170         10  CN-FECHA-ENTRADA PIC X(08).
000180         10  CN-CORTE         PIC X(02).
000190         10  CN-SECUENCIA     PIC X(08).
000200     05  FILLER               PIC X(01).
000210     05  CN-OPERADOR          PIC X(08).
000220     05  FILLER               PIC X(01).
000230     05  CN-MOTIVO            PIC X(30).
000240     05  FILLER               PIC X(08).

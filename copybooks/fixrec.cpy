000114*                   EL NUMERO DE PERSONA DE LA TRANSACCION.
000116*   03/09/2026  CM  IMPORTES CON DECIMALES: FX-NUM1/FX-NUM2
000118*                   PASAN A 9 POSICIONES (9(7)V99).
000119*   15/10/2026  CM  FX-FECHA-VALOR: CORRIGE LA FECHA VALOR.
000120******************************************************************
000130 01  FX-RECORD.
000140     05  FX-SECUENCIA         PIC 9(05).
000200     05  FX-SVC-CODE          PIC X(01).
000210     05  FX-OPER-CODE         PIC X(01).
000215     05  FX-PERSONA-NUM       PIC X(06).
000217     05  FX-FECHA-VALOR       PIC X(08).
000220     05  FILLER               PIC X(20).

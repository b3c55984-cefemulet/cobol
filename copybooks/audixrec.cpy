000130*          entero; los homonimos se separan con AX-PERSONA-NUM.
000140* Modification history:
000150*   03/09/2026  CM  CREACION INICIAL DEL COPY.
000152*   15/10/2026  CM  CODIGO DE SERVICIO, MARCA DE ASIENTO DE
000154*                   ANULACION Y MARCA DE OPERACION YA ANULADA
000156*                   CON SU FECHA: ESTOY_PROBANDO LA REGRABA AL
000158*                   ANULAR PARA QUE NO SE ANULE DOS VECES.
000160******************************************************************
000170 01  AX-RECORD.
000180     05  AX-CLAVE.
000270                              SIGN LEADING SEPARATE.
000280     05  AX-OPER-CODE         PIC X(01).
000290     05  AX-PERSONA-NUM       PIC 9(06).
000292     05  AX-SVC-CODE          PIC X(01).
000294     05  AX-ANULACION         PIC X(01).
000296         88  AX-ES-ANULACION          VALUE "X".
000298     05  AX-ANULADA           PIC X(01).
000299         88  AX-ANULADA-SI            VALUE "S".
000300     05  AX-FECHA-ANULACION   PIC 9(08).
000302     05  FILLER               PIC X(08).
000310

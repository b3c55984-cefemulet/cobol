000100*          los DISPLAY de consola.
000110* Modification history:
000120*   03/09/2026  CM  CREACION INICIAL DEL COPY.
000122*   15/10/2026  CM  MARCA DE ANULACION SV-ANULACION Y FECHA DEL
000124*                   USO ORIGINAL: EL USO ANULADO NO SE FACTURA.
000130******************************************************************
000140 01  SV-RECORD.
000150     05  SV-FECHA             PIC 9(08).
000190     05  SV-NOMBRE            PIC X(10).
000200     05  SV-SVC-CODE          PIC X(01).
000210     05  SV-OPER-CODE         PIC X(01).
000212     05  SV-ANULACION         PIC X(01).
000214         88  SV-ES-ANULACION          VALUE "X".
000216     05  SV-REF-FECHA         PIC 9(08).
000220     05  FILLER               PIC X(27).
000230

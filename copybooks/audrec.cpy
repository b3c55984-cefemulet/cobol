000089*                   NOMBRE Y LOS HOMONIMOS NO SE MEZCLEN.
000091*   03/09/2026  CM  IMPORTES CON DECIMALES: NUM1/NUM2 PASAN A
000092*                   9(7)V99 Y RESUL A S9(9)V99.
000094*   15/10/2026  CM  CODIGO DE SERVICIO AU-SVC-CODE (PARA PODER
000095*                   DESHACER EL USO AL ANULAR) Y MARCA DE
000096*                   ANULACION AU-ANULACION EN EL ASIENTO
000097*                   COMPENSATORIO, QUE LLEVA RESUL CAMBIADO DE
000098*                   SIGNO.
000099******************************************************************
000100 01  AU-RECORD.
000110     05  AU-FECHA             PIC 9(08).
000120     05  AU-HORA              PIC 9(08).
000170     05  AU-NOMBRE            PIC X(10).
000175     05  AU-OPER-CODE         PIC X(01).
000176     05  AU-PERSONA-NUM       PIC 9(06).
000177     05  AU-SVC-CODE          PIC X(01).
000178     05  AU-ANULACION         PIC X(01).
000179         88  AU-ES-ANULACION          VALUE "X".
000180     05  FILLER               PIC X(05).
000190

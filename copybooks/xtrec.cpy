000200*                   9(7)V99 Y RESUL A S9(9)V99; LA CLAVE DE
000210*                   CASADO CON LOS ACUSES PASA A LOS PRIMEROS
000220*                   56 BYTES.
000222*   15/10/2026  CM  MARCA DE ANULACION XT-ANULACION Y FECHA/HORA
000224*                   DE LA OPERACION ORIGINAL QUE SE COMPENSA,
000226*                   PARA QUE LOS SISTEMAS DESTINO LA ENLACEN.
000230******************************************************************
000240 01  XT-RECORD.
000250     05  XT-APELLIDO          PIC X(10).
000300                              SIGN LEADING SEPARATE.
000310     05  XT-PERSONA-NUM       PIC 9(06).
000320     05  XT-OPER-CODE         PIC X(01).
000322     05  XT-ANULACION         PIC X(01).
000324         88  XT-ES-ANULACION          VALUE "X".
000326     05  XT-REF-FECHA         PIC 9(08).
000328     05  XT-REF-HORA          PIC 9(08).
000330     05  FILLER               PIC X(06).
000340

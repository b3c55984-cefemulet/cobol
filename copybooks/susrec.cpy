000132*   03/09/2026  CM  IMPORTES CON DECIMALES: NUM1/NUM2 DE LA
000134*                   IMAGEN PASAN A 9 POSICIONES (9(7)V99),
000136*                   CON VISTA NUMERICA SU-NUM1-N/SU-NUM2-N.
000137*   15/10/2026  CM  MOTIVO V1: PERSONA EN LA LISTA DE
000138*                   VIGILANCIA WATFILE (ESTPANO).
000140******************************************************************
000150 01  SU-RECORD.
000160     05  SU-FECHA             PIC 9(08).
000200         88  SU-MOT-NUM2-MAXIMO       VALUE "L2".
000210         88  SU-MOT-OPER-DIA          VALUE "L3".
000220         88  SU-MOT-OPER-NO-ADMITIDA  VALUE "L4".
000225         88  SU-MOT-VIGILANCIA        VALUE "V1".
000230     05  SU-MOTIVO            PIC X(30).
000240     05  SU-TRANSACCION.
000250         10  SU-NUM1          PIC X(09).

000144*                   DE PERSONA TR-PERSONA-NUM.
000146*   03/09/2026  CM  IMPORTES CON DECIMALES: NUM1/NUM2 DE LA
000147*                   IMAGEN PASAN A 9 POSICIONES (9(7)V99).
000148*   15/10/2026  CM  RECHAZO DE ANULACION: "06" SIN ORIGINAL,
000149*                   "07" ORIGINAL YA ANULADA.
000150*   15/10/2026  CM  "08" PERSONA CON DATOS BORRADOS (ESTPBOR).
000151*   15/10/2026  CM  "09" FECHA VALOR NO VALIDA; LA IMAGEN RECOGE
000152*                   LA FECHA VALOR DEL DETALLE.
000153******************************************************************
000160 01  RJ-RECORD.
000170     05  RJ-FECHA             PIC 9(08).
000180     05  RJ-HORA              PIC 9(08).
000220         88  RJ-MOT-DIV-CERO          VALUE "03".
000230         88  RJ-MOT-DESBORDE          VALUE "04".
000240         88  RJ-MOT-OPER-INVALIDA     VALUE "05".
000242         88  RJ-MOT-ANUL-SIN-ORIGEN   VALUE "06".
000244         88  RJ-MOT-ANUL-REPETIDA     VALUE "07".
000247         88  RJ-MOT-PERSONA-BORRADA   VALUE "08".
000248         88  RJ-MOT-FECHA-VALOR       VALUE "09".
000250     05  RJ-MOTIVO            PIC X(30).
000260     05  RJ-TRANSACCION.
000270         10  RJ-NUM1          PIC X(09).
000330         10  RJ-OPER-CODE     PIC X(01).
000335         10  RJ-PERSONA-NUM   PIC X(06).
000337         10  RJ-AUT-SUPERVISOR PIC X(01).
000347         10  RJ-FECHA-VALOR   PIC X(08).
000357         10  FILLER           PIC X(24).

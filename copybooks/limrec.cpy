000122*          LM-MAX-OPER-DIA se aplica al dia entero aunque haya
000124*          varios cortes: las cuentas por persona se llevan de
000126*          corte en corte en el OPSFILE fechado.
000127*          Versiones con fecha de efecto: la clave es numero
000128*          de persona + LM-FECHA-DESDE, y en una fecha de
000129*          proceso manda la version de fecha desde mas
000130*          reciente no posterior a ella, siempre que su
000131*          LM-FECHA-HASTA (cero = sin fin) no haya vencido;
000132*          asi un cambio tecleado por adelantado en ESTPREF
000133*          entra solo en su dia.
000134* Modification history:
000140*   03/09/2026  CM  CREACION INICIAL DEL COPY.
000142*   03/09/2026  CM  IMPORTES CON DECIMALES: LOS MAXIMOS DE
000144*                   NUM1/NUM2 PASAN A 9(7)V99.
000146*   03/09/2026  CM  EL TOPE DIARIO CUBRE EL DIA ENTERO CON
000147*                   VARIOS CORTES (CUENTAS EN OPSFILE).
000150*   15/10/2026  CM  CLAVE NUMERO + FECHA DESDE Y FECHA HASTA
000160*                   DE VIGENCIA (SACADA DEL FILLER); LIMFILE
000170*                   NECESITA UNA RECARGA UNICA CON LA NUEVA
000180*                   CLAVE.
000190******************************************************************
000200 01  LM-RECORD.
000210     05  LM-CLAVE.
000220         10  LM-NUMERO        PIC 9(06).
000230         10  LM-FECHA-DESDE   PIC 9(08).
000240     05  LM-MAX-NUM1          PIC 9(07)V9(02).
000250     05  LM-MAX-NUM2          PIC 9(07)V9(02).
000260     05  LM-MAX-OPER-DIA      PIC 9(04).
000270     05  LM-OPERS-PERMITIDAS  PIC X(04).
000280     05  LM-FECHA-HASTA       PIC 9(08).
000290     05  FILLER               PIC X(12).
000300

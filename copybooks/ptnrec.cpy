000010******************************************************************
000020* PTNREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Campos de una linea del fichero de socio (PTNFILE) que
000060*          convierte ESTPCNV, una vez separados. La linea es de
000070*          longitud variable, campos separados por ";" y en este
000080*          orden:
000090*          1 REFERENCIA DE LINEA DEL SOCIO (OPCIONAL, HASTA 12)
000100*          2 REFERENCIA DE PERSONA DEL SOCIO (HASTA 12, SE PASA A
000110*            PF-NUMERO POR XRFFILE)
000120*          3 IMPORTE 1 CON PUNTO DECIMAL, P.EJ. 1234.50 (HASTA
000130*            SIETE ENTEROS Y DOS DECIMALES, SIN SIGNO)
000140*          4 IMPORTE 2, IGUAL
000150*          5 CODIGO DE OPERACION + - * / (VACIO = SUMA)
000160*          6 CODIGO DE SERVICIO 1-4 (VACIO = NINGUNO)
000170*          Los campos 5 y 6 se pueden omitir. La linea devuelta al
000180*          socio en PTNRET es la misma linea recibida seguida de
000190*          ";" + codigo de motivo (2) + ";" + texto del motivo.
000200* Modification history:
000210*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000220******************************************************************
000230 01  PT-CAMPOS.
000240     05  PT-REF-LINEA         PIC X(12).
000250     05  PT-REF-PERSONA       PIC X(12).
000260     05  PT-IMPORTE1          PIC X(15).
000270     05  PT-IMPORTE2          PIC X(15).
000280     05  PT-OPERACION         PIC X(01).
000290         88  PT-OPER-VALIDA           VALUES "+" "-" "*" "/" " ".
000300         88  PT-OPER-DIVIDE           VALUE "/".
000310     05  PT-SERVICIO          PIC X(01).
000320         88  PT-SVC-VALIDO            VALUES " " "1" "2" "3" "4".
000330     05  PT-SOBRANTE          PIC X(01).
000340 01  PT-LONGITUDES.
000350     05  PT-LONG-REF-LINEA    PIC 9(04) COMP.
000360     05  PT-LONG-REF-PERSONA  PIC 9(04) COMP.
000370     05  PT-LONG-IMPORTE1     PIC 9(04) COMP.
000380     05  PT-LONG-IMPORTE2     PIC 9(04) COMP.
000390     05  PT-LONG-OPERACION    PIC 9(04) COMP.
000400     05  PT-LONG-SERVICIO     PIC 9(04) COMP.
000410     05  PT-NUM-CAMPOS        PIC 9(04) COMP.

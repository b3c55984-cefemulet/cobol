000164*                   EXTRACTO MENSUAL POR CORREO (ESTPSTM); EL
000166*                   REGISTRO CRECE DE 60 A 100 BYTES. SE
000168*                   MANTIENE CON EL REGISTRO "D" DE TRANFILE.
000169*   15/10/2026  CM  ESTADO "F" (FUSIONADA) PARA LA PERSONA
000170*                   RETIRADA POR LA FUSION DE DUPLICADOS
000171*                   (ESTPFUS); PF-FUSIONADA-EN GUARDA EL NUMERO
000172*                   SUPERVIVIENTE, TOMADO DEL FILLER.
000173*   15/10/2026  CM  ESTADO "B" (BORRADA) PARA LA PERSONA CUYOS
000174*                   DATOS PERSONALES SE HAN BORRADO A PETICION
000175*                   SUYA (ESTPBOR): NOMBRE, DOMICILIO Y TELEFONO
000176*                   EN BLANCO Y SIN NUEVAS CAPTURAS.
000177******************************************************************
000180 01  PF-RECORD.
000190     05  PF-NUMERO            PIC 9(06).
000200     05  PF-NOMBRE-CLAVE.
000240     05  PF-ESTADO            PIC X(01).
000250         88  PF-ACTIVO                VALUE "A".
000260         88  PF-INACTIVO              VALUE "I".
000261         88  PF-FUSIONADA             VALUE "F".
000270         88  PF-BORRADA               VALUE "B".
000280     05  PF-DOMICILIO.
000290         10  PF-DIR-CALLE     PIC X(20).
000300             88  PF-SIN-DOMICILIO     VALUE SPACES.
000310         10  PF-DIR-POBLACION PIC X(15).
000320         10  PF-DIR-CODPOST   PIC X(05).
000330         10  PF-TELEFONO      PIC X(10).
000340*    SOLO SIGNIFICATIVO CON PF-FUSIONADA.
000350     05  PF-FUSIONADA-EN      PIC 9(06).
000360     05  FILLER               PIC X(09).
000370

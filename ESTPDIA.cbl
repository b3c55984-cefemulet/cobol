000220*
000230* Modification history:
000240*   03/09/2026  CM  CREACION INICIAL DEL DIARIO.
000243*   15/10/2026  CM  LINEA DE ALMACENADOS POR FECHA VALOR DEL DIA
000246*                   (BL-CONT-ALMACENADOS) BAJO EL TOTAL DE CUADRE.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID. ESTPDIA.
001330     05  DI-TOT-PROCESADOS      PIC 9(08) COMP VALUE ZERO.
001340     05  DI-TOT-RECHAZADOS      PIC 9(08) COMP VALUE ZERO.
001350     05  DI-TOT-SUSPENDIDOS     PIC 9(08) COMP VALUE ZERO.
001355     05  DI-TOT-ALMACENADOS     PIC 9(08) COMP VALUE ZERO.
001360     05  DI-CONT-REJ            PIC 9(08) COMP VALUE ZERO.
001370     05  DI-CONT-PENDIENTES     PIC 9(08) COMP VALUE ZERO.
001380     05  DI-CONT-MOTIVOS        PIC 9(02) COMP VALUE ZERO.
002270     05  DIL-RECHAZADOS         PIC ZZ,ZZ9.
002280     05  FILLER                 PIC X(07) VALUE " SUSP: ".
002290     05  DIL-SUSPENDIDOS        PIC ZZ,ZZ9.
002291
002292 01  DI-LINEA-ALMACENADOS.
002293     05  FILLER                 PIC X(13) VALUE SPACES.
002294     05  FILLER                 PIC X(30) VALUE
002295         "ALMACENADOS POR FECHA VALOR: ".
002296     05  DIA-ALMACENADOS        PIC ZZZ,ZZ9.
002300
002310 01  DI-LINEA-MOTIVO.
002320     05  FILLER                 PIC X(03) VALUE SPACES.
003640     MOVE DI-TOT-SUSPENDIDOS TO DIL-SUSPENDIDOS.
003650     MOVE DI-LINEA-TOTALES TO DI-LINEA-IMPRESION.
003660     WRITE DI-LINEA-IMPRESION.
003662     MOVE DI-TOT-ALMACENADOS TO DIA-ALMACENADOS.
003664     MOVE DI-LINEA-ALMACENADOS TO DI-LINEA-IMPRESION.
003666     WRITE DI-LINEA-IMPRESION.
003670 2000-RESUMIR-CUADRE-EXIT.
003680     EXIT.
003690
003820     ADD BL-CONT-PROCESADOS TO DI-TOT-PROCESADOS.
003830     ADD BL-CONT-RECHAZADOS TO DI-TOT-RECHAZADOS.
003840     ADD BL-CONT-SUSPENDIDOS TO DI-TOT-SUSPENDIDOS.
003845     ADD BL-CONT-ALMACENADOS TO DI-TOT-ALMACENADOS.
003850     MOVE BL-CORTE TO DIC-CORTE.
003860     IF BL-BALANCE-OK
003870         MOVE "CUADRADO" TO DIC-VEREDICTO

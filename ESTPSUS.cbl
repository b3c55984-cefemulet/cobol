000060* Purpose: Informe diario de suspensos y liberacion por
000070*          supervisor. Lee el SUSFILE fechado que dejo el lote
000080*          (transacciones correctas de formato aparcadas por
000086*          limites de negocio de LIMFILE o por estar la persona
000092*          en la lista de vigilancia WATFILE), aplica las
000100*          liberaciones tecleadas en RELFILE (por numero de
000110*          orden del suspenso, con clave de supervisor) y
000120*          genera:
000140*            su cabecera/trailer de control y la marca
000150*            TR-AUT-SUPERVISOR puesta, que el proximo ESTPROB
000160*            concatena delante del lote fresco (el control de
000166*            limites ni el de vigilancia vuelven a aparcar una
000172*            autorizada).
000180*          - SUSOUT: los suspensos retenidos, en layout SUSFILE,
000190*            para la revision del dia siguiente.
000200*          - SUSRPT: informe paginado de todos los suspensos
000250*   03/09/2026  CM  CREACION INICIAL DEL CICLO DE LIBERACION.
000252*   03/09/2026  CM  IMPORTES CON DECIMALES: NUM1/NUM2 A
000254*                   9(7)V99 Y TOTALES HASH A 9(11)V99.
000256*   15/10/2026  CM  SUSPENSOS DE LA LISTA DE VIGILANCIA (MOTIVO
000258*                   V1): TITULO Y TOTAL PROPIO EN EL INFORME.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID. ESTPSUS.
001140     05  SP-CONT-SUSPENSOS      PIC 9(08) COMP VALUE ZERO.
001150     05  SP-CONT-LIBERADOS      PIC 9(08) COMP VALUE ZERO.
001160     05  SP-CONT-RETENIDOS      PIC 9(08) COMP VALUE ZERO.
001165     05  SP-CONT-VIGILANCIA     PIC 9(08) COMP VALUE ZERO.
001170     05  SP-CONT-RELS           PIC 9(04) COMP VALUE ZERO.
001180     05  SP-HASH-NUM1           PIC 9(11)V9(02) COMP
001185                                    VALUE ZERO.
001390 01  SP-LINEA-TITULO.
001400     05  FILLER                 PIC X(01) VALUE SPACE.
001410     05  FILLER                 PIC X(37) VALUE
001420         "SUSPENSOS POR LIMITES Y VIGILANCIA".
001430     05  FILLER                 PIC X(12) VALUE
001440         "FECHA PROC: ".
001450     05  SPT-FECHA              PIC 9(08).
001870     05  FILLER                 PIC X(17) VALUE
001880         "   RETENIDOS...: ".
001890     05  SPT-RETENIDOS          PIC ZZZ,ZZ9.
001891
001892 01  SP-LINEA-VIGILANCIA.
001893     05  FILLER                 PIC X(01) VALUE SPACE.
001894     05  FILLER                 PIC X(17) VALUE
001895         "DE VIGILANCIA..: ".
001896     05  SPT-VIGILANCIA         PIC ZZZ,ZZ9.
001900
001910 PROCEDURE DIVISION.
001920 0000-MAINLINE.
002890******************************************************************
002900 2000-PROCESAR-SUSPENSOS.
002910     ADD 1 TO SP-CONT-SUSPENSOS.
002912     IF SU-MOT-VIGILANCIA
002914         ADD 1 TO SP-CONT-VIGILANCIA
002916     END-IF.
002920     PERFORM 2200-BUSCAR-LIBERACION
002930         THRU 2200-BUSCAR-LIBERACION-EXIT.
002940     IF SP-REL-SI
004160     MOVE SP-CONT-RETENIDOS TO SPT-RETENIDOS.
004170     MOVE SP-LINEA-TOTALES TO SP-LINEA-IMPRESION.
004180     WRITE SP-LINEA-IMPRESION.
004182     MOVE SP-CONT-VIGILANCIA TO SPT-VIGILANCIA.
004184     MOVE SP-LINEA-VIGILANCIA TO SP-LINEA-IMPRESION.
004186     WRITE SP-LINEA-IMPRESION.
004190     IF SP-RELFILE-ABIERTO-SI
004200         CLOSE RELFILE
004210     END-IF.
004230     DISPLAY "SUSPENSOS LEIDOS    : " SP-CONT-SUSPENSOS.
004240     DISPLAY "LIBERADOS           : " SP-CONT-LIBERADOS.
004250     DISPLAY "RETENIDOS           : " SP-CONT-RETENIDOS.
004255     DISPLAY "DE VIGILANCIA       : " SP-CONT-VIGILANCIA.
004260 8000-TERMINAR-EXIT.
004270     EXIT.
004280

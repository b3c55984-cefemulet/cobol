000206*   03/09/2026  CM  IMPORTES CON DECIMALES: NUM1/NUM2 A
000207*                   9(7)V99, RESUL A S9(9)V99 Y TOTALES HASH
000208*                   A 9(11)V99, COMO EN EL LOTE NOCTURNO.
000209*   15/10/2026  CM  LOS REGISTROS DE ANULACION ("X") NO SE
000210*                   REVALIDAN: CON CORRECCION TECLEADA Y MOTIVO
000211*                   06 SE RECICLAN (LA CORRECCION SOLO PUEDE
000212*                   CAMBIAR EL NUMERO DE PERSONA) Y SIN ELLA
000213*                   SIGUEN RECHAZADOS CON SU MOTIVO. NO CUENTAN
000214*                   EN LOS TOTALES HASH DEL TRAILER.
000215*   15/10/2026  CM  UN RECHAZO 08 (PERSONA CON DATOS BORRADOS)
000216*                   SOLO SE RECICLA SI LA CORRECCION LE PONE
000217*                   OTRO NUMERO DE PERSONA.
000218*   15/10/2026  CM  LA CORRECCION PUEDE CAMBIAR LA FECHA VALOR
000219*                   (FX-FECHA-VALOR); UN RECHAZO 09 (FECHA VALOR
000220*                   NO VALIDA) SOLO SE RECICLA SI LA CORRECCION
000221*                   TRAE UNA FECHA VALOR NUMERICA.
000222******************************************************************
000223 IDENTIFICATION DIVISION.
000224 PROGRAM-ID. ESTPREJ.
000230 AUTHOR. CEFERINO MULET.
000240 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000250 DATE-WRITTEN. 22/08/2026.
001240         88  RE-TR-OPER-DIVIDE      VALUE "/".
001245     05  RE-TR-PERSONA-NUM      PIC X(06).
001247     05  RE-TR-AUT-SUPERVISOR   PIC X(01).
001248     05  RE-TR-FECHA-VALOR      PIC X(08).
001249     05  FILLER                 PIC X(24).
001251*    VISTA DE LA MISMA IMAGEN CUANDO ES UN REGISTRO DE ANULACION.
001252 01  RE-TRX-TRABAJO REDEFINES RE-TRANS-TRABAJO.
001253     05  RE-TRX-TIPO-REG        PIC X(01).
001254         88  RE-TRX-ANULACION       VALUE "X".
001255     05  RE-TRX-PERSONA-NUM     PIC X(06).
001256     05  FILLER                 PIC X(73).
001260
001270*    TABLA DE CORRECCIONES CARGADA DESDE FIXFILE.
001280 01  RE-TABLA-FIXES.
001380         10  RE-FIX-SVC-CODE    PIC X(01).
001390         10  RE-FIX-OPER-CODE   PIC X(01).
001395         10  RE-FIX-PERSONA-NUM PIC X(06).
001397         10  RE-FIX-FECHA-VALOR PIC X(08).
001400
001410 PROCEDURE DIVISION.
001420 0000-MAINLINE.
002210                     TO RE-FIX-OPER-CODE (RE-FIX-IDX)
002212                 MOVE FX-PERSONA-NUM
002214                     TO RE-FIX-PERSONA-NUM (RE-FIX-IDX)
002216                 MOVE FX-FECHA-VALOR
002218                     TO RE-FIX-FECHA-VALOR (RE-FIX-IDX)
002220             ELSE
002230                 DISPLAY "TABLA DE CORRECCIONES LLENA - "
002240                     "SE IGNORA SECUENCIA " FX-SECUENCIA
002360 2000-PROCESAR-RECHAZOS.
002370     ADD 1 TO RE-CONT-RECHAZOS.
002380     MOVE RJ-TRANSACCION TO RE-TRANS-TRABAJO.
002381     IF RE-TRX-ANULACION
002382         PERFORM 2700-TRATAR-ANULACION
002383             THRU 2700-TRATAR-ANULACION-EXIT
002384         GO TO 2000-PROCESAR-RECHAZOS-LEER
002385     END-IF.
002390     PERFORM 2200-BUSCAR-FIX
002400         THRU 2200-BUSCAR-FIX-EXIT.
002410     IF RE-FIX-SI
002510         PERFORM 2600-ESCRIBIR-AUN-MAL
002520             THRU 2600-ESCRIBIR-AUN-MAL-EXIT
002530     END-IF.
002535 2000-PROCESAR-RECHAZOS-LEER.
002540     PERFORM 2100-LEER-REJFILE
002550         THRU 2100-LEER-REJFILE-EXIT.
002560 2000-PROCESAR-RECHAZOS-EXIT.
003064         MOVE RE-FIX-PERSONA-NUM (RE-FIX-IDX)
003066             TO RE-TR-PERSONA-NUM
003068     END-IF.
003069     IF RE-FIX-FECHA-VALOR (RE-FIX-IDX) NOT = SPACES
003070         MOVE RE-FIX-FECHA-VALOR (RE-FIX-IDX)
003071             TO RE-TR-FECHA-VALOR
003072     END-IF.
003073 2300-APLICAR-FIX-EXIT.
003080     EXIT.
003090
003100******************************************************************
003130*    CODIGO DE OPERACION CONOCIDO, SIN DIVISION POR CERO NI
003140*    DESBORDE DEL RESULTADO. ASI UNA TRANSACCION RECICLADA NO
003150*    PUEDE VOLVER A RECHAZARSE POR EL MISMO MOTIVO.
003152*    LA DE UNA PERSONA CON DATOS BORRADOS SE VOLVERIA A
003154*    RECHAZAR: SIGUE AQUI CON SU MOTIVO MIENTRAS LA CORRECCION
003155*    NO CAMBIE EL NUMERO DE PERSONA. IGUAL LA DE FECHA VALOR NO
003156*    VALIDA MIENTRAS LA CORRECCION NO TRAIGA OTRA NUMERICA (EL
003157*    CALENDARIO LO VUELVE A COMPROBAR EL LOTE NOCTURNO).
003160******************************************************************
003170 2400-VALIDAR-CORREGIDA.
003180     SET RE-VALIDA-SI TO TRUE.
003190     MOVE SPACES TO RE-MOTIVO-NUEVO.
003200     MOVE SPACES TO RE-COD-NUEVO.
003201     IF RJ-MOT-PERSONA-BORRADA AND NOT RE-FIX-SI
003202         SET RE-VALIDA-NO TO TRUE
003203         GO TO 2400-VALIDAR-CORREGIDA-EXIT
003204     END-IF.
003205     IF RJ-MOT-PERSONA-BORRADA
003206         AND RE-FIX-PERSONA-NUM (RE-FIX-IDX) = SPACES
003207         SET RE-VALIDA-NO TO TRUE
003208         GO TO 2400-VALIDAR-CORREGIDA-EXIT
003209     END-IF.
003210     IF RJ-MOT-FECHA-VALOR AND NOT RE-FIX-SI
003211         SET RE-VALIDA-NO TO TRUE
003212         GO TO 2400-VALIDAR-CORREGIDA-EXIT
003213     END-IF.
003214     IF RJ-MOT-FECHA-VALOR
003215         AND RE-FIX-FECHA-VALOR (RE-FIX-IDX) NOT NUMERIC
003216         SET RE-VALIDA-NO TO TRUE
003217         GO TO 2400-VALIDAR-CORREGIDA-EXIT
003218     END-IF.
003219     IF RE-TR-NUM1 NOT NUMERIC
003220         SET RE-VALIDA-NO TO TRUE
003230         MOVE "NUM1 NO ES NUMERICO" TO RE-MOTIVO-NUEVO
003240         MOVE "01" TO RE-COD-NUEVO
003840 2600-ESCRIBIR-AUN-MAL-EXIT.
003850     EXIT.
003860
003861******************************************************************
003862*    2700-TRATAR-ANULACION
003863*    UNA ANULACION RECHAZADA NO TIENE NUM1/NUM2 QUE REVALIDAR.
003864*    SOLO SE RECICLA SI EL OPERADOR TECLEO SU CORRECCION Y EL
003865*    MOTIVO ES 06 (ORIGINAL NO HALLADA, P.EJ. AUN NO CARGADA EN
003866*    AUDIXF); LA CORRECCION SOLO PUEDE CAMBIAR EL NUMERO DE
003867*    PERSONA. UNA ORIGINAL YA ANULADA (07) SIGUE RECHAZADA.
003868******************************************************************
003869 2700-TRATAR-ANULACION.
003870     MOVE SPACES TO RE-MOTIVO-NUEVO.
003871     MOVE SPACES TO RE-COD-NUEVO.
003872     PERFORM 2200-BUSCAR-FIX
003873         THRU 2200-BUSCAR-FIX-EXIT.
003874     IF RE-FIX-SI AND RJ-MOT-ANUL-SIN-ORIGEN
003875         IF RE-FIX-PERSONA-NUM (RE-FIX-IDX) NOT = SPACES
003876             MOVE RE-FIX-PERSONA-NUM (RE-FIX-IDX)
003877                 TO RE-TRX-PERSONA-NUM
003878         END-IF
003879         ADD 1 TO RE-CONT-RECICLADOS
003880         MOVE RE-TRANS-TRABAJO TO TR-RECORD
003881         WRITE TR-RECORD
003882     ELSE
003883         PERFORM 2600-ESCRIBIR-AUN-MAL
003884             THRU 2600-ESCRIBIR-AUN-MAL-EXIT
003885     END-IF.
003886 2700-TRATAR-ANULACION-EXIT.
003887     EXIT.
003888
003889 8000-TERMINAR.
003890     MOVE SPACES TO TRT-RECORD.
003891     MOVE "T" TO TRT-TIPO-REG.
003900     MOVE RE-CONT-RECICLADOS TO TRT-CONT-REGISTROS.
003910     MOVE RE-HASH-NUM1 TO TRT-HASH-NUM1.
003920     MOVE RE-HASH-NUM2 TO TRT-HASH-NUM2.

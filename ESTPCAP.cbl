000216*   03/09/2026  CM  CAPTURA DEL REGISTRO "D" DE DOMICILIO
000217*                   (TECLEAR "D" EN EL PROMPT DE NUM1), FUERA
000218*                   DEL CONTADOR Y LOS HASH DEL TRAILER.
000219*   15/10/2026  CM  CAPTURA DEL REGISTRO "X" DE ANULACION
000220*                   (TECLEAR "X" EN EL PROMPT DE NUM1): CUENTA
000221*                   EN EL CONTADOR DEL TRAILER PERO NO EN LOS
000222*                   HASH.
000223*   15/10/2026  CM  PERSONA FUSIONADA (ESTADO "F"): AVISO Y SE
000224*                   TOMA EL NUMERO DE LA SUPERVIVIENTE.
000225*   15/10/2026  CM  PERSONA CON DATOS BORRADOS (ESTADO "B"): NO
000226*                   SE ADMITEN CAPTURAS, NI CON CONFIRMACION.
000227*   15/10/2026  CM  FECHA VALOR OPCIONAL DEL DETALLE (BLANCO =
000228*                   LA DEL LOTE); NO SE ADMITE ANTERIOR A LA
000229*                   FECHA DEL LOTE. LA POSTERIOR SE AVISA: EL
000230*                   LOTE LA GUARDA EN EL ALMACEN HASTA SU DIA.
000231*   15/10/2026  CM  ANULACION DE UNA PERSONA FUSIONADA: SE TOMA
000232*                   LA SUPERVIVIENTE Y SU NOMBRE ACTUAL.
000233******************************************************************
000234 IDENTIFICATION DIVISION.
000240 PROGRAM-ID. ESTPCAP.
000250 AUTHOR. CEFERINO MULET.
000260 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000730     05  CP-PERSONA-HALLADA     PIC X(01) VALUE "N".
000740         88  CP-PERSONA-SI          VALUE "S".
000750         88  CP-PERSONA-NO          VALUE "N".
000752     05  CP-ANUL-FUSIONADA      PIC X(01) VALUE "N".
000754         88  CP-ANUL-FUSIONADA-SI   VALUE "S".
000756         88  CP-ANUL-FUSIONADA-NO   VALUE "N".
000760
000770 01  CP-FILE-STATUS.
000780     05  CP-PERSFILE-STATUS     PIC X(02) VALUE "00".
000820     05  CP-CONT-ACEPTADAS      PIC 9(08) COMP VALUE ZERO.
000830     05  CP-CONT-DESCARTADAS    PIC 9(08) COMP VALUE ZERO.
000832     05  CP-CONT-DOMICILIOS     PIC 9(08) COMP VALUE ZERO.
000836     05  CP-CONT-ANULACIONES    PIC 9(08) COMP VALUE ZERO.
000840     05  CP-HASH-NUM1           PIC 9(11)V9(02) COMP
000850                                    VALUE ZERO.
000860     05  CP-HASH-NUM2           PIC 9(11)V9(02) COMP
001034     05  CP-ENT-DIR-POBLACION   PIC X(15).
001036     05  CP-ENT-DIR-CODPOST     PIC X(05).
001038     05  CP-ENT-TELEFONO        PIC X(10).
001039     05  CP-ENT-FECHA-ORIGEN    PIC X(08).
001040     05  CP-ENT-HORA-ORIGEN     PIC X(08).
001041     05  CP-ENT-SECUENCIA       PIC X(08).
001042     05  CP-ENT-FECHA-VALOR     PIC X(08).
001043     05  CP-ENT-FECHA-VALOR-N REDEFINES CP-ENT-FECHA-VALOR
001044                                PIC 9(08).
001045
001046*    IDENTIFICADOR DEL LOTE, SALVADO FUERA DEL FD (EL AREA
001047*    DEL FD QUEDA INDEFINIDA TRAS EL CLOSE).
001048 01  CP-LOTE-ID                 PIC X(08).
001060
001070 PROCEDURE DIVISION.
001080 0000-MAINLINE.
001530     DISPLAY "CAPTURA DE TRANSACCIONES - LOTE " CP-LOTE-ID
001540         " FECHA " CP-PARM-FECHA-LOTE.
001550     DISPLAY "NUM1 EN BLANCO = CERRAR EL LOTE, D = "
001555         "DOMICILIO, X = ANULACION".
001560 1000-INICIALIZAR-EXIT.
001570     EXIT.
001580
001630*    NOCTURNO) Y SE COTEJA LA PERSONA CONTRA EL MAESTRO. UNA
001640*    TRANSACCION INVALIDA SE DESCARTA AQUI MISMO Y NO LLEGA A
001645*    REJFILE AL DIA SIGUIENTE. TECLEAR "D" EN EL PROMPT DE
001650*    NUM1 ABRE LA CAPTURA DE UN REGISTRO DE DOMICILIO Y "X" LA
001655*    DE UNA ANULACION.
001660******************************************************************
001670 2000-CAPTURAR-TRANSACCION.
001680     SET CP-VALIDA-SI TO TRUE.
001752     IF CP-ENT-NUM1(1:1) = "D" AND CP-ENT-NUM1(2:8) = SPACES
001754         PERFORM 5000-CAPTURAR-DOMICILIO
001756             THRU 5000-CAPTURAR-DOMICILIO-EXIT
001757         GO TO 2000-CAPTURAR-TRANSACCION-EXIT
001758     END-IF.
001759     IF CP-ENT-NUM1(1:1) = "X" AND CP-ENT-NUM1(2:8) = SPACES
001760         PERFORM 5100-CAPTURAR-ANULACION
001761             THRU 5100-CAPTURAR-ANULACION-EXIT
001762         GO TO 2000-CAPTURAR-TRANSACCION-EXIT
001763     END-IF.
001764     IF CP-ENT-NUM1 NOT NUMERIC
001770         DISPLAY "NUM1 NO ES NUMERICO - SE DESCARTA"
001780         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
001790         GO TO 2000-CAPTURAR-TRANSACCION-EXIT
002370         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
002380         GO TO 2000-CAPTURAR-TRANSACCION-EXIT
002390     END-IF.
002391     DISPLAY "FECHA VALOR? (AAAAMMDD, BLANCO = LA DEL LOTE)".
002392     MOVE SPACES TO CP-ENT-FECHA-VALOR.
002393     ACCEPT CP-ENT-FECHA-VALOR FROM CONSOLE.
002394     IF CP-ENT-FECHA-VALOR NOT = SPACES
002395         IF CP-ENT-FECHA-VALOR NOT NUMERIC
002396             OR CP-ENT-FECHA-VALOR(5:2) < "01"
002397             OR CP-ENT-FECHA-VALOR(5:2) > "12"
002398             OR CP-ENT-FECHA-VALOR(7:2) < "01"
002399             OR CP-ENT-FECHA-VALOR(7:2) > "31"
002400             DISPLAY "FECHA VALOR NO VALIDA - SE DESCARTA"
002401             PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
002402             GO TO 2000-CAPTURAR-TRANSACCION-EXIT
002403         END-IF
002404         IF CP-ENT-FECHA-VALOR-N < CP-PARM-FECHA-LOTE
002405             DISPLAY "FECHA VALOR ANTERIOR AL LOTE - SE DESCARTA"
002406             PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
002407             GO TO 2000-CAPTURAR-TRANSACCION-EXIT
002408         END-IF
002409         IF CP-ENT-FECHA-VALOR-N > CP-PARM-FECHA-LOTE
002410             DISPLAY "FECHA VALOR FUTURA - QUEDARA ALMACENADA "
002411                 "HASTA EL " CP-ENT-FECHA-VALOR
002412         END-IF
002413     END-IF.
002414     PERFORM 3000-COTEJAR-PERSONA
002415         THRU 3000-COTEJAR-PERSONA-EXIT.
002420     IF CP-VALIDA-NO
002430         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
002440         GO TO 2000-CAPTURAR-TRANSACCION-EXIT
002590*    COTEJO CONTRA EL MAESTRO SEGUN SE TECLEA: UN ALTA NUEVA
002600*    NO SE COTEJA (LA PERSONA AUN NO EXISTE); PARA EL RESTO,
002610*    PERSONA DESCONOCIDA O INACTIVA PIDE CONFIRMACION ANTES DE
002616*    ACEPTAR LA TRANSACCION. UNA PERSONA FUSIONADA SE SUSTITUYE
002622*    POR SU SUPERVIVIENTE, CUYO NUMERO PASA A LA TRANSACCION.
002626*    UNA PERSONA CON SUS DATOS BORRADOS NO ADMITE CAPTURAS.
002630******************************************************************
002640 3000-COTEJAR-PERSONA.
002650     IF CP-ENT-MAINT = "A"
002830             NOT INVALID KEY
002840                 SET CP-PERSONA-SI TO TRUE
002850         END-READ
002852     END-IF.
002854     IF CP-PERSONA-SI AND PF-FUSIONADA
002856         PERFORM 3200-TOMAR-SUPERVIVIENTE
002858             THRU 3200-TOMAR-SUPERVIVIENTE-EXIT
002859     END-IF.
002860     IF CP-PERSONA-SI AND PF-BORRADA
002861         DISPLAY "PERSONA " PF-NUMERO " CON DATOS BORRADOS - "
002862             "NO SE ADMITEN CAPTURAS"
002863         SET CP-VALIDA-NO TO TRUE
002864         GO TO 3000-COTEJAR-PERSONA-EXIT
002865     END-IF.
002870     IF CP-PERSONA-NO
002880         DISPLAY "AVISO: PERSONA NO ENCONTRADA EN EL MAESTRO"
002890         PERFORM 3100-PEDIR-CONFIRMACION
003100         SET CP-VALIDA-NO TO TRUE
003110     END-IF.
003120 3100-PEDIR-CONFIRMACION-EXIT.
003121     EXIT.
003122
003123 3200-TOMAR-SUPERVIVIENTE.
003124     DISPLAY "AVISO: PERSONA " PF-NUMERO " FUSIONADA EN "
003125         PF-FUSIONADA-EN " - SE TOMA LA SUPERVIVIENTE".
003126     MOVE PF-FUSIONADA-EN TO CP-ENT-PERSONA-NUM.
003127     MOVE PF-FUSIONADA-EN TO PF-NUMERO.
003128     READ PERSFILE
003129         INVALID KEY
003130             SET CP-PERSONA-NO TO TRUE
003131     END-READ.
003132 3200-TOMAR-SUPERVIVIENTE-EXIT.
003133     EXIT.
003140
003150******************************************************************
003160*    4000-ESCRIBIR-DETALLE
003270     MOVE CP-ENT-SVC TO TR-SVC-CODE.
003280     MOVE CP-ENT-OPER TO TR-OPER-CODE.
003290     MOVE CP-ENT-PERSONA-NUM TO TR-PERSONA-NUM.
003295     MOVE CP-ENT-FECHA-VALOR TO TR-FECHA-VALOR.
003300     WRITE TR-RECORD.
003310     ADD 1 TO CP-CONT-ACEPTADAS.
003330     ADD CP-ENT-NUM1-N TO CP-HASH-NUM1.
003452     EXIT.
003453
003454******************************************************************
003455*    5100-CAPTURAR-ANULACION
003456*    REGISTRO "X" DE ANULACION: NUMERO DE PERSONA Y FECHA/HORA
003457*    DE LA OPERACION ORIGINAL (LAS QUE MUESTRA ESTPINQ), CON
003458*    SECUENCIA Y NOMBRE OPCIONALES. LA PERSONA DEBE EXISTIR EN
003459*    EL MAESTRO; LA ORIGINAL LA BUSCA EL LOTE EN AUDIXF. CUENTA
003460*    EN EL CONTADOR DEL TRAILER PERO NO EN LOS HASH.
003461******************************************************************
003462 5100-CAPTURAR-ANULACION.
003463     DISPLAY "NUMERO DE PERSONA DE LA OPERACION A ANULAR?".
003464     MOVE SPACES TO CP-ENT-PERSONA-NUM.
003465     ACCEPT CP-ENT-PERSONA-NUM FROM CONSOLE.
003466     IF CP-ENT-PERSONA-NUM NOT NUMERIC
003467         OR CP-ENT-PERSONA-NUM = ZEROES
003468         DISPLAY "NUMERO DE PERSONA NO VALIDO - SE DESCARTA"
003469         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
003470         GO TO 5100-CAPTURAR-ANULACION-EXIT
003471     END-IF.
003472     MOVE CP-ENT-PERSONA-NUM TO PF-NUMERO.
003473     READ PERSFILE
003474         INVALID KEY
003475             DISPLAY "PERSONA NO ENCONTRADA EN EL MAESTRO - "
003476                 "SE DESCARTA"
003477             PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
003478             GO TO 5100-CAPTURAR-ANULACION-EXIT
003479     END-READ.
003480*    LAS OPERACIONES DE UNA PERSONA FUSIONADA ESTAN EN EL INDICE
003481*    CON EL NUMERO Y EL NOMBRE DE LA SUPERVIVIENTE (ESTPFUS).
003482     SET CP-ANUL-FUSIONADA-NO TO TRUE.
003483     IF PF-FUSIONADA
003484         SET CP-ANUL-FUSIONADA-SI TO TRUE
003485         SET CP-PERSONA-SI TO TRUE
003486         PERFORM 3200-TOMAR-SUPERVIVIENTE
003487             THRU 3200-TOMAR-SUPERVIVIENTE-EXIT
003488         IF CP-PERSONA-NO
003489             DISPLAY "SUPERVIVIENTE NO ENCONTRADA - SE DESCARTA"
003491             PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
003492             GO TO 5100-CAPTURAR-ANULACION-EXIT
003493         END-IF
003494     END-IF.
003495     DISPLAY "PERSONA " PF-NUMERO ": " PF-APELLIDO " "
003496         PF-NOMBRE.
003497     DISPLAY "FECHA DE LA OPERACION ORIGINAL? (AAAAMMDD)".
003498     MOVE SPACES TO CP-ENT-FECHA-ORIGEN.
003499     ACCEPT CP-ENT-FECHA-ORIGEN FROM CONSOLE.
003500     DISPLAY "HORA DE LA OPERACION ORIGINAL? (HHMMSSCC)".
003501     MOVE SPACES TO CP-ENT-HORA-ORIGEN.
003502     ACCEPT CP-ENT-HORA-ORIGEN FROM CONSOLE.
003503     IF CP-ENT-FECHA-ORIGEN NOT NUMERIC
003504         OR CP-ENT-HORA-ORIGEN NOT NUMERIC
003505         DISPLAY "FECHA/HORA NO NUMERICA - SE DESCARTA"
003506         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
003507         GO TO 5100-CAPTURAR-ANULACION-EXIT
003508     END-IF.
003509     DISPLAY "SECUENCIA? (BLANCO = LA PRIMERA SIN ANULAR)".
003510     MOVE SPACES TO CP-ENT-SECUENCIA.
003511     ACCEPT CP-ENT-SECUENCIA FROM CONSOLE.
003512     IF CP-ENT-SECUENCIA NOT = SPACES
003513         AND CP-ENT-SECUENCIA NOT NUMERIC
003514         DISPLAY "SECUENCIA NO NUMERICA - SE DESCARTA"
003515         PERFORM 2900-DESCARTAR THRU 2900-DESCARTAR-EXIT
003516         GO TO 5100-CAPTURAR-ANULACION-EXIT
003517     END-IF.
003518     MOVE SPACES TO CP-ENT-APELLIDO.
003519     MOVE SPACES TO CP-ENT-NOMBRE.
003520     IF CP-ANUL-FUSIONADA-NO
003521         DISPLAY "APELLIDO CON QUE SE GRABO? (BLANCO = EL ACTUAL)"
003522         ACCEPT CP-ENT-APELLIDO FROM CONSOLE
003523     END-IF.
003524     IF CP-ENT-APELLIDO NOT = SPACES
003525         DISPLAY "NOMBRE CON QUE SE GRABO?"
003526         ACCEPT CP-ENT-NOMBRE FROM CONSOLE
003527     END-IF.
003528     MOVE SPACES TO TRX-RECORD.
003529     MOVE "X" TO TRX-TIPO-REG.
003530     MOVE CP-ENT-PERSONA-NUM TO TRX-PERSONA-NUM.
003531     MOVE CP-ENT-FECHA-ORIGEN TO TRX-FECHA-ORIGEN.
003532     MOVE CP-ENT-HORA-ORIGEN TO TRX-HORA-ORIGEN.
003533     MOVE CP-ENT-SECUENCIA TO TRX-SECUENCIA.
003534     MOVE CP-ENT-APELLIDO TO TRX-APELLIDO.
003535     MOVE CP-ENT-NOMBRE TO TRX-NOMBRE.
003536     WRITE TRX-RECORD.
003537     ADD 1 TO CP-CONT-ACEPTADAS.
003538     ADD 1 TO CP-CONT-ANULACIONES.
003539     DISPLAY "ANULACION ACEPTADA - LLEVA " CP-CONT-ACEPTADAS
003540         " EN EL LOTE".
003541 5100-CAPTURAR-ANULACION-EXIT.
003542     EXIT.
003543
003544******************************************************************
003545*    8000-TERMINAR
003546*    CIERRA EL LOTE CON EL TRAILER DE CONTROL CALCULADO AQUI:
003547*    EL CONTADOR Y LOS TOTALES HASH YA NO SE TECLEAN A MANO.
003548******************************************************************
003549 8000-TERMINAR.
003550     MOVE SPACES TO TRT-RECORD.
003551     MOVE "T" TO TRT-TIPO-REG.
003552     MOVE CP-CONT-ACEPTADAS TO TRT-CONT-REGISTROS.
003553     MOVE CP-HASH-NUM1 TO TRT-HASH-NUM1.
003554     MOVE CP-HASH-NUM2 TO TRT-HASH-NUM2.
003555     WRITE TRT-RECORD.
003556     CLOSE PERSFILE CAPFILE.
003557     DISPLAY "LOTE CERRADO        : " CP-LOTE-ID.
003558     DISPLAY "ACEPTADAS           : " CP-CONT-ACEPTADAS.
003559     DISPLAY "DOMICILIOS          : " CP-CONT-DOMICILIOS.
003560     DISPLAY "ANULACIONES         : " CP-CONT-ANULACIONES.
003561     DISPLAY "DESCARTADAS         : " CP-CONT-DESCARTADAS.
003570 8000-TERMINAR-EXIT.
003580     EXIT.
003590

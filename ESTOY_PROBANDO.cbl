001147*                   FECHA DE LOTE, PARA QUE UN IDENTIFICADOR
001148*                   COINCIDENTE DE OTRA FECHA NO SE RECHACE
001149*                   COMO TRANSMISION RE-ENVIADA.
001150*   15/10/2026  CM  REGISTRO DE ANULACION "X" EN TRANFILE:
001151*                   LOCALIZA LA OPERACION ORIGINAL EN EL INDICE
001152*                   AUDIXF POR PERSONA Y AU-FECHA/AU-HORA, LA
001153*                   MARCA COMO ANULADA Y GRABA EL ASIENTO
001154*                   COMPENSATORIO EN AUDITORIA, LA LINEA DE
001155*                   ANULACION DEL EXTRACTO Y LA DEL USO DE
001156*                   SERVICIO. ORIGINAL INEXISTENTE O YA ANULADA
001157*                   VA A REJFILE CON MOTIVO 06 / 07.
001158*   15/10/2026  CM  UNA PERSONA FUSIONADA (ESTADO "F" DE
001159*                   ESTPFUS) SE SUSTITUYE AL LOCALIZARLA POR SU
001160*                   SUPERVIVIENTE (PF-FUSIONADA-EN), TAMBIEN
001161*                   PARA LIMITES Y DOMICILIO.
001162*   15/10/2026  CM  LIMITES CON FECHA DE EFECTO: LIMFILE PASA A
001163*                   CLAVE NUMERO + FECHA DESDE (ACCESO DINAMICO)
001164*                   Y 3500 TOMA LA VERSION VIGENTE EN LA FECHA
001165*                   DE PROCESO DEL PARM (MANTENIMIENTO ESTPREF).
001166*   15/10/2026  CM  LISTA DE VIGILANCIA WATFILE (DETECCION DE
001167*                   ANOMALIAS ESTPANO): LAS TRANSACCIONES DE UNA
001168*                   PERSONA VIGILADA SE APARCAN EN SUSFILE CON
001169*                   MOTIVO V1 ANTES DEL CONTROL DE LIMITES.
001170*   15/10/2026  CM  PERSONA CON DATOS BORRADOS (ESTADO "B" DE
001171*                   ESTPBOR): SUS TRANSACCIONES SE RECHAZAN CON
001172*                   MOTIVO 08 Y NO SE LE CAMBIA NOMBRE NI
001173*                   DOMICILIO.
001174*   15/10/2026  CM  FECHA VALOR EN EL DETALLE: UNA TRANSACCION
001175*                   CON FECHA VALOR POSTERIOR A LA DE PROCESO SE
001176*                   GUARDA EN EL ALMACEN ALMFILE (INDEXADO POR
001177*                   FECHA VALOR Y PERSONA) EN VEZ DE APLICARSE;
001178*                   ESTPALM LA DEVUELVE AL LOTE DEL CORTE 01 DE
001179*                   SU DIA. CUENTA EN EL CUADRE COMO CATEGORIA
001180*                   PROPIA (DETALLE = PROC + RECH + SUSP +
001181*                   ALMACENADOS) Y UNA FECHA VALOR IMPOSIBLE SE
001182*                   RECHAZA CON MOTIVO 09.
001183*   15/10/2026  CM  CORRIDA POR PARTICIONES DE PF-NUMERO: CON UN
001184*                   NUMERO DE PARTICION EN EL PARM EL PROGRAMA
001185*                   PROCESA SOLO EL TRANFILE QUE LE DEJO ESTPPAR,
001186*                   SIN PREVALIDAR NI REGISTRAR LOTES (LO HACEN
001187*                   ESTPPAR Y ESTPMRG), CON SU PROPIO CHECKPOINT
001188*                   (CK-PARTICION) Y SUS OPERACIONES DEL DIA EN
001189*                   OPSPAR; BALFILE Y STAFILE LLEVAN LA PARTICION.
001190*   15/10/2026  CM  LA ANULACION DE UNA PERSONA FUSIONADA BUSCA
001191*                   LA OPERACION ORIGINAL EN LA SUPERVIVIENTE.
001192*   15/10/2026  CM  LAS SALIDAS POR LOTE REPETIDO CIERRAN TAMBIEN
001193*                   LIMFILE, AUDIXF Y WATFILE.
001194******************************************************************
001195 IDENTIFICATION DIVISION.
001196 PROGRAM-ID. ESTOY_PROBANDO.
001197 AUTHOR. CEFERINO MULET.
001198 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
001200 DATE-WRITTEN. 04/11/2022.
001210 DATE-COMPILED.
001220
001690
001700     SELECT LIMFILE ASSIGN TO "LIMFILE"
001710         ORGANIZATION IS INDEXED
001720         ACCESS MODE IS DYNAMIC
001730         RECORD KEY IS LM-CLAVE
001740         FILE STATUS IS EP-LIMFILE-STATUS.
001750
001760     SELECT SUSFILE ASSIGN TO "SUSFILE"
001864     SELECT OPSFILE ASSIGN TO "OPSFILE"
001866         ORGANIZATION IS SEQUENTIAL
001868         FILE STATUS IS EP-OPSFILE-STATUS.
001869
001870     SELECT OPSPAR ASSIGN TO "OPSPAR"
001871         ORGANIZATION IS SEQUENTIAL
001872         FILE STATUS IS EP-OPSPAR-STATUS.
001873
001874     SELECT AUDIXF ASSIGN TO "AUDIXF"
001875         ORGANIZATION IS INDEXED
001876         ACCESS MODE IS DYNAMIC
001877         RECORD KEY IS AX-CLAVE
001878         FILE STATUS IS EP-AUDIXF-STATUS.
001879
001880     SELECT WATFILE ASSIGN TO "WATFILE"
001881         ORGANIZATION IS INDEXED
001882         ACCESS MODE IS RANDOM
001883         RECORD KEY IS WA-NUMERO
001884         FILE STATUS IS EP-WATFILE-STATUS.
001885
001886     SELECT ALMFILE ASSIGN TO "ALMFILE"
001887         ORGANIZATION IS INDEXED
001888         ACCESS MODE IS DYNAMIC
001889         RECORD KEY IS AL-CLAVE
001890         FILE STATUS IS EP-ALMFILE-STATUS.
001891
001892 DATA DIVISION.
001893 FILE SECTION.
001900 FD  TRANFILE
001910     RECORDING MODE IS F
001920     LABEL RECORDS ARE STANDARD.
002516     LABEL RECORDS ARE STANDARD.
002518     COPY opsrec.
002520
002521*    OPERACIONES DEL DIA CONTADAS POR UNA PARTICION, EN LAYOUT
002522*    OP-RECORD; ESTPMRG LAS ANADE AL OPSFILE FECHADO.
002523 FD  OPSPAR
002524     RECORDING MODE IS F
002525     LABEL RECORDS ARE STANDARD.
002526 01  EP-OPSPAR-REG               PIC X(40).
002527
002528 FD  AUDIXF
002529     LABEL RECORDS ARE STANDARD.
002530     COPY audixrec.
002531
002532 FD  WATFILE
002533     LABEL RECORDS ARE STANDARD.
002534     COPY watrec.
002535
002536 FD  ALMFILE
002537     LABEL RECORDS ARE STANDARD.
002538     COPY almrec.
002539
002540 WORKING-STORAGE SECTION.
002541 01  NUM1 PIC 9(7)V9(2).
002550 01  NUM2 PIC 9(7)V9(2).
002560 01  RESUL PIC S9(9)V9(2).
002570 01  WSV-PERSONA.
002880         88  EP-LIMITE-SUPERADO-SI    VALUE "S".
002890         88  EP-LIMITE-OK             VALUE "N".
002900     05  EP-LIM-HALLADO           PIC X(01) VALUE "N".
002903     05  EP-FIN-LIMFILE           PIC X(01) VALUE "N".
002906         88  EP-FIN-LIMFILE-SI        VALUE "S".
002910     05  EP-OPER-ADMITIDA         PIC X(01) VALUE "N".
002911     05  EP-AUDIXF-ABIERTO        PIC X(01) VALUE "N".
002912         88  EP-AUDIXF-ABIERTO-SI     VALUE "S".
002913     05  EP-FIN-AUDIXF            PIC X(01) VALUE "N".
002914         88  EP-FIN-AUDIXF-SI         VALUE "S".
002915     05  EP-WATFILE-ABIERTO       PIC X(01) VALUE "N".
002916         88  EP-WATFILE-ABIERTO-SI    VALUE "S".
002917     05  EP-PERSONA-BORRADA       PIC X(01) VALUE "N".
002918         88  EP-PERSONA-BORRADA-SI    VALUE "S".
002919         88  EP-PERSONA-BORRADA-NO    VALUE "N".
002920     05  EP-ORIGEN-HALLADO        PIC X(01) VALUE "N".
002921         88  EP-ORIGEN-SI             VALUE "S".
002922     05  EP-ORIGEN-ANULADO        PIC X(01) VALUE "N".
002923         88  EP-ORIGEN-ANULADO-SI     VALUE "S".
002924     05  EP-ANULACION-ERROR       PIC X(01) VALUE "N".
002925         88  EP-ANULACION-ERROR-SI    VALUE "S".
002926         88  EP-ANULACION-OK          VALUE "N".
002927     05  EP-VALOR-ESTADO          PIC X(01) VALUE "H".
002928         88  EP-VALOR-DEL-DIA         VALUE "H".
002929         88  EP-VALOR-FUTURO          VALUE "F".
002930         88  EP-VALOR-ERRONEO         VALUE "E".
002931     05  EP-MODO-PARTICION        PIC X(01) VALUE "N".
002932         88  EP-PARTICION-SI          VALUE "S".
002933
002934 01  EP-CONTADORES.
002940     05  EP-CONT-LEIDOS           PIC 9(08) COMP VALUE ZERO.
002950     05  EP-CONT-PROCESADOS       PIC 9(08) COMP VALUE ZERO.
002960     05  EP-CONT-RECHAZADOS       PIC 9(08) COMP VALUE ZERO.
002970     05  EP-CONT-SUSPENDIDOS      PIC 9(08) COMP VALUE ZERO.
002975     05  EP-CONT-ALMACENADOS      PIC 9(08) COMP VALUE ZERO.
002980     05  EP-CONT-SERVICIOS        PIC 9(08) COMP VALUE ZERO.
002990     05  EP-CONT-DOMICILIOS       PIC 9(08) COMP VALUE ZERO.
002993     05  EP-CONT-ANULACIONES      PIC 9(08) COMP VALUE ZERO.
002996     05  EP-CONT-SVC-ANULADOS     PIC 9(08) COMP VALUE ZERO.
003000     05  EP-CONT-CHECKPOINT       PIC 9(04) COMP VALUE ZERO.
003010     05  EP-INTERVALO-CHKPT       PIC 9(04) COMP VALUE 0100.
003020     05  EP-ULT-REG-REINICIO      PIC 9(08) COMP VALUE ZERO.
003030     05  EP-ULT-FECHA-REINICIO    PIC 9(08) VALUE ZERO.
003040     05  EP-ULT-CORTE-REINICIO    PIC 9(02) VALUE ZERO.
003043     05  EP-ULT-PARTICION-REINICIO
003046                                  PIC 9(02) VALUE ZERO.
003050     05  EP-CONT-DETALLE          PIC 9(08) COMP VALUE ZERO.
003060     05  EP-CONT-AUDITORIA        PIC 9(08) COMP VALUE ZERO.
003070     05  EP-HASH-NUM1             PIC 9(11)V9(02) COMP
003350     05  EP-SVCFILE-STATUS        PIC X(02) VALUE "00".
003360     05  EP-JRNFILE-STATUS        PIC X(02) VALUE "00".
003362     05  EP-OPSFILE-STATUS        PIC X(02) VALUE "00".
003366     05  EP-AUDIXF-STATUS         PIC X(02) VALUE "00".
003368     05  EP-WATFILE-STATUS        PIC X(02) VALUE "00".
003369     05  EP-ALMFILE-STATUS        PIC X(02) VALUE "00".
003370     05  EP-OPSPAR-STATUS         PIC X(02) VALUE "00".
003371
003380 01  EP-FECHA-HORA.
003390     05  EP-FECHA-SISTEMA         PIC 9(08).
003400     05  EP-HORA-SISTEMA          PIC 9(08).
003440     05  EP-LINEA-PARM            PIC X(80) VALUE SPACES.
003450     05  EP-PARM-FECHA-PROCESO    PIC 9(08) VALUE ZEROES.
003460     05  EP-PARM-CORTE            PIC 9(02) VALUE ZEROES.
003465     05  EP-PARM-PARTICION        PIC 9(02) VALUE ZEROES.
003470
003480 01  EP-MOTIVO-RECHAZO           PIC X(30).
003490 01  EP-COD-RECHAZO              PIC X(02).
003520 01  EP-COD-SUSPENSO             PIC X(02).
003530 01  EP-OPER-EFECTIVA            PIC X(01).
003540 01  EP-POS-OPER                 PIC 9(02) COMP.
003542*
003544*    VERSION DE LIMITES VIGENTE EN LA FECHA DE PROCESO (LA DE
003546*    FECHA DESDE MAS RECIENTE NO POSTERIOR A ELLA).
003548 01  EP-LIM-VIGENTE              PIC X(60).
003550
003560*    LOTES VISTOS EN ESTA CORRIDA, PARA ANOTARLOS EN BIDFILE
003570*    AL TERMINAR CUADRADOS.
003795         10  EP-OPS-INI          PIC 9(04) COMP.
003800     05  EP-OPS-NUEVO            PIC 9(04) COMP.
003810     05  EP-OPS-HALLADO          PIC X(01).
003811*
003812*    LINEA DE OPERACIONES DEL DIA QUE SE GRABA AL TERMINAR, EN
003813*    LAYOUT OP-RECORD: VA A OPSFILE EN LA CORRIDA SERIE Y A
003814*    OPSPAR EN UNA PARTICION.
003815 01  EP-OPS-LINEA.
003816     05  EP-OL-FECHA             PIC 9(08).
003817     05  EP-OL-CORTE             PIC 9(02).
003818     05  EP-OL-NUMERO            PIC 9(06).
003819     05  EP-OL-CONT              PIC 9(04).
003820     05  FILLER                  PIC X(20).
003821*
003830*    IMAGENES DE ANTES/DESPUES DEL REGISTRO DEL MAESTRO PARA
003840*    EL JOURNAL DE CAMBIOS.
003850 01  EP-JOURNAL.
003860     05  EP-JN-TIPO              PIC X(01).
003870     05  EP-JN-ANTES             PIC X(100).
003880     05  EP-JN-DESPUES           PIC X(100).
003881*
003882*    REFERENCIA DE LA OPERACION ORIGINAL QUE PIDE ANULAR UN
003883*    REGISTRO "X" (SE SALVA ANTES DE LEER EL INDICE AUDIXF).
003884 01  EP-ANULACION.
003885     05  EP-AN-PERSONA           PIC 9(06).
003886     05  EP-AN-FECHA             PIC 9(08).
003887     05  EP-AN-HORA              PIC 9(08).
003888     05  EP-AN-SECUENCIA         PIC 9(08).
003889     05  EP-AN-APELLIDO          PIC X(10).
003890     05  EP-AN-NOMBRE            PIC X(10).
003891*
003892*    FECHA VALOR DEL DETALLE EN CURSO. SE COMPRUEBA CONTRA LA
003893*    TABLA DE MESES (FEBRERO 29 EN BISIESTO), IGUAL QUE EN
003894*    ESTPDIA, Y NO PUEDE PASAR DEL ANO SIGUIENTE AL DE PROCESO.
003895 01  EP-FECHA-VALOR.
003896     05  EP-FV-AAAA              PIC 9(04).
003897     05  EP-FV-MM                PIC 9(02).
003898     05  EP-FV-DD                PIC 9(02).
003899 01  EP-FECHA-VALOR-N REDEFINES EP-FECHA-VALOR
003900                                 PIC 9(08).
003901
003902 01  EP-TABLA-MESES.
003903     05  FILLER                  PIC X(24) VALUE
003904         "312831303130313130313031".
003905 01  EP-MESES REDEFINES EP-TABLA-MESES.
003906     05  EP-DIAS-MES OCCURS 12 TIMES
003907                                 PIC 9(02).
003908
003909 01  EP-CAMPOS-BISIESTO.
003910     05  EP-ULT-DIA-MES          PIC 9(02).
003911     05  EP-ANO-TOPE             PIC 9(04).
003912     05  EP-RESTO-4              PIC 9(04) COMP.
003913     05  EP-RESTO-100            PIC 9(04) COMP.
003914     05  EP-RESTO-400            PIC 9(04) COMP.
003915     05  EP-COCIENTE             PIC 9(08) COMP.
003916*
003917*    IDENTIFICADOR DEL LOTE EN CURSO (ULTIMA CABECERA LEIDA),
003918*    QUE SE GUARDA CON CADA TRANSACCION ALMACENADA.
003919 01  EP-LOTE-ACTUAL              PIC X(08) VALUE SPACES.
003920
003921 PROCEDURE DIVISION.
003922 0000-MAINLINE.
003923     PERFORM 1000-INICIALIZAR
003930         THRU 1000-INICIALIZAR-EXIT.
003940     PERFORM 2000-PROCESAR-TRANSACCIONES
003950         THRU 2000-PROCESAR-TRANSACCIONES-EXIT
004090     ACCEPT EP-HORA-SISTEMA FROM TIME.
004100     PERFORM 1100-TRATAR-PARAMETROS
004110         THRU 1100-TRATAR-PARAMETROS-EXIT.
004111     IF EP-PARTICION-SI
004112         DISPLAY "CORTE " EP-PARM-CORTE " DEL "
004113             EP-PARM-FECHA-PROCESO " - PARTICION "
004114             EP-PARM-PARTICION
004115     END-IF.
004120     PERFORM 1200-ABRIR-FICHEROS
004130         THRU 1200-ABRIR-FICHEROS-EXIT.
004140*    ANTES DE PROCESAR NADA SE VALIDAN TODAS LAS CABECERAS DE
004320*    EL ULTIMO CHECKPOINT; PARM=FECHA AAAAMMDD + CORTE CC ES
004330*    UN ARRANQUE NORMAL. CORTE EN BLANCO O NO NUMERICO
004340*    EQUIVALE A 01 (CORRIDA UNICA DEL DIA).
004343*    DETRAS DEL CORTE PUEDE VENIR EL NUMERO DE PARTICION (JCL
004346*    ESTPPRT): EL PROGRAMA CORRE ENTONCES SOBRE EL TRANFILE DE
004349*    ESA PARTICION. "N" DELANTE DE LA FECHA ES UN ARRANQUE
004352*    NORMAL ESCRITO CON LAS MISMAS POSICIONES QUE EL REINICIO.
004355     IF EP-LINEA-PARM(1:1) = "R" OR EP-LINEA-PARM(1:1) = "N"
004358         IF EP-LINEA-PARM(1:1) = "R"
004361             SET EP-REINICIO-SI TO TRUE
004364         END-IF
004370         MOVE EP-LINEA-PARM(2:8) TO EP-PARM-FECHA-PROCESO
004380         IF EP-LINEA-PARM(10:2) NUMERIC
004390             MOVE EP-LINEA-PARM(10:2) TO EP-PARM-CORTE
004392         END-IF
004394         IF EP-LINEA-PARM(12:2) NUMERIC
004396             MOVE EP-LINEA-PARM(12:2) TO EP-PARM-PARTICION
004400         END-IF
004410     ELSE
004420         MOVE EP-LINEA-PARM(1:8) TO EP-PARM-FECHA-PROCESO
004430         IF EP-LINEA-PARM(9:2) NUMERIC
004440             MOVE EP-LINEA-PARM(9:2) TO EP-PARM-CORTE
004442         END-IF
004444         IF EP-LINEA-PARM(11:2) NUMERIC
004446             MOVE EP-LINEA-PARM(11:2) TO EP-PARM-PARTICION
004450         END-IF
004460     END-IF.
004470     IF EP-PARM-FECHA-PROCESO = ZEROES
004490     END-IF.
004500     IF EP-PARM-CORTE = ZEROES
004510         MOVE 01 TO EP-PARM-CORTE
004512     END-IF.
004514     IF EP-PARM-PARTICION NOT = ZEROES
004516         SET EP-PARTICION-SI TO TRUE
004520     END-IF.
004530 1100-TRATAR-PARAMETROS-EXIT.
004540     EXIT.
005810         DISPLAY "LIMFILE NO DISPONIBLE - STATUS "
005820             EP-LIMFILE-STATUS " - SE ASUME SIN LIMITES"
005830     END-IF.
005831
005832*    EL INDICE AUDIXF SOLO HACE FALTA PARA LAS ANULACIONES: SIN
005833*    EL, EL LOTE CORRE IGUAL Y LAS ANULACIONES SE RECHAZAN.
005834     OPEN I-O AUDIXF.
005835     IF EP-AUDIXF-STATUS = "00"
005836         SET EP-AUDIXF-ABIERTO-SI TO TRUE
005837     ELSE
005838         DISPLAY "AUDIXF NO DISPONIBLE - STATUS "
005839             EP-AUDIXF-STATUS " - NO SE ADMITEN ANULACIONES"
005840     END-IF.
005841
005842*    LA LISTA DE VIGILANCIA LA MANTIENE ESTPANO AL CIERRE DEL
005843*    DIA: MIENTRAS NO EXISTA, NO SE VIGILA A NADIE.
005844     OPEN INPUT WATFILE.
005845     IF EP-WATFILE-STATUS = "00"
005846         SET EP-WATFILE-ABIERTO-SI TO TRUE
005847     ELSE
005848         DISPLAY "WATFILE NO DISPONIBLE - STATUS "
005849             EP-WATFILE-STATUS " - SIN LISTA DE VIGILANCIA"
005850     END-IF.
005851
005852*    ALMACEN DE TRANSACCIONES CON FECHA VALOR FUTURA. LA PRIMERA
005853*    VEZ NO EXISTE Y SE CREA VACIO, IGUAL QUE EL MAESTRO.
005854     OPEN I-O ALMFILE.
005855     IF EP-ALMFILE-STATUS = "35"
005856         OPEN OUTPUT ALMFILE
005857         CLOSE ALMFILE
005858         OPEN I-O ALMFILE
005859     END-IF.
005860     IF EP-ALMFILE-STATUS NOT = "00"
005861         DISPLAY "ERROR AL ABRIR ALMFILE - STATUS "
005862             EP-ALMFILE-STATUS
005863         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005864     END-IF.
005865 1200-ABRIR-FICHEROS-EXIT.
005866     EXIT.
005867
005870 1300-RECUPERAR-CHECKPOINT.
005880     MOVE ZERO TO EP-ULT-REG-REINICIO.
005890     MOVE ZERO TO EP-ULT-FECHA-REINICIO.
006030                 AND (EP-ULT-FECHA-REINICIO NOT =
006040                     EP-PARM-FECHA-PROCESO
006050                     OR EP-ULT-CORTE-REINICIO NOT =
006055                     EP-PARM-CORTE
006060                     OR EP-ULT-PARTICION-REINICIO NOT =
006065                     EP-PARM-PARTICION)
006070                 DISPLAY "CHECKPOINT DE OTRA FECHA O CORTE: "
006080                     EP-ULT-FECHA-REINICIO " CORTE "
006086                     EP-ULT-CORTE-REINICIO " PARTICION "
006092                     EP-ULT-PARTICION-REINICIO
006100                 PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006110             END-IF
006120         END-IF
006310             MOVE CK-ULT-REG-PROC TO EP-ULT-REG-REINICIO
006320             MOVE CK-FECHA-PROCESO TO EP-ULT-FECHA-REINICIO
006330             MOVE CK-CORTE TO EP-ULT-CORTE-REINICIO
006335             MOVE CK-PARTICION TO EP-ULT-PARTICION-REINICIO
006340             MOVE CK-CONT-DETALLE TO EP-CONT-DETALLE
006350             MOVE CK-CONT-PROCESADOS TO EP-CONT-PROCESADOS
006360             MOVE CK-CONT-RECHAZADOS TO EP-CONT-RECHAZADOS
006380             MOVE CK-HASH-NUM1 TO EP-HASH-NUM1
006390             MOVE CK-HASH-NUM2 TO EP-HASH-NUM2
006400             MOVE CK-CONT-SUSPENDIDOS TO EP-CONT-SUSPENDIDOS
006405             MOVE CK-CONT-ALMACENADOS TO EP-CONT-ALMACENADOS
006410     END-READ.
006420 1310-LEER-ULTIMO-CHECKPOINT-EXIT.
006430     EXIT.
006500*    NADA, AUNQUE VENGA DETRAS DE OTROS LOTES EN LA
006510*    CONCATENACION. AL TERMINAR SE CIERRA Y REABRE TRANFILE
006520*    PARA LA PASADA DE PROCESO. EL REINICIO "R" NO PASA POR
006525*    AQUI (EL LOTE INCOMPLETO YA ES LEGITIMO). UNA PARTICION
006530*    TAMPOCO: LA PREVALIDACION LA HIZO ESTPPAR SOBRE EL TRANFILE
006535*    ENTERO ANTES DE REPARTIRLO.
006540******************************************************************
006550 1500-VALIDAR-LOTES-ENTRADA.
006560     IF EP-REINICIO-SI OR EP-PARTICION-SI
006570         GO TO 1500-VALIDAR-LOTES-ENTRADA-EXIT
006580     END-IF.
006590     PERFORM 1510-LEER-PREVALIDACION
007230*        CHKFILE TODAVIA NO ESTA ABIERTO EN LA PREVALIDACION.
007240         CLOSE TRANFILE PERSFILE REJFILE AUDFILE
007250             XTRFILE BALFILE STAFILE SUSFILE SVCFILE
007260             JRNFILE ALMFILE
007261         IF EP-LIMFILE-ABIERTO-SI
007262             CLOSE LIMFILE
007263         END-IF
007264         IF EP-AUDIXF-ABIERTO-SI
007265             CLOSE AUDIXF
007266         END-IF
007267         IF EP-WATFILE-ABIERTO-SI
007268             CLOSE WATFILE
007269         END-IF
007270         STOP RUN
007280     END-IF.
007290     IF EP-CONT-LOTES < EP-MAX-LOTES
007470*    REGISTROS DE CONTROL DE CABECERA/TRAILER SE TRATAN SIEMPRE,
007480*    TAMBIEN EN REINICIO (LOS TOTALES YA SALTADOS SE RECUPERAN
007490*    DEL CHECKPOINT).
007495*    EL REGISTRO "X" ANULA UNA OPERACION YA CONTABILIZADA.
007500******************************************************************
007510 2000-PROCESAR-TRANSACCIONES.
007520     EVALUATE TRUE
007590         WHEN TRD-DOMICILIO
007600             PERFORM 5500-MANTENER-DOMICILIO
007610                 THRU 5500-MANTENER-DOMICILIO-EXIT
007612         WHEN TRX-ANULACION
007614             PERFORM 2700-TRATAR-ANULACION
007616                 THRU 2700-TRATAR-ANULACION-EXIT
007620         WHEN OTHER
007630             PERFORM 2010-TRATAR-DETALLE
007640                 THRU 2010-TRATAR-DETALLE-EXIT
007880*            EL CONTROL DE LIMITES DE NEGOCIO VA ANTES DEL
007890*            CALCULO: LA TRANSACCION APARCADA NO CALCULA, NO
007900*            MANTIENE MAESTRO NI ESCRIBE AUDITORIA/EXTRACTO.
007903*            LA VIGILANCIA VA PRIMERO PARA QUE LO APARCADO POR
007906*            ELLA NO CUENTE EN EL TOPE DIARIO DE OPERACIONES.
007910*            ANTES QUE NADA, UNA PERSONA CON SUS DATOS BORRADOS
007914*            NO ADMITE MOVIMIENTOS: SE RECHAZA CON MOTIVO 08.
007918             PERFORM 3400-VERIFICAR-BORRADO
007922                 THRU 3400-VERIFICAR-BORRADO-EXIT
007926             IF EP-PERSONA-BORRADA-SI
007930                 MOVE "PERSONA CON DATOS BORRADOS"
007934                     TO EP-MOTIVO-RECHAZO
007938                 MOVE "08" TO EP-COD-RECHAZO
007942                 PERFORM 3900-RECHAZAR-TRANSACCION
007946                     THRU 3900-RECHAZAR-TRANSACCION-EXIT
007960             ELSE
007961*                CON FECHA VALOR FUTURA VA AL ALMACEN ALMFILE Y
007962*                CON FECHA VALOR IMPOSIBLE SE RECHAZA (MOTIVO
007963*                09); EN AMBOS CASOS NO SIGUE EL PROCESO.
007964                 PERFORM 3300-VERIFICAR-FECHA-VALOR
007965                     THRU 3300-VERIFICAR-FECHA-VALOR-EXIT
007966             END-IF
007967             IF EP-PERSONA-BORRADA-NO AND EP-VALOR-DEL-DIA
007968                 PERFORM 3600-VERIFICAR-VIGILANCIA
007972                     THRU 3600-VERIFICAR-VIGILANCIA-EXIT
007978                 IF EP-LIMITE-OK
007984                     PERFORM 3500-VERIFICAR-LIMITES
007990                         THRU 3500-VERIFICAR-LIMITES-EXIT
007996                 END-IF
008002                 IF EP-LIMITE-SUPERADO-SI
008008                     PERFORM 3950-SUSPENDER-TRANSACCION
008014                         THRU 3950-SUSPENDER-TRANSACCION-EXIT
008020                 ELSE
008025                     PERFORM 3000-CALCULAR-OPERACION
008030                         THRU 3000-CALCULAR-OPERACION-EXIT
008035                     IF EP-CALCULO-ERROR-SI
008040                         PERFORM 3900-RECHAZAR-TRANSACCION
008045                             THRU 3900-RECHAZAR-TRANSACCION-EXIT
008050                     ELSE
008055                         PERFORM 5000-MANTENER-MAESTRO
008060                             THRU 5000-MANTENER-MAESTRO-EXIT
008065                         PERFORM 4000-DESPACHAR-SERVICIO
008070                             THRU 4000-DESPACHAR-SERVICIO-EXIT
008075                         PERFORM 6000-ESCRIBIR-AUDITORIA
008080                             THRU 6000-ESCRIBIR-AUDITORIA-EXIT
008085                         PERFORM 7000-ESCRIBIR-EXTRACTO
008090                             THRU 7000-ESCRIBIR-EXTRACTO-EXIT
008095                         ADD 1 TO EP-CONT-PROCESADOS
008100                     END-IF
008120                 END-IF
008130             END-IF
008140         ELSE
008460******************************************************************
008470 2500-TRATAR-CABECERA.
008480     SET EP-CABECERA-SI TO TRUE.
008485     MOVE TRH-LOTE-ID TO EP-LOTE-ACTUAL.
008490     IF TRH-FECHA-LOTE NOT = EP-PARM-FECHA-PROCESO
008500         DISPLAY "FECHA DE CABECERA DE LOTE NO COINCIDE: "
008510             TRH-FECHA-LOTE
009180*        DE LA PREVALIDACION) Y NO SE CIERRA AQUI.
009190         CLOSE TRANFILE PERSFILE REJFILE AUDFILE
009200             XTRFILE BALFILE STAFILE SUSFILE SVCFILE
009210             JRNFILE ALMFILE
009211         IF EP-LIMFILE-ABIERTO-SI
009212             CLOSE LIMFILE
009213         END-IF
009214         IF EP-AUDIXF-ABIERTO-SI
009215             CLOSE AUDIXF
009216         END-IF
009217         IF EP-WATFILE-ABIERTO-SI
009218             CLOSE WATFILE
009219         END-IF
009220         STOP RUN
009230     END-IF.
009240 2520-VERIFICAR-LOTE-REGISTRADO-EXIT.
009890     WRITE RJ-RECORD.
009900     DISPLAY "TRANSACCION RECHAZADA: " EP-MOTIVO-RECHAZO.
009910 3900-RECHAZAR-TRANSACCION-EXIT.
009911     EXIT.
009912
009913******************************************************************
009914*    3400-VERIFICAR-BORRADO
009915*    LA PERSONA TIENE SUS DATOS PERSONALES BORRADOS (ESTPBOR):
009916*    NO SE ADMITEN NUEVOS MOVIMIENTOS BAJO SU NUMERO, NI
009917*    AUTORIZADOS. SOLO SE MIRA CUANDO LA TRANSACCION TRAE EL
009918*    NUMERO O EL NOMBRE EN BLANCO (EL NOMBRE DE UNA PERSONA
009919*    BORRADA YA NO ESTA EN EL MAESTRO).
009920******************************************************************
009921 3400-VERIFICAR-BORRADO.
009922     SET EP-PERSONA-BORRADA-NO TO TRUE.
009923     IF TR-ALTA
009924         GO TO 3400-VERIFICAR-BORRADO-EXIT
009925     END-IF.
009926     IF (TR-PERSONA-NUM NOT NUMERIC OR TR-PERSONA-NUM = ZEROES)
009927         AND (TR-APELLIDO NOT = SPACES OR TR-NOMBRE NOT = SPACES)
009928         GO TO 3400-VERIFICAR-BORRADO-EXIT
009929     END-IF.
009930     MOVE TR-NOMBRE TO WSV-NOMBRE.
009931     MOVE TR-APELLIDO TO WSV-APELLIDO.
009932     PERFORM 5400-LOCALIZAR-PERSONA
009933         THRU 5400-LOCALIZAR-PERSONA-EXIT.
009934     IF EP-PERSONA-SI AND PF-BORRADA
009935         SET EP-PERSONA-BORRADA-SI TO TRUE
009936     END-IF.
009937 3400-VERIFICAR-BORRADO-EXIT.
009938     EXIT.
009939
009940******************************************************************
009941*    3300-VERIFICAR-FECHA-VALOR
009942*    FECHA VALOR EN BLANCO, A CEROS O NO POSTERIOR A LA FECHA DE
009943*    PROCESO: LA TRANSACCION SIGUE SU CURSO HOY. POSTERIOR: SE
009944*    GUARDA EN EL ALMACEN (3350) HASTA SU DIA. NO NUMERICA, CON
009945*    MES O DIA IMPOSIBLE O MAS ALLA DEL ANO SIGUIENTE AL DE
009946*    PROCESO: SE RECHAZA CON MOTIVO 09.
009947******************************************************************
009948 3300-VERIFICAR-FECHA-VALOR.
009949     SET EP-VALOR-DEL-DIA TO TRUE.
009950     IF TR-FECHA-VALOR = SPACES OR TR-FECHA-VALOR = ZEROES
009951         GO TO 3300-VERIFICAR-FECHA-VALOR-EXIT
009952     END-IF.
009953     IF TR-FECHA-VALOR NOT NUMERIC
009954         GO TO 3300-FECHA-VALOR-ERRONEA
009955     END-IF.
009956     MOVE TR-FECHA-VALOR-N TO EP-FECHA-VALOR-N.
009957     DIVIDE EP-PARM-FECHA-PROCESO BY 10000
009958         GIVING EP-ANO-TOPE.
009959     ADD 1 TO EP-ANO-TOPE.
009960     IF EP-FV-MM < 1 OR EP-FV-MM > 12 OR EP-FV-DD < 1
009961         OR EP-FV-AAAA > EP-ANO-TOPE
009962         GO TO 3300-FECHA-VALOR-ERRONEA
009963     END-IF.
009964     MOVE EP-DIAS-MES (EP-FV-MM) TO EP-ULT-DIA-MES.
009965     IF EP-FV-MM = 2
009966         PERFORM 3310-AJUSTAR-BISIESTO
009967             THRU 3310-AJUSTAR-BISIESTO-EXIT
009968     END-IF.
009969     IF EP-FV-DD > EP-ULT-DIA-MES
009970         GO TO 3300-FECHA-VALOR-ERRONEA
009971     END-IF.
009972     IF EP-FECHA-VALOR-N > EP-PARM-FECHA-PROCESO
009973         SET EP-VALOR-FUTURO TO TRUE
009974         PERFORM 3350-ALMACENAR-TRANSACCION
009975             THRU 3350-ALMACENAR-TRANSACCION-EXIT
009976     END-IF.
009977     GO TO 3300-VERIFICAR-FECHA-VALOR-EXIT.
009978 3300-FECHA-VALOR-ERRONEA.
009979     SET EP-VALOR-ERRONEO TO TRUE.
009980     MOVE "FECHA VALOR NO VALIDA" TO EP-MOTIVO-RECHAZO.
009981     MOVE "09" TO EP-COD-RECHAZO.
009982     PERFORM 3900-RECHAZAR-TRANSACCION
009983         THRU 3900-RECHAZAR-TRANSACCION-EXIT.
009984 3300-VERIFICAR-FECHA-VALOR-EXIT.
009985     EXIT.
009986
009987 3310-AJUSTAR-BISIESTO.
009988     DIVIDE EP-FV-AAAA BY 4
009989         GIVING EP-COCIENTE REMAINDER EP-RESTO-4.
009990     DIVIDE EP-FV-AAAA BY 100
009991         GIVING EP-COCIENTE REMAINDER EP-RESTO-100.
009992     DIVIDE EP-FV-AAAA BY 400
009993         GIVING EP-COCIENTE REMAINDER EP-RESTO-400.
009994     IF EP-RESTO-4 = ZERO
009995         AND (EP-RESTO-100 NOT = ZERO OR EP-RESTO-400 = ZERO)
009996         MOVE 29 TO EP-ULT-DIA-MES
009997     END-IF.
009998 3310-AJUSTAR-BISIESTO-EXIT.
009999     EXIT.
010000
010001******************************************************************
010002*    3350-ALMACENAR-TRANSACCION
010003*    GUARDA LA IMAGEN COMPLETA EN ALMFILE, PENDIENTE, CON CLAVE
010004*    FECHA VALOR + PERSONA + FECHA/CORTE/REGISTRO DE ENTRADA.
010005*    LA PERSONA SE RESUELVE AHORA (POR NUMERO O NOMBRE) PARA EL
010006*    LISTADO; UN ALTA O UNA PERSONA NO HALLADA VA CON NUMERO
010007*    CERO Y SE RESUELVE AL APLICARSE. EN UN REINICIO LA MISMA
010008*    TRANSACCION YA ALMACENADA DA CLAVE DUPLICADA: SE CUENTA
010009*    IGUAL, PORQUE EL ALMACEN YA LA TIENE.
010010******************************************************************
010011 3350-ALMACENAR-TRANSACCION.
010012     ADD 1 TO EP-CONT-ALMACENADOS.
010013     MOVE SPACES TO AL-RECORD.
010014     MOVE EP-FECHA-VALOR-N TO AL-FECHA-VALOR.
010015     MOVE ZERO TO AL-NUMERO.
010016     IF NOT TR-ALTA
010017         MOVE TR-NOMBRE TO WSV-NOMBRE
010018         MOVE TR-APELLIDO TO WSV-APELLIDO
010019         PERFORM 5400-LOCALIZAR-PERSONA
010020             THRU 5400-LOCALIZAR-PERSONA-EXIT
010021         IF EP-PERSONA-SI
010022             MOVE PF-NUMERO TO AL-NUMERO
010023         END-IF
010024     END-IF.
010025     MOVE EP-PARM-FECHA-PROCESO TO AL-FECHA-ENTRADA.
010026     MOVE EP-PARM-CORTE TO AL-CORTE.
010027*    EN UNA PARTICION EL NUMERO DE REGISTRO ES EL DE SU TRANFILE:
010028*    LA PARTICION VA DELANTE PARA QUE LA CLAVE SIGA SIENDO UNICA
010029*    EN EL CORTE.
010030     IF EP-PARTICION-SI
010031         COMPUTE AL-SECUENCIA =
010032             EP-PARM-PARTICION * 10000000 + EP-CONT-LEIDOS
010033     ELSE
010034         MOVE EP-CONT-LEIDOS TO AL-SECUENCIA
010035     END-IF.
010036     SET AL-PENDIENTE TO TRUE.
010037     MOVE EP-PARM-FECHA-PROCESO TO AL-FECHA-ESTADO.
010038     MOVE "ESTPROB" TO AL-OPERADOR.
010039     MOVE EP-LOTE-ACTUAL TO AL-LOTE-ID.
010040     MOVE TR-RECORD TO AL-TRANSACCION.
010041     WRITE AL-RECORD
010042         INVALID KEY
010043             IF EP-ALMFILE-STATUS = "22"
010044                 DISPLAY "TRANSACCION YA ALMACENADA - REGISTRO "
010045                     AL-SECUENCIA
010046                 GO TO 3350-ALMACENAR-TRANSACCION-EXIT
010047             END-IF
010048             DISPLAY "ERROR AL GRABAR ALMFILE - STATUS "
010049                 EP-ALMFILE-STATUS
010050             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010051     END-WRITE.
010052     DISPLAY "TRANSACCION ALMACENADA HASTA " AL-FECHA-VALOR.
010053 3350-ALMACENAR-TRANSACCION-EXIT.
010054     EXIT.
010055
010056******************************************************************
010057*    3500-VERIFICAR-LIMITES
010058*    CONTROL DE NEGOCIO CONTRA EL REGISTRO DE LIMITES DE LA
010059*    PERSONA (LIMFILE, CLAVE = NUMERO DE PERSONA + FECHA DESDE,
010060*    VERSION VIGENTE EN LA FECHA DE PROCESO): MAXIMOS DE
010061*    NUM1/NUM2, CODIGOS DE OPERACION ADMITIDOS Y TOPE DIARIO DE
010062*    OPERACIONES. NO APLICA A ALTAS (LA PERSONA AUN NO EXISTE),
010063*    A PERSONAS SIN REGISTRO DE LIMITES NI A TRANSACCIONES YA
010064*    AUTORIZADAS POR SUPERVISOR (MARCA DE ESTPSUS).
010065******************************************************************
010066 3500-VERIFICAR-LIMITES.
010067     SET EP-LIMITE-OK TO TRUE.
010068     IF TR-AUTORIZADA OR TR-ALTA
010069         OR NOT EP-LIMFILE-ABIERTO-SI
010070         GO TO 3500-VERIFICAR-LIMITES-EXIT
010080     END-IF.
010090     MOVE TR-NOMBRE TO WSV-NOMBRE.
010130     IF EP-PERSONA-NO
010140         GO TO 3500-VERIFICAR-LIMITES-EXIT
010150     END-IF.
010160     PERFORM 3510-LEER-LIMITE-VIGENTE
010170         THRU 3510-LEER-LIMITE-VIGENTE-EXIT.
010230     IF EP-LIM-HALLADO = "N"
010240         GO TO 3500-VERIFICAR-LIMITES-EXIT
010250     END-IF.
010600     PERFORM 3530-CONTAR-OPER-DIA
010610         THRU 3530-CONTAR-OPER-DIA-EXIT.
010620 3500-VERIFICAR-LIMITES-EXIT.
010621     EXIT.
010622
010623******************************************************************
010624*    3510-LEER-LIMITE-VIGENTE
010625*    RECORRE LAS VERSIONES DE LA PERSONA EN ORDEN DE FECHA
010626*    DESDE Y SE QUEDA CON LA ULTIMA QUE YA HA ENTRADO EN VIGOR
010627*    EN LA FECHA DE PROCESO. SI ESA VERSION ESTA DADA DE BAJA
010628*    (FECHA HASTA ANTERIOR A LA DE PROCESO) LA PERSONA NO TIENE
010629*    LIMITES ESE DIA. LAS VERSIONES FUTURAS SE IGNORAN HASTA SU
010630*    FECHA.
010631******************************************************************
010632 3510-LEER-LIMITE-VIGENTE.
010633     MOVE "N" TO EP-LIM-HALLADO.
010634     MOVE "N" TO EP-FIN-LIMFILE.
010635     MOVE PF-NUMERO TO LM-NUMERO.
010636     MOVE ZERO TO LM-FECHA-DESDE.
010637     START LIMFILE KEY IS NOT LESS THAN LM-CLAVE
010638         INVALID KEY
010639             GO TO 3510-LEER-LIMITE-VIGENTE-EXIT
010640     END-START.
010641     PERFORM 3515-LEER-VERSION
010642         THRU 3515-LEER-VERSION-EXIT
010643         UNTIL EP-FIN-LIMFILE-SI.
010644     IF EP-LIM-HALLADO = "S"
010645         MOVE EP-LIM-VIGENTE TO LM-RECORD
010646         IF LM-FECHA-HASTA NOT = ZERO
010647             AND LM-FECHA-HASTA < EP-PARM-FECHA-PROCESO
010648             MOVE "N" TO EP-LIM-HALLADO
010649         END-IF
010650     END-IF.
010651 3510-LEER-LIMITE-VIGENTE-EXIT.
010652     EXIT.
010653
010654 3515-LEER-VERSION.
010655     READ LIMFILE NEXT RECORD
010656         AT END
010657             SET EP-FIN-LIMFILE-SI TO TRUE
010658             GO TO 3515-LEER-VERSION-EXIT
010659     END-READ.
010660     IF LM-NUMERO NOT = PF-NUMERO
010661         OR LM-FECHA-DESDE > EP-PARM-FECHA-PROCESO
010662         SET EP-FIN-LIMFILE-SI TO TRUE
010663         GO TO 3515-LEER-VERSION-EXIT
010664     END-IF.
010665     MOVE LM-RECORD TO EP-LIM-VIGENTE.
010666     MOVE "S" TO EP-LIM-HALLADO.
010667 3515-LEER-VERSION-EXIT.
010668     EXIT.
010669
010670 3520-COTEJAR-OPERACION.
010671     IF LM-OPERS-PERMITIDAS(EP-POS-OPER:1) = EP-OPER-EFECTIVA
010672         MOVE "S" TO EP-OPER-ADMITIDA
010680     END-IF.
010690 3520-COTEJAR-OPERACION-EXIT.
010700     EXIT.
011130         MOVE EP-OPS-NUEVO TO EP-OPS-CONT (EP-OPS-IDX)
011140     END-IF.
011150 3530-CONTAR-OPER-DIA-EXIT.
011151     EXIT.
011152
011153******************************************************************
011154*    3600-VERIFICAR-VIGILANCIA
011155*    LA PERSONA ESTA EN LA LISTA DE VIGILANCIA (WATFILE) CON LA
011156*    VIGILANCIA EN VIGOR EN LA FECHA DE PROCESO: LA TRANSACCION
011157*    SE APARCA EN SUSFILE PARA QUE LA REVISE UN SUPERVISOR EN
011158*    ESTPSUS. LAS MISMAS EXCEPCIONES QUE EN 3500: ALTAS Y
011159*    TRANSACCIONES YA AUTORIZADAS.
011160******************************************************************
011161 3600-VERIFICAR-VIGILANCIA.
011162     SET EP-LIMITE-OK TO TRUE.
011163     IF TR-AUTORIZADA OR TR-ALTA
011164         OR NOT EP-WATFILE-ABIERTO-SI
011165         GO TO 3600-VERIFICAR-VIGILANCIA-EXIT
011166     END-IF.
011167     MOVE TR-NOMBRE TO WSV-NOMBRE.
011168     MOVE TR-APELLIDO TO WSV-APELLIDO.
011169     PERFORM 5400-LOCALIZAR-PERSONA
011170         THRU 5400-LOCALIZAR-PERSONA-EXIT.
011171     IF EP-PERSONA-NO
011172         GO TO 3600-VERIFICAR-VIGILANCIA-EXIT
011173     END-IF.
011174     MOVE PF-NUMERO TO WA-NUMERO.
011175     READ WATFILE
011176         INVALID KEY
011177             GO TO 3600-VERIFICAR-VIGILANCIA-EXIT
011178     END-READ.
011179     IF WA-FECHA-HASTA NOT < EP-PARM-FECHA-PROCESO
011180         SET EP-LIMITE-SUPERADO-SI TO TRUE
011181         MOVE "PERSONA EN LISTA DE VIGILANCIA"
011182             TO EP-MOTIVO-SUSPENSO
011183         MOVE "V1" TO EP-COD-SUSPENSO
011184     END-IF.
011185 3600-VERIFICAR-VIGILANCIA-EXIT.
011186     EXIT.
011187
011188******************************************************************
011190*    3950-SUSPENDER-TRANSACCION
011200*    APARCA LA TRANSACCION (CORRECTA DE FORMATO) EN SUSFILE CON
011210*    SU IMAGEN COMPLETA Y EL MOTIVO: EL CICLO DE LIBERACION
011950     MOVE WSV-NOMBRE TO SV-NOMBRE.
011960     MOVE TR-SVC-CODE TO SV-SVC-CODE.
011970     MOVE TR-OPER-CODE TO SV-OPER-CODE.
011973     MOVE SPACE TO SV-ANULACION.
011976     MOVE ZERO TO SV-REF-FECHA.
011980     WRITE SV-RECORD.
011990     ADD 1 TO EP-CONT-SERVICIOS.
012000 4500-REGISTRAR-SERVICIO-EXIT.
012720*    TRANSACCION: LOCALIZADA POR NUMERO, UNA CORRECCION DE
012730*    ORTOGRAFIA DEL APELLIDO/NOMBRE YA ES POSIBLE PORQUE EL
012740*    NOMBRE YA NO ES LA CLAVE PRIMARIA.
012745*    A UNA PERSONA CON DATOS BORRADOS NO SE LE PONE NOMBRE.
012750******************************************************************
012760 5200-CAMBIO-PERSONA.
012770     PERFORM 5400-LOCALIZAR-PERSONA
012780         THRU 5400-LOCALIZAR-PERSONA-EXIT.
012781     IF EP-PERSONA-SI AND PF-BORRADA
012782         DISPLAY "PERSONA " PF-NUMERO " CON DATOS BORRADOS - "
012783             "NO SE CAMBIA EL NOMBRE"
012784         GO TO 5200-CAMBIO-PERSONA-EXIT
012785     END-IF.
012790     IF EP-PERSONA-SI
012800         MOVE PF-RECORD TO EP-JN-ANTES
012810         MOVE WSV-APELLIDO TO PF-APELLIDO
013070*    DEVUELVE EL DE NUMERO MAS BAJO; CAPTURA DEBE INFORMAR EL
013080*    NUMERO PARA DESAMBIGUAR). DEJA EP-PERSONA-HALLADA Y, SI
013090*    HALLADA, WSV-NUMERO.
013095*    UNA PERSONA FUSIONADA SE SUSTITUYE POR SU SUPERVIVIENTE.
013100******************************************************************
013110 5400-LOCALIZAR-PERSONA.
013120     SET EP-PERSONA-NO TO TRUE.
013300                 SET EP-PERSONA-SI TO TRUE
013310         END-READ
013320     END-IF.
013322     IF EP-PERSONA-SI AND PF-FUSIONADA
013324         PERFORM 5450-TOMAR-SUPERVIVIENTE
013326             THRU 5450-TOMAR-SUPERVIVIENTE-EXIT
013328     END-IF.
013330     IF EP-PERSONA-SI
013340         MOVE PF-NUMERO TO WSV-NUMERO
013350     END-IF.
013360 5400-LOCALIZAR-PERSONA-EXIT.
013361     EXIT.
013362
013363 5450-TOMAR-SUPERVIVIENTE.
013364     DISPLAY "PERSONA " PF-NUMERO " FUSIONADA EN "
013365         PF-FUSIONADA-EN " - SE TOMA LA SUPERVIVIENTE".
013366     MOVE PF-FUSIONADA-EN TO PF-NUMERO.
013367     READ PERSFILE
013368         INVALID KEY
013369             DISPLAY "PERSONA NO ENCONTRADA - NUMERO "
013370                 PF-NUMERO
013371             SET EP-PERSONA-NO TO TRUE
013372     END-READ.
013373 5450-TOMAR-SUPERVIVIENTE-EXIT.
013374     EXIT.
013380
013390******************************************************************
013400*    5500-MANTENER-DOMICILIO
013410*    REGISTRO "D" DE TRANFILE: LOCALIZA A LA PERSONA (POR
013420*    NUMERO O POR LA CLAVE ALTERNATIVA DE NOMBRE) Y REGRABA SU
013430*    SEGMENTO DE DIRECCION. UNA PERSONA NO HALLADA SOLO DEJA
013436*    AVISO EN CONSOLA, COMO EL RESTO DEL MANTENIMIENTO. A UNA
013442*    PERSONA CON DATOS BORRADOS NO SE LE GRABA DOMICILIO.
013450******************************************************************
013460 5500-MANTENER-DOMICILIO.
013470     SET EP-PERSONA-NO TO TRUE.
013640             NOT INVALID KEY
013650                 SET EP-PERSONA-SI TO TRUE
013660         END-READ
013662     END-IF.
013664     IF EP-PERSONA-SI AND PF-FUSIONADA
013666         PERFORM 5450-TOMAR-SUPERVIVIENTE
013668             THRU 5450-TOMAR-SUPERVIVIENTE-EXIT
013669     END-IF.
013670     IF EP-PERSONA-SI AND PF-BORRADA
013671         DISPLAY "DOMICILIO - PERSONA " PF-NUMERO
013672             " CON DATOS BORRADOS - NO SE GRABA"
013673         GO TO 5500-MANTENER-DOMICILIO-EXIT
013674     END-IF.
013680     IF EP-PERSONA-SI
013690         MOVE PF-RECORD TO EP-JN-ANTES
013700         MOVE TRD-DIR-CALLE TO PF-DIR-CALLE
014160     MOVE WSV-NOMBRE TO AU-NOMBRE.
014170     MOVE TR-OPER-CODE TO AU-OPER-CODE.
014180     MOVE WSV-NUMERO TO AU-PERSONA-NUM.
014183     MOVE TR-SVC-CODE TO AU-SVC-CODE.
014186     MOVE SPACE TO AU-ANULACION.
014190     WRITE AU-RECORD.
014200     ADD 1 TO EP-CONT-AUDITORIA.
014210 6000-ESCRIBIR-AUDITORIA-EXIT.
014350     MOVE RESUL TO XT-RESUL.
014360     MOVE WSV-NUMERO TO XT-PERSONA-NUM.
014370     MOVE TR-OPER-CODE TO XT-OPER-CODE.
014372     MOVE SPACE TO XT-ANULACION.
014374     MOVE ZERO TO XT-REF-FECHA.
014376     MOVE ZERO TO XT-REF-HORA.
014380     WRITE XT-RECORD.
014390 7000-ESCRIBIR-EXTRACTO-EXIT.
014400     EXIT.
014600     MOVE EP-CONT-LEIDOS TO CK-ULT-REG-PROC.
014610     MOVE EP-PARM-FECHA-PROCESO TO CK-FECHA-PROCESO.
014620     MOVE EP-PARM-CORTE TO CK-CORTE.
014625     MOVE EP-PARM-PARTICION TO CK-PARTICION.
014630     MOVE EP-CONT-DETALLE TO CK-CONT-DETALLE.
014640     MOVE EP-CONT-PROCESADOS TO CK-CONT-PROCESADOS.
014650     MOVE EP-CONT-RECHAZADOS TO CK-CONT-RECHAZADOS.
014670     MOVE EP-HASH-NUM1 TO CK-HASH-NUM1.
014680     MOVE EP-HASH-NUM2 TO CK-HASH-NUM2.
014690     MOVE EP-CONT-SUSPENDIDOS TO CK-CONT-SUSPENDIDOS.
014695     MOVE EP-CONT-ALMACENADOS TO CK-CONT-ALMACENADOS.
014700 1950-LLENAR-CHECKPOINT-EXIT.
014710     EXIT.
014720
014832     PERFORM 8400-GRABAR-OPS-DIA
014834         THRU 8400-GRABAR-OPS-DIA-EXIT.
014840     CLOSE TRANFILE PERSFILE REJFILE CHKFILE AUDFILE XTRFILE
014850         BALFILE STAFILE SUSFILE SVCFILE JRNFILE ALMFILE.
014860     IF EP-LIMFILE-ABIERTO-SI
014870         CLOSE LIMFILE
014880     END-IF.
014882     IF EP-AUDIXF-ABIERTO-SI
014884         CLOSE AUDIXF
014885     END-IF.
014886     IF EP-WATFILE-ABIERTO-SI
014887         CLOSE WATFILE
014888     END-IF.
014890     DISPLAY "REGISTROS LEIDOS    : " EP-CONT-LEIDOS.
014900     DISPLAY "REGISTROS PROCESADOS: " EP-CONT-PROCESADOS.
014910     DISPLAY "REGISTROS RECHAZADOS: " EP-CONT-RECHAZADOS.
014920     DISPLAY "REGISTROS SUSPENDIDOS: " EP-CONT-SUSPENDIDOS.
014925     DISPLAY "REGISTROS ALMACENADOS: " EP-CONT-ALMACENADOS.
014930     DISPLAY "SERVICIOS REGISTRADOS: " EP-CONT-SERVICIOS.
014940     DISPLAY "DOMICILIOS APLICADOS : " EP-CONT-DOMICILIOS.
014943     DISPLAY "ANULACIONES APLICADAS: " EP-CONT-ANULACIONES.
014946     DISPLAY "SERVICIOS ANULADOS   : " EP-CONT-SVC-ANULADOS.
014950 8000-TERMINAR-EXIT.
014960     EXIT.
014970
014990*    8100-VERIFICAR-BALANCE
015000*    CUADRE DEL LOTE CONTRA LOS REGISTROS DE CONTROL: DETALLE
015010*    LEIDO = CONTADOR DEL TRAILER, TOTALES HASH DE NUM1/NUM2 Y
015016*    DETALLE = PROCESADOS + RECHAZADOS + SUSPENDIDOS +
015022*    ALMACENADOS POR FECHA VALOR. SE GRABA EN
015030*    BALFILE PARA LA HOJA DE PRUEBA DE ESTPBAL Y UN LOTE
015040*    DESCUADRADO TERMINA CON RETURN-CODE 8 PARA QUE NO CORRAN
015050*    LOS PASOS POSTERIORES.
015250         END-IF
015260     END-IF.
015270     ADD EP-CONT-PROCESADOS EP-CONT-RECHAZADOS
015280         EP-CONT-SUSPENDIDOS EP-CONT-ALMACENADOS
015290         GIVING EP-CONT-CUADRE.
015300     IF EP-CONT-CUADRE NOT = EP-CONT-DETALLE
015310         DISPLAY "DETALLE NO CUADRA CON PROC+RECH+SUSP+ALM"
015320         SET EP-BALANCE-ERROR-SI TO TRUE
015330     END-IF.
015340     MOVE EP-PARM-FECHA-PROCESO TO BL-FECHA-PROCESO.
015380     MOVE EP-CONT-PROCESADOS TO BL-CONT-PROCESADOS.
015390     MOVE EP-CONT-RECHAZADOS TO BL-CONT-RECHAZADOS.
015400     MOVE EP-CONT-SUSPENDIDOS TO BL-CONT-SUSPENDIDOS.
015405     MOVE EP-CONT-ALMACENADOS TO BL-CONT-ALMACENADOS.
015410     MOVE EP-CONT-AUDITORIA TO BL-CONT-AUDITORIA.
015420     MOVE EP-HASH-NUM1 TO BL-HASH-NUM1.
015430     MOVE EP-HASH-NUM2 TO BL-HASH-NUM2.
015470     MOVE EP-TRT-HASH-NUM1 TO BL-TRT-HASH-NUM1.
015480     MOVE EP-TRT-HASH-NUM2 TO BL-TRT-HASH-NUM2.
015490     MOVE EP-REINICIO-ACTIVO TO BL-REINICIO.
015495     MOVE EP-PARM-PARTICION TO BL-PARTICION.
015500     IF EP-BALANCE-ERROR-SI
015510         SET BL-BALANCE-MAL TO TRUE
015520     ELSE
015900     MOVE EP-HORA-SISTEMA TO ST-HORA-INICIO.
015910     MOVE EP-HORA-FIN TO ST-HORA-FIN.
015920     MOVE EP-CONT-SUSPENDIDOS TO ST-CONT-SUSPENDIDOS.
015925     MOVE EP-CONT-ALMACENADOS TO ST-CONT-ALMACENADOS.
015927     MOVE EP-PARM-PARTICION TO ST-PARTICION.
015930     WRITE ST-RECORD.
015940 8200-GRABAR-ESTADISTICA-EXIT.
015950     EXIT.
015990*    ANOTA EN BIDFILE LOS LOTES DE ESTA CORRIDA CON LA FECHA DE
016000*    PROCESO Y LOS CONTADORES FINALES, SOLO CUANDO EL LOTE
016010*    TERMINO CUADRADO: UN LOTE DESCUADRADO SE VUELVE A CORRER
016016*    Y NO DEBE QUEDAR VETADO EN EL REGISTRO. EN UNA PARTICION NO
016022*    SE REGISTRA NADA: LO HACE ESTPMRG CON EL CORTE ENTERO.
016030******************************************************************
016040 8300-REGISTRAR-LOTES.
016050     IF EP-BALANCE-ERROR-SI OR EP-CONT-LOTES = ZERO
016055         OR EP-PARTICION-SI
016060         GO TO 8300-REGISTRAR-LOTES-EXIT
016070     END-IF.
016080     OPEN EXTEND BIDFILE.
016798*    TOPE DIARIO SOBRE EL DIA ENTERO. UNA CORRIDA ABORTADA NO
016800*    LLEGA AQUI Y NO ANOTA NADA (MISMA SUERTE QUE EL RESTO DE
016802*    SALIDAS DE CIERRE).
016803*    UNA PARTICION NO TOCA EL OPSFILE FECHADO, QUE LEEN A LA VEZ
016804*    LAS DEMAS: DEJA SUS LINEAS EN OPSPAR (SIEMPRE SE ABRE, AUNQUE
016805*    QUEDE VACIO) Y ESTPMRG LAS ANADE AL TERMINAR EL CORTE.
016806******************************************************************
016807 8400-GRABAR-OPS-DIA.
016808     IF EP-OPS-CONT-PERS = ZERO AND NOT EP-PARTICION-SI
016810         GO TO 8400-GRABAR-OPS-DIA-EXIT
016812     END-IF.
016813     IF EP-PARTICION-SI
016814         OPEN OUTPUT OPSPAR
016815         IF EP-OPSPAR-STATUS NOT = "00"
016816             DISPLAY "ERROR AL ABRIR OPSPAR - STATUS "
016817                 EP-OPSPAR-STATUS
016818             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
016819         END-IF
016820     ELSE
016821         OPEN EXTEND OPSFILE
016822         IF EP-OPSFILE-STATUS NOT = "00"
016823             OPEN OUTPUT OPSFILE
016824         END-IF
016825         IF EP-OPSFILE-STATUS NOT = "00"
016826             DISPLAY "ERROR AL ABRIR OPSFILE - STATUS "
016827                 EP-OPSFILE-STATUS
016828             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
016829         END-IF
016830     END-IF.
016832     PERFORM 8410-GRABAR-OPS-PERSONA
016834         THRU 8410-GRABAR-OPS-PERSONA-EXIT
016836         VARYING EP-OPS-IDX FROM 1 BY 1
016838         UNTIL EP-OPS-IDX > EP-OPS-CONT-PERS.
016839     IF EP-PARTICION-SI
016840         CLOSE OPSPAR
016841     ELSE
016842         CLOSE OPSFILE
016843     END-IF.
016844 8400-GRABAR-OPS-DIA-EXIT.
016845     EXIT.
016846
016848 8410-GRABAR-OPS-PERSONA.
016850     IF EP-OPS-CONT (EP-OPS-IDX) NOT >
016852         EP-OPS-INI (EP-OPS-IDX)
016854         GO TO 8410-GRABAR-OPS-PERSONA-EXIT
016856     END-IF.
016858     MOVE SPACES TO EP-OPS-LINEA.
016860     MOVE EP-PARM-FECHA-PROCESO TO EP-OL-FECHA.
016862     MOVE EP-PARM-CORTE TO EP-OL-CORTE.
016864     MOVE EP-OPS-NUMERO (EP-OPS-IDX) TO EP-OL-NUMERO.
016866     SUBTRACT EP-OPS-INI (EP-OPS-IDX)
016868         FROM EP-OPS-CONT (EP-OPS-IDX)
016869         GIVING EP-OL-CONT.
016870     IF EP-PARTICION-SI
016871         WRITE EP-OPSPAR-REG FROM EP-OPS-LINEA
016872     ELSE
016873         WRITE OP-RECORD FROM EP-OPS-LINEA
016874     END-IF.
016875 8410-GRABAR-OPS-PERSONA-EXIT.
016876     EXIT.
016878
016880******************************************************************
016890*    2700-TRATAR-ANULACION
016900*    REGISTRO "X" DE TRANFILE: ANULA UNA OPERACION YA
016910*    CONTABILIZADA. LA ORIGINAL SE BUSCA EN EL INDICE AUDIXF
016920*    (APELLIDO+NOMBRE+FECHA+HORA) Y SE COTEJA EL NUMERO DE
016930*    PERSONA. SE MARCA ANULADA EN EL INDICE Y SE GRABAN EL
016940*    ASIENTO COMPENSATORIO EN AUDFILE (RESULTADO CON SIGNO
016950*    CONTRARIO), LA LINEA DE ANULACION EN XTRFILE Y, SI LA
016960*    ORIGINAL USO UN SERVICIO, EL USO ANULADO EN SVCFILE PARA
016970*    QUE ESTPFAC NO LO FACTURE. ORIGINAL INEXISTENTE VA A
016980*    REJFILE CON MOTIVO 06 Y ORIGINAL YA ANULADA CON MOTIVO 07.
016990*    CUENTA COMO DETALLE (PROCESADA O RECHAZADA) PARA EL CUADRE
017000*    CONTRA EL TRAILER, PERO NO EN LOS TOTALES HASH.
017010*    UNA OPERACION DE HOY NO ESTA AUN EN AUDIXF (LO CARGA ESTPAIX
017020*    AL CIERRE DEL DIA): SU ANULACION SE RECHAZA CON MOTIVO 06.
017030******************************************************************
017040 2700-TRATAR-ANULACION.
017050     IF EP-REINICIO-SI
017060         AND EP-CONT-LEIDOS NOT > EP-ULT-REG-REINICIO
017070         GO TO 2700-TRATAR-ANULACION-EXIT
017080     END-IF.
017090     ADD 1 TO EP-CONT-DETALLE.
017100     PERFORM 2710-VALIDAR-ANULACION
017110         THRU 2710-VALIDAR-ANULACION-EXIT.
017120     IF EP-ANULACION-ERROR-SI
017130         PERFORM 3900-RECHAZAR-TRANSACCION
017140             THRU 3900-RECHAZAR-TRANSACCION-EXIT
017150     ELSE
017160         PERFORM 2730-APLICAR-ANULACION
017170             THRU 2730-APLICAR-ANULACION-EXIT
017180         ADD 1 TO EP-CONT-PROCESADOS
017190     END-IF.
017200     PERFORM 1900-GRABAR-CHECKPOINT
017210         THRU 1900-GRABAR-CHECKPOINT-EXIT.
017220 2700-TRATAR-ANULACION-EXIT.
017230     EXIT.
017240
017250 2710-VALIDAR-ANULACION.
017260     SET EP-ANULACION-OK TO TRUE.
017270     MOVE "06" TO EP-COD-RECHAZO.
017280     IF TRX-PERSONA-NUM NOT NUMERIC
017290         OR TRX-PERSONA-NUM = ZEROES
017300         OR TRX-FECHA-ORIGEN NOT NUMERIC
017310         OR TRX-HORA-ORIGEN NOT NUMERIC
017320         MOVE "ANULACION MAL REFERENCIADA" TO EP-MOTIVO-RECHAZO
017330         SET EP-ANULACION-ERROR-SI TO TRUE
017340         GO TO 2710-VALIDAR-ANULACION-EXIT
017350     END-IF.
017360     IF TRX-SECUENCIA = SPACES
017370         MOVE ZERO TO EP-AN-SECUENCIA
017380     ELSE
017390         IF TRX-SECUENCIA NUMERIC
017400             MOVE TRX-SECUENCIA TO EP-AN-SECUENCIA
017410         ELSE
017420             MOVE "ANULACION MAL REFERENCIADA"
017430                 TO EP-MOTIVO-RECHAZO
017440             SET EP-ANULACION-ERROR-SI TO TRUE
017450             GO TO 2710-VALIDAR-ANULACION-EXIT
017460         END-IF
017470     END-IF.
017480     IF NOT EP-AUDIXF-ABIERTO-SI
017490         MOVE "INDICE AUDIXF NO DISPONIBLE" TO EP-MOTIVO-RECHAZO
017500         SET EP-ANULACION-ERROR-SI TO TRUE
017510         GO TO 2710-VALIDAR-ANULACION-EXIT
017520     END-IF.
017530     MOVE TRX-PERSONA-NUM TO EP-AN-PERSONA.
017540     MOVE TRX-FECHA-ORIGEN TO EP-AN-FECHA.
017550     MOVE TRX-HORA-ORIGEN TO EP-AN-HORA.
017560     MOVE TRX-PERSONA-NUM TO PF-NUMERO.
017570     READ PERSFILE
017580         INVALID KEY
017590             MOVE "PERSONA DE ANULACION NO EXISTE"
017600                 TO EP-MOTIVO-RECHAZO
017610             SET EP-ANULACION-ERROR-SI TO TRUE
017620             GO TO 2710-VALIDAR-ANULACION-EXIT
017630     END-READ.
017631*    SI LA PERSONA SE FUSIONO, SUS ENTRADAS DEL INDICE PASARON A
017632*    LA SUPERVIVIENTE (ESTPFUS) CON SU NUMERO Y SU NOMBRE: SE
017633*    BUSCA LA OPERACION POR LA SUPERVIVIENTE.
017634     IF PF-FUSIONADA
017635         DISPLAY "PERSONA " PF-NUMERO " FUSIONADA EN "
017636             PF-FUSIONADA-EN " - SE ANULA EN LA SUPERVIVIENTE"
017637         MOVE PF-FUSIONADA-EN TO PF-NUMERO
017638         READ PERSFILE
017639             INVALID KEY
017640                 MOVE "PERSONA DE ANULACION NO EXISTE"
017641                     TO EP-MOTIVO-RECHAZO
017642                 SET EP-ANULACION-ERROR-SI TO TRUE
017643                 GO TO 2710-VALIDAR-ANULACION-EXIT
017644         END-READ
017645         MOVE PF-NUMERO TO EP-AN-PERSONA
017646     END-IF.
017647*    LA CLAVE DEL INDICE LLEVA EL NOMBRE CON QUE SE GRABO LA
017653*    OPERACION; SI EL REGISTRO "X" NO LO TRAE, O SI LA PERSONA
017659*    SE FUSIONO, SE TOMA EL DEL MAESTRO.
017665     IF (TRX-APELLIDO = SPACES AND TRX-NOMBRE = SPACES)
017671        OR EP-AN-PERSONA NOT = TRX-PERSONA-NUM
017680         MOVE PF-APELLIDO TO EP-AN-APELLIDO
017690         MOVE PF-NOMBRE TO EP-AN-NOMBRE
017700     ELSE
017710         MOVE TRX-APELLIDO TO EP-AN-APELLIDO
017720         MOVE TRX-NOMBRE TO EP-AN-NOMBRE
017730     END-IF.
017740     MOVE "N" TO EP-FIN-AUDIXF.
017750     MOVE "N" TO EP-ORIGEN-HALLADO.
017760     MOVE "N" TO EP-ORIGEN-ANULADO.
017770     MOVE EP-AN-APELLIDO TO AX-APELLIDO.
017780     MOVE EP-AN-NOMBRE TO AX-NOMBRE.
017790     MOVE EP-AN-FECHA TO AX-FECHA.
017800     MOVE EP-AN-HORA TO AX-HORA.
017810     MOVE EP-AN-SECUENCIA TO AX-SECUENCIA.
017820     START AUDIXF KEY IS NOT < AX-CLAVE
017830         INVALID KEY
017840             SET EP-FIN-AUDIXF-SI TO TRUE
017850     END-START.
017860     PERFORM 2720-LEER-AUDIXF
017870         THRU 2720-LEER-AUDIXF-EXIT
017880         UNTIL EP-FIN-AUDIXF-SI OR EP-ORIGEN-SI.
017890     IF EP-ORIGEN-SI
017900         GO TO 2710-VALIDAR-ANULACION-EXIT
017910     END-IF.
017920     SET EP-ANULACION-ERROR-SI TO TRUE.
017930     IF EP-ORIGEN-ANULADO-SI
017940         MOVE "07" TO EP-COD-RECHAZO
017950         MOVE "OPERACION ORIGINAL YA ANULADA" TO EP-MOTIVO-RECHAZO
017960     ELSE
017970         MOVE "OPERACION ORIGINAL NO EXISTE" TO EP-MOTIVO-RECHAZO
017980     END-IF.
017990 2710-VALIDAR-ANULACION-EXIT.
018000     EXIT.
018010
018020*    RECORRE LAS ENTRADAS DEL INDICE CON EL MISMO NOMBRE Y LA
018030*    MISMA FECHA/HORA (Y SECUENCIA, SI SE DIO) BUSCANDO UNA
018040*    OPERACION DE LA PERSONA QUE NO SEA ELLA MISMA UNA ANULACION
018050*    NI ESTE YA ANULADA.
018060 2720-LEER-AUDIXF.
018070     READ AUDIXF NEXT RECORD
018080         AT END
018090             SET EP-FIN-AUDIXF-SI TO TRUE
018100             GO TO 2720-LEER-AUDIXF-EXIT
018110     END-READ.
018120     IF AX-APELLIDO NOT = EP-AN-APELLIDO
018130         OR AX-NOMBRE NOT = EP-AN-NOMBRE
018140         OR AX-FECHA NOT = EP-AN-FECHA
018150         OR AX-HORA NOT = EP-AN-HORA
018160         SET EP-FIN-AUDIXF-SI TO TRUE
018170         GO TO 2720-LEER-AUDIXF-EXIT
018180     END-IF.
018190     IF EP-AN-SECUENCIA NOT = ZERO
018200         AND AX-SECUENCIA NOT = EP-AN-SECUENCIA
018210         SET EP-FIN-AUDIXF-SI TO TRUE
018220         GO TO 2720-LEER-AUDIXF-EXIT
018230     END-IF.
018240     IF AX-PERSONA-NUM NOT = EP-AN-PERSONA
018250         OR AX-ES-ANULACION
018260         GO TO 2720-LEER-AUDIXF-EXIT
018270     END-IF.
018280     IF AX-ANULADA-SI
018290         SET EP-ORIGEN-ANULADO-SI TO TRUE
018300         GO TO 2720-LEER-AUDIXF-EXIT
018310     END-IF.
018320     SET EP-ORIGEN-SI TO TRUE.
018330 2720-LEER-AUDIXF-EXIT.
018340     EXIT.
018350
018360*    EL REGISTRO DEL INDICE QUEDA EN EL AREA AX-RECORD: SE MARCA
018370*    LA ORIGINAL Y SE COMPENSA CON SUS MISMOS DATOS.
018380 2730-APLICAR-ANULACION.
018390     SET AX-ANULADA-SI TO TRUE.
018400     MOVE EP-PARM-FECHA-PROCESO TO AX-FECHA-ANULACION.
018410     REWRITE AX-RECORD
018420         INVALID KEY
018430             DISPLAY "ERROR AL MARCAR AUDIXF - STATUS "
018440                 EP-AUDIXF-STATUS
018450             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
018460     END-REWRITE.
018470     MOVE AX-NUM1 TO NUM1.
018480     MOVE AX-NUM2 TO NUM2.
018490     SUBTRACT AX-RESUL FROM ZERO GIVING RESUL.
018500     MOVE AX-APELLIDO TO WSV-APELLIDO.
018510     MOVE AX-NOMBRE TO WSV-NOMBRE.
018520     MOVE AX-PERSONA-NUM TO WSV-NUMERO.
018530
018540     MOVE EP-PARM-FECHA-PROCESO TO AU-FECHA.
018550     MOVE EP-HORA-SISTEMA TO AU-HORA.
018560     MOVE NUM1 TO AU-NUM1.
018570     MOVE NUM2 TO AU-NUM2.
018580     MOVE RESUL TO AU-RESUL.
018590     MOVE WSV-APELLIDO TO AU-APELLIDO.
018600     MOVE WSV-NOMBRE TO AU-NOMBRE.
018610     MOVE AX-OPER-CODE TO AU-OPER-CODE.
018620     MOVE WSV-NUMERO TO AU-PERSONA-NUM.
018630     MOVE AX-SVC-CODE TO AU-SVC-CODE.
018640     SET AU-ES-ANULACION TO TRUE.
018650     WRITE AU-RECORD.
018660     ADD 1 TO EP-CONT-AUDITORIA.
018670
018680     MOVE WSV-APELLIDO TO XT-APELLIDO.
018690     MOVE WSV-NOMBRE TO XT-NOMBRE.
018700     MOVE NUM1 TO XT-NUM1.
018710     MOVE NUM2 TO XT-NUM2.
018720     MOVE RESUL TO XT-RESUL.
018730     MOVE WSV-NUMERO TO XT-PERSONA-NUM.
018740     MOVE AX-OPER-CODE TO XT-OPER-CODE.
018750     SET XT-ES-ANULACION TO TRUE.
018760     MOVE AX-FECHA TO XT-REF-FECHA.
018770     MOVE AX-HORA TO XT-REF-HORA.
018780     WRITE XT-RECORD.
018790
018800     IF AX-SVC-CODE = "1" OR "2" OR "3" OR "4"
018810         MOVE EP-PARM-FECHA-PROCESO TO SV-FECHA
018820         MOVE EP-HORA-SISTEMA TO SV-HORA
018830         MOVE WSV-NUMERO TO SV-PERSONA-NUM
018840         MOVE WSV-APELLIDO TO SV-APELLIDO
018850         MOVE WSV-NOMBRE TO SV-NOMBRE
018860         MOVE AX-SVC-CODE TO SV-SVC-CODE
018870         MOVE AX-OPER-CODE TO SV-OPER-CODE
018880         SET SV-ES-ANULACION TO TRUE
018890         MOVE AX-FECHA TO SV-REF-FECHA
018900         WRITE SV-RECORD
018910         ADD 1 TO EP-CONT-SVC-ANULADOS
018920     END-IF.
018930     ADD 1 TO EP-CONT-ANULACIONES.
018940     DISPLAY "OPERACION ANULADA: PERSONA " WSV-NUMERO
018950         " FECHA " AX-FECHA " HORA " AX-HORA.
018960 2730-APLICAR-ANULACION-EXIT.
018970     EXIT.
018980
018990 9999-ABEND.
019000     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
019010     STOP RUN.
019020 9999-ABEND-EXIT.
019030     EXIT.
019040
019050 END PROGRAM ESTOY_PROBANDO.

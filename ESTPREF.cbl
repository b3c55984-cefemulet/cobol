000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Mantenimiento de los datos de referencia: versiones de
000070*          limites por persona (LIMFILE) y lineas de tarifa por
000080*          servicio (TARFILE), con fecha de efecto para poder
000090*          teclear un cambio por adelantado:
000100*          - LIMFILE: clave numero de persona + fecha desde; en
000110*            cada fecha de proceso ESTOY_PROBANDO aplica la
000120*            version vigente.
000130*          - TARFILE: clave servicio + mes desde; ESTPFAC aplica
000140*            la linea en vigor en el mes que factura.
000150*          Acciones: A alta de una version/linea nueva, C cambio
000160*          de sus valores, B baja (se le pone fecha o mes hasta;
000170*          nada se borra). Dos modos segun el PARM: dialogo por
000180*          consola, al estilo de la captura ESTPCAP, o lote de
000190*          cambios MNTFILE. Ambos validan igual y cada cambio
000200*          aplicado deja en el historico RFHFILE las imagenes de
000210*          antes y despues, para el informe diario ESTPRFL.
000220*          TARFILE es secuencial: se carga entero en memoria y
000230*          se escribe completo en TAROUT, con el que el JCL lo
000240*          recompone.
000250* Tectonics: cobc
000260*
000270* Modification history:
000280*   15/10/2026  CM  CREACION INICIAL DEL MANTENIMIENTO DE LIMITES
000290*                   Y TARIFAS.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ESTPREF.
000330 AUTHOR. CEFERINO MULET.
000340 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000350 DATE-WRITTEN. 15/10/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-370.
000410 OBJECT-COMPUTER. IBM-370.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PERSFILE ASSIGN TO "PERSFILE"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS PF-NUMERO
000490         ALTERNATE RECORD KEY IS PF-NOMBRE-CLAVE
000500             WITH DUPLICATES
000510         FILE STATUS IS RF-PERSFILE-STATUS.
000520
000530     SELECT LIMFILE ASSIGN TO "LIMFILE"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS LM-CLAVE
000570         FILE STATUS IS RF-LIMFILE-STATUS.
000580
000590     SELECT TARFILE ASSIGN TO "TARFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS RF-TARFILE-STATUS.
000620
000630     SELECT TAROUT ASSIGN TO "TAROUT"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS RF-TAROUT-STATUS.
000660
000670     SELECT MNTFILE ASSIGN TO "MNTFILE"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS RF-MNTFILE-STATUS.
000700
000710     SELECT RFHFILE ASSIGN TO "RFHFILE"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS RF-RFHFILE-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PERSFILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY persrec.
000800
000810 FD  LIMFILE
000820     LABEL RECORDS ARE STANDARD.
000830     COPY limrec.
000840
000850 FD  TARFILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY tarrec.
000890
000900 FD  TAROUT
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD.
000930 01  RF-TAROUT-REGISTRO         PIC X(80).
000940
000950 FD  MNTFILE
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE STANDARD.
000980     COPY mntrec.
000990
001000 FD  RFHFILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030     COPY rfhrec.
001040
001050 WORKING-STORAGE SECTION.
001060*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD
001070*    (BLANCO = FECHA DEL SISTEMA); 10 MODO: "B" LOTE DE CAMBIOS
001080*    MNTFILE, CUALQUIER OTRO VALOR DIALOGO POR CONSOLA.
001090 01  RF-PARAMETROS.
001100     05  RF-LINEA-PARM          PIC X(80) VALUE SPACES.
001110     05  RF-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
001120     05  RF-PARM-MODO           PIC X(01) VALUE SPACE.
001130         88  RF-MODO-LOTE           VALUE "B".
001140     05  RF-MES-PROCESO         PIC 9(06) VALUE ZEROES.
001150
001160 01  RF-SWITCHES.
001170     05  RF-FIN-CAMBIOS         PIC X(01) VALUE "N".
001180         88  RF-FIN-CAMBIOS-SI      VALUE "S".
001190     05  RF-FIN-TARFILE         PIC X(01) VALUE "N".
001200         88  RF-FIN-TARFILE-SI      VALUE "S".
001210     05  RF-CAMBIO-VALIDO       PIC X(01) VALUE "S".
001220         88  RF-VALIDO-SI           VALUE "S".
001230         88  RF-VALIDO-NO           VALUE "N".
001240     05  RF-LIMITE-HALLADO      PIC X(01) VALUE "N".
001250         88  RF-LIMITE-SI           VALUE "S".
001260     05  RF-TARIFA-HALLADA      PIC X(01) VALUE "N".
001270         88  RF-TARIFA-SI           VALUE "S".
001280     05  RF-FECHA-CORRECTA      PIC X(01) VALUE "N".
001290         88  RF-FECHA-OK            VALUE "S".
001300
001310 01  RF-FILE-STATUS.
001320     05  RF-PERSFILE-STATUS     PIC X(02) VALUE "00".
001330     05  RF-LIMFILE-STATUS      PIC X(02) VALUE "00".
001340     05  RF-TARFILE-STATUS      PIC X(02) VALUE "00".
001350     05  RF-TAROUT-STATUS       PIC X(02) VALUE "00".
001360     05  RF-MNTFILE-STATUS      PIC X(02) VALUE "00".
001370     05  RF-RFHFILE-STATUS      PIC X(02) VALUE "00".
001380
001390 01  RF-CONTADORES.
001400     05  RF-CONT-LEIDOS         PIC 9(07) COMP VALUE ZERO.
001410     05  RF-CONT-APLICADOS      PIC 9(07) COMP VALUE ZERO.
001420     05  RF-CONT-RECHAZADOS     PIC 9(07) COMP VALUE ZERO.
001430     05  RF-CONT-DESCARTADOS    PIC 9(07) COMP VALUE ZERO.
001440     05  RF-CONT-ALTAS          PIC 9(07) COMP VALUE ZERO.
001450     05  RF-CONT-CAMBIOS        PIC 9(07) COMP VALUE ZERO.
001460     05  RF-CONT-BAJAS          PIC 9(07) COMP VALUE ZERO.
001470     05  RF-CONT-TAR-ESCRITAS   PIC 9(07) COMP VALUE ZERO.
001480
001490 01  RF-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
001500 01  RF-OPERADOR                PIC X(08) VALUE SPACES.
001510 01  RF-MOTIVO                  PIC X(30) VALUE SPACES.
001520 01  RF-ENT-CONFIRMA            PIC X(01) VALUE SPACE.
001530
001540*    FECHA AAAAMMDD O MES AAAAMM (CON DIA 01) QUE SE VALIDA.
001550 01  RF-FECHA-VALIDAR           PIC 9(08) VALUE ZERO.
001560 01  RF-FECHA-VALIDAR-R REDEFINES RF-FECHA-VALIDAR.
001570     05  RF-FV-ANO              PIC 9(04).
001580     05  RF-FV-MES              PIC 9(02).
001590     05  RF-FV-DIA              PIC 9(02).
001600
001610*    CLAVE E IMAGENES DE ANTES/DESPUES DEL CAMBIO EN CURSO PARA
001620*    EL HISTORICO (IMAGEN DE ANTES EN BLANCO EN UN ALTA).
001630 01  RF-HISTORIA.
001640     05  RF-CLAVE               PIC X(14).
001650     05  RF-IMAGEN-ANTES        PIC X(80).
001660     05  RF-IMAGEN-DESPUES      PIC X(80).
001670
001680*    TARFILE ENTERO EN MEMORIA: CADA ENTRADA ES LA IMAGEN DE UN
001690*    TA-RECORD, CON LOS MESES DE VIGENCIA EN BLANCO DE LAS
001700*    LINEAS ANTIGUAS PASADOS A CERO.
001710 01  RF-TABLA-TARIFAS.
001720     05  RF-CONT-TARIFAS        PIC 9(04) COMP VALUE ZERO.
001730     05  RF-MAX-TARIFAS         PIC 9(04) COMP VALUE 50.
001740     05  RF-TAR-ENT OCCURS 50 TIMES
001750             INDEXED BY RF-TAR-IDX.
001760         10  RF-TAR-SVC         PIC X(01).
001770         10  RF-TAR-DESC        PIC X(20).
001780         10  RF-TAR-PRECIO      PIC 9(05)V9(02).
001790         10  RF-TAR-DESDE       PIC 9(06).
001800         10  RF-TAR-HASTA       PIC 9(06).
001810         10  FILLER             PIC X(40).
001820
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     PERFORM 1000-INICIALIZAR
001860         THRU 1000-INICIALIZAR-EXIT.
001870     IF RF-MODO-LOTE
001880         PERFORM 2000-LEER-CAMBIO
001890             THRU 2000-LEER-CAMBIO-EXIT
001900             UNTIL RF-FIN-CAMBIOS-SI
001910     ELSE
001920         PERFORM 2500-PEDIR-CAMBIO
001930             THRU 2500-PEDIR-CAMBIO-EXIT
001940             UNTIL RF-FIN-CAMBIOS-SI
001950     END-IF.
001960     PERFORM 8000-TERMINAR
001970         THRU 8000-TERMINAR-EXIT.
001980     STOP RUN.
001990
002000******************************************************************
002010*    1000-INICIALIZAR
002020*    ABRE FICHEROS Y CARGA TARFILE EN LA TABLA. MNTFILE SOLO SE
002030*    ABRE EN MODO LOTE; EN MODO CONSOLA SE PIDE EL OPERADOR, QUE
002040*    QUEDA EN EL HISTORICO DE CADA CAMBIO DE LA SESION.
002050******************************************************************
002060 1000-INICIALIZAR.
002070     ACCEPT RF-LINEA-PARM FROM COMMAND-LINE.
002080     IF RF-LINEA-PARM(1:8) = SPACES
002090         ACCEPT RF-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
002100     ELSE
002110         MOVE RF-LINEA-PARM(1:8) TO RF-PARM-FECHA-PROCESO
002120     END-IF.
002130     MOVE RF-LINEA-PARM(10:1) TO RF-PARM-MODO.
002140     MOVE RF-PARM-FECHA-PROCESO(1:6) TO RF-MES-PROCESO.
002150     OPEN INPUT PERSFILE.
002160     IF RF-PERSFILE-STATUS NOT = "00"
002170         DISPLAY "ERROR AL ABRIR PERSFILE - STATUS "
002180             RF-PERSFILE-STATUS
002190         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002200     END-IF.
002210     OPEN I-O LIMFILE.
002220     IF RF-LIMFILE-STATUS NOT = "00"
002230         DISPLAY "ERROR AL ABRIR LIMFILE - STATUS "
002240             RF-LIMFILE-STATUS
002250         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002260     END-IF.
002270     OPEN INPUT TARFILE.
002280     IF RF-TARFILE-STATUS NOT = "00"
002290         DISPLAY "ERROR AL ABRIR TARFILE - STATUS "
002300             RF-TARFILE-STATUS
002310         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002320     END-IF.
002330     PERFORM 1100-CARGAR-TARIFAS
002340         THRU 1100-CARGAR-TARIFAS-EXIT
002350         UNTIL RF-FIN-TARFILE-SI.
002360     CLOSE TARFILE.
002370     OPEN OUTPUT TAROUT.
002380     IF RF-TAROUT-STATUS NOT = "00"
002390         DISPLAY "ERROR AL ABRIR TAROUT - STATUS "
002400             RF-TAROUT-STATUS
002410         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002420     END-IF.
002430*    RFHFILE ES ACUMULATIVO, COMO EL JOURNAL DEL MAESTRO.
002440     OPEN EXTEND RFHFILE.
002450     IF RF-RFHFILE-STATUS NOT = "00"
002460         OPEN OUTPUT RFHFILE
002470     END-IF.
002480     IF RF-RFHFILE-STATUS NOT = "00"
002490         DISPLAY "ERROR AL ABRIR RFHFILE - STATUS "
002500             RF-RFHFILE-STATUS
002510         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002520     END-IF.
002530     IF RF-MODO-LOTE
002540         OPEN INPUT MNTFILE
002550         IF RF-MNTFILE-STATUS NOT = "00"
002560             DISPLAY "ERROR AL ABRIR MNTFILE - STATUS "
002570                 RF-MNTFILE-STATUS
002580             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002590         END-IF
002600         GO TO 1000-INICIALIZAR-EXIT
002610     END-IF.
002620     DISPLAY "MANTENIMIENTO DE LIMITES Y TARIFAS - FECHA "
002630         RF-PARM-FECHA-PROCESO.
002640     DISPLAY "OPERADOR?".
002650     ACCEPT RF-OPERADOR FROM CONSOLE.
002660     IF RF-OPERADOR = SPACES
002670         MOVE "CONSOLA" TO RF-OPERADOR
002680     END-IF.
002690 1000-INICIALIZAR-EXIT.
002700     EXIT.
002710
002720 1100-CARGAR-TARIFAS.
002730     READ TARFILE
002740         AT END
002750             SET RF-FIN-TARFILE-SI TO TRUE
002760             GO TO 1100-CARGAR-TARIFAS-EXIT
002770     END-READ.
002780     IF RF-CONT-TARIFAS NOT < RF-MAX-TARIFAS
002790         DISPLAY "TABLA DE TARIFAS LLENA - TARFILE NO CABE"
002800         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002810     END-IF.
002820     ADD 1 TO RF-CONT-TARIFAS.
002830     SET RF-TAR-IDX TO RF-CONT-TARIFAS.
002840     MOVE TA-RECORD TO RF-TAR-ENT (RF-TAR-IDX).
002850     IF TA-MES-DESDE NOT NUMERIC
002860         MOVE ZERO TO RF-TAR-DESDE (RF-TAR-IDX)
002870     END-IF.
002880     IF TA-MES-HASTA NOT NUMERIC
002890         MOVE ZERO TO RF-TAR-HASTA (RF-TAR-IDX)
002900     END-IF.
002910 1100-CARGAR-TARIFAS-EXIT.
002920     EXIT.
002930
002940******************************************************************
002950*    2000-LEER-CAMBIO
002960*    MODO LOTE: UN REGISTRO DE MNTFILE POR ITERACION. SIN
002970*    OPERADOR EN EL REGISTRO QUEDA "LOTE" EN EL HISTORICO.
002980******************************************************************
002990 2000-LEER-CAMBIO.
003000     READ MNTFILE
003010         AT END
003020             SET RF-FIN-CAMBIOS-SI TO TRUE
003030             GO TO 2000-LEER-CAMBIO-EXIT
003040     END-READ.
003050     ADD 1 TO RF-CONT-LEIDOS.
003060     IF MT-OPERADOR = SPACES
003070         MOVE "LOTE" TO MT-OPERADOR
003080     END-IF.
003090     PERFORM 3000-APLICAR-CAMBIO
003100         THRU 3000-APLICAR-CAMBIO-EXIT.
003110 2000-LEER-CAMBIO-EXIT.
003120     EXIT.
003130
003140******************************************************************
003150*    2500-PEDIR-CAMBIO
003160*    MODO CONSOLA: SE TECLEA EL CAMBIO CAMPO A CAMPO SOBRE EL
003170*    MISMO REGISTRO MT-RECORD DEL LOTE, SE MUESTRA LO QUE HAY
003180*    AHORA (CAMBIO Y BAJA) Y SE PIDE CONFIRMACION ANTES DE
003190*    APLICARLO. TABLA EN BLANCO TERMINA LA SESION.
003200******************************************************************
003210 2500-PEDIR-CAMBIO.
003220     MOVE SPACES TO MT-RECORD.
003230     DISPLAY "TABLA? (L = LIMITES, T = TARIFAS, BLANCO = "
003240         "TERMINAR)".
003250     ACCEPT MT-TABLA FROM CONSOLE.
003260     IF MT-TABLA = SPACE
003270         SET RF-FIN-CAMBIOS-SI TO TRUE
003280         GO TO 2500-PEDIR-CAMBIO-EXIT
003290     END-IF.
003300     IF NOT MT-LIMITES AND NOT MT-TARIFAS
003310         DISPLAY "TABLA INVALIDA"
003320         GO TO 2500-PEDIR-CAMBIO-EXIT
003330     END-IF.
003340     DISPLAY "ACCION? (A = ALTA, C = CAMBIO, B = BAJA)".
003350     ACCEPT MT-ACCION FROM CONSOLE.
003360     IF NOT MT-ALTA AND NOT MT-CAMBIO AND NOT MT-BAJA
003370         DISPLAY "ACCION INVALIDA"
003380         GO TO 2500-PEDIR-CAMBIO-EXIT
003390     END-IF.
003400     MOVE RF-OPERADOR TO MT-OPERADOR.
003410     ADD 1 TO RF-CONT-LEIDOS.
003420     IF MT-LIMITES
003430         PERFORM 2600-PEDIR-LIMITE
003440             THRU 2600-PEDIR-LIMITE-EXIT
003450     ELSE
003460         PERFORM 2700-PEDIR-TARIFA
003470             THRU 2700-PEDIR-TARIFA-EXIT
003480     END-IF.
003490     PERFORM 2900-PEDIR-CONFIRMACION
003500         THRU 2900-PEDIR-CONFIRMACION-EXIT.
003510     IF RF-VALIDO-NO
003520         ADD 1 TO RF-CONT-DESCARTADOS
003530         GO TO 2500-PEDIR-CAMBIO-EXIT
003540     END-IF.
003550     PERFORM 3000-APLICAR-CAMBIO
003560         THRU 3000-APLICAR-CAMBIO-EXIT.
003570 2500-PEDIR-CAMBIO-EXIT.
003580     EXIT.
003590
003600 2600-PEDIR-LIMITE.
003610     DISPLAY "NUMERO DE PERSONA?".
003620     ACCEPT MT-LM-NUMERO FROM CONSOLE.
003630     IF MT-ALTA
003640         DISPLAY "FECHA DESDE? (AAAAMMDD, BLANCO = FECHA DE "
003650             "PROCESO)"
003660     ELSE
003670         DISPLAY "FECHA DESDE DE LA VERSION? (AAAAMMDD)"
003680     END-IF.
003690     ACCEPT MT-LM-FECHA-DESDE FROM CONSOLE.
003700     IF NOT MT-ALTA
003710         PERFORM 2650-MOSTRAR-LIMITE
003720             THRU 2650-MOSTRAR-LIMITE-EXIT
003730     END-IF.
003740     IF MT-BAJA
003750         DISPLAY "FECHA HASTA? (AAAAMMDD, BLANCO = FECHA DE "
003760             "PROCESO)"
003770         ACCEPT MT-LM-FECHA-HASTA FROM CONSOLE
003780         GO TO 2600-PEDIR-LIMITE-EXIT
003790     END-IF.
003800     IF MT-CAMBIO
003810         DISPLAY "CAMPO EN BLANCO = SE CONSERVA EL VALOR ACTUAL"
003820     END-IF.
003830     DISPLAY "MAXIMO DE NUM1? (9 CIFRAS, DOS DECIMALES "
003840         "IMPLICITOS, CERO = SIN LIMITE)".
003850     ACCEPT MT-LM-MAX-NUM1 FROM CONSOLE.
003860     DISPLAY "MAXIMO DE NUM2?".
003870     ACCEPT MT-LM-MAX-NUM2 FROM CONSOLE.
003880     DISPLAY "TOPE DE OPERACIONES POR DIA? (4 CIFRAS, CERO = "
003890         "SIN TOPE)".
003900     ACCEPT MT-LM-MAX-OPER-DIA FROM CONSOLE.
003910     DISPLAY "OPERACIONES ADMITIDAS? (P.EJ. +-, * = TODAS)".
003920     ACCEPT MT-LM-OPERS-PERMITIDAS FROM CONSOLE.
003930     IF MT-ALTA
003940         DISPLAY "FECHA HASTA? (AAAAMMDD, BLANCO = SIN FIN)"
003950         ACCEPT MT-LM-FECHA-HASTA FROM CONSOLE
003960     END-IF.
003970 2600-PEDIR-LIMITE-EXIT.
003980     EXIT.
003990
004000 2650-MOSTRAR-LIMITE.
004010     IF MT-LM-NUMERO NOT NUMERIC
004020         OR MT-LM-FECHA-DESDE NOT NUMERIC
004030         GO TO 2650-MOSTRAR-LIMITE-EXIT
004040     END-IF.
004050     MOVE MT-LM-NUMERO-N TO LM-NUMERO.
004060     MOVE MT-LM-FECHA-DESDE-N TO LM-FECHA-DESDE.
004070     READ LIMFILE
004080         INVALID KEY
004090             DISPLAY "VERSION DE LIMITES INEXISTENTE"
004100             GO TO 2650-MOSTRAR-LIMITE-EXIT
004110     END-READ.
004120     DISPLAY "ACTUAL: NUM1 " LM-MAX-NUM1 " NUM2 " LM-MAX-NUM2
004130         " DIA " LM-MAX-OPER-DIA " OPS " LM-OPERS-PERMITIDAS
004140         " HASTA " LM-FECHA-HASTA.
004150 2650-MOSTRAR-LIMITE-EXIT.
004160     EXIT.
004170
004180 2700-PEDIR-TARIFA.
004190     DISPLAY "CODIGO DE SERVICIO? (1-4)".
004200     ACCEPT MT-TA-SVC-CODE FROM CONSOLE.
004210     IF MT-ALTA
004220         DISPLAY "MES DESDE? (AAAAMM, BLANCO = MES DE PROCESO)"
004230     ELSE
004240         DISPLAY "MES DESDE DE LA LINEA? (AAAAMM, 000000 = "
004250             "LINEA SIN VIGENCIA)"
004260     END-IF.
004270     ACCEPT MT-TA-MES-DESDE FROM CONSOLE.
004280     IF NOT MT-ALTA
004290         PERFORM 2750-MOSTRAR-TARIFA
004300             THRU 2750-MOSTRAR-TARIFA-EXIT
004310     END-IF.
004320     IF MT-BAJA
004330         DISPLAY "MES HASTA? (AAAAMM, BLANCO = MES DE PROCESO)"
004340         ACCEPT MT-TA-MES-HASTA FROM CONSOLE
004350         GO TO 2700-PEDIR-TARIFA-EXIT
004360     END-IF.
004370     IF MT-CAMBIO
004380         DISPLAY "CAMPO EN BLANCO = SE CONSERVA EL VALOR ACTUAL"
004390     END-IF.
004400     DISPLAY "DESCRIPCION?".
004410     ACCEPT MT-TA-DESCRIPCION FROM CONSOLE.
004420     DISPLAY "PRECIO POR USO? (7 CIFRAS, DOS DECIMALES "
004430         "IMPLICITOS)".
004440     ACCEPT MT-TA-PRECIO FROM CONSOLE.
004450     IF MT-ALTA
004460         DISPLAY "MES HASTA? (AAAAMM, BLANCO = SIN FIN)"
004470         ACCEPT MT-TA-MES-HASTA FROM CONSOLE
004480     END-IF.
004490 2700-PEDIR-TARIFA-EXIT.
004500     EXIT.
004510
004520 2750-MOSTRAR-TARIFA.
004530     IF MT-TA-MES-DESDE NOT NUMERIC
004540         GO TO 2750-MOSTRAR-TARIFA-EXIT
004550     END-IF.
004560     PERFORM 5900-BUSCAR-TARIFA
004570         THRU 5900-BUSCAR-TARIFA-EXIT.
004580     IF NOT RF-TARIFA-SI
004590         DISPLAY "LINEA DE TARIFA INEXISTENTE"
004600         GO TO 2750-MOSTRAR-TARIFA-EXIT
004610     END-IF.
004620     DISPLAY "ACTUAL: " RF-TAR-DESC (RF-TAR-IDX) " PRECIO "
004630         RF-TAR-PRECIO (RF-TAR-IDX) " HASTA "
004640         RF-TAR-HASTA (RF-TAR-IDX).
004650 2750-MOSTRAR-TARIFA-EXIT.
004660     EXIT.
004670
004680 2900-PEDIR-CONFIRMACION.
004690     SET RF-VALIDO-SI TO TRUE.
004700     DISPLAY "APLICAR EL CAMBIO? (S/N)".
004710     MOVE SPACE TO RF-ENT-CONFIRMA.
004720     ACCEPT RF-ENT-CONFIRMA FROM CONSOLE.
004730     IF RF-ENT-CONFIRMA NOT = "S"
004740         DISPLAY "CAMBIO DESCARTADO POR EL OPERADOR"
004750         SET RF-VALIDO-NO TO TRUE
004760     END-IF.
004770 2900-PEDIR-CONFIRMACION-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    3000-APLICAR-CAMBIO
004820*    COMUN A LOS DOS MODOS: VALIDA Y APLICA EL CAMBIO DE
004830*    MT-RECORD. UN CAMBIO INVALIDO NO TOCA NADA Y SE LISTA EN
004840*    CONSOLA CON SU MOTIVO; UNO APLICADO DEJA SU HISTORICO.
004850******************************************************************
004860 3000-APLICAR-CAMBIO.
004870     SET RF-VALIDO-SI TO TRUE.
004880     MOVE SPACES TO RF-MOTIVO.
004890     MOVE SPACES TO RF-HISTORIA.
004900     EVALUATE TRUE
004910         WHEN MT-LIMITES
004920             PERFORM 4000-CAMBIAR-LIMITE
004930                 THRU 4000-CAMBIAR-LIMITE-EXIT
004940         WHEN MT-TARIFAS
004950             PERFORM 5000-CAMBIAR-TARIFA
004960                 THRU 5000-CAMBIAR-TARIFA-EXIT
004970         WHEN OTHER
004980             MOVE "TABLA INVALIDA" TO RF-MOTIVO
004990             SET RF-VALIDO-NO TO TRUE
005000     END-EVALUATE.
005010     IF RF-VALIDO-NO
005020         ADD 1 TO RF-CONT-RECHAZADOS
005030         DISPLAY "CAMBIO RECHAZADO - " RF-MOTIVO
005040         DISPLAY "  " MT-RECORD
005050         GO TO 3000-APLICAR-CAMBIO-EXIT
005060     END-IF.
005070     ADD 1 TO RF-CONT-APLICADOS.
005080     EVALUATE TRUE
005090         WHEN MT-ALTA
005100             ADD 1 TO RF-CONT-ALTAS
005110         WHEN MT-CAMBIO
005120             ADD 1 TO RF-CONT-CAMBIOS
005130         WHEN MT-BAJA
005140             ADD 1 TO RF-CONT-BAJAS
005150     END-EVALUATE.
005160     PERFORM 3800-ESCRIBIR-HISTORIA
005170         THRU 3800-ESCRIBIR-HISTORIA-EXIT.
005180     IF NOT RF-MODO-LOTE
005190         DISPLAY "CAMBIO APLICADO"
005200     END-IF.
005210 3000-APLICAR-CAMBIO-EXIT.
005220     EXIT.
005230
005240 3800-ESCRIBIR-HISTORIA.
005250     MOVE SPACES TO RH-RECORD.
005260     ACCEPT RF-HORA-SISTEMA FROM TIME.
005270     MOVE RF-PARM-FECHA-PROCESO TO RH-FECHA.
005280     MOVE RF-HORA-SISTEMA TO RH-HORA.
005290     MOVE MT-OPERADOR TO RH-OPERADOR.
005300     IF RF-MODO-LOTE
005310         SET RH-LOTE TO TRUE
005320     ELSE
005330         SET RH-CONSOLA TO TRUE
005340     END-IF.
005350     MOVE MT-TABLA TO RH-TABLA.
005360     MOVE MT-ACCION TO RH-ACCION.
005370     MOVE RF-CLAVE TO RH-CLAVE.
005380     MOVE RF-IMAGEN-ANTES TO RH-IMAGEN-ANTES.
005390     MOVE RF-IMAGEN-DESPUES TO RH-IMAGEN-DESPUES.
005400     WRITE RH-RECORD.
005410 3800-ESCRIBIR-HISTORIA-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450*    3900-VALIDAR-FECHA
005460*    COMPROBACION SENCILLA DE MES 01-12 Y DIA 01-31 SOBRE
005470*    RF-FECHA-VALIDAR (UN MES AAAAMM SE VALIDA CON DIA 01).
005480******************************************************************
005490 3900-VALIDAR-FECHA.
005500     MOVE "N" TO RF-FECHA-CORRECTA.
005510     IF RF-FV-MES < 01 OR RF-FV-MES > 12
005520         GO TO 3900-VALIDAR-FECHA-EXIT
005530     END-IF.
005540     IF RF-FV-DIA < 01 OR RF-FV-DIA > 31
005550         GO TO 3900-VALIDAR-FECHA-EXIT
005560     END-IF.
005570     SET RF-FECHA-OK TO TRUE.
005580 3900-VALIDAR-FECHA-EXIT.
005590     EXIT.
005600
005610******************************************************************
005620*    4000-CAMBIAR-LIMITE
005630*    VERSION DE LIMITES POR NUMERO DE PERSONA + FECHA DESDE. EN
005640*    UN ALTA LA FECHA DESDE EN BLANCO ES LA DE PROCESO; EN CAMBIO
005650*    Y BAJA HAY QUE DARLA (CEROS PARA LAS VERSIONES CARGADAS SIN
005660*    FECHA).
005670******************************************************************
005680 4000-CAMBIAR-LIMITE.
005690     IF NOT MT-ALTA AND NOT MT-CAMBIO AND NOT MT-BAJA
005700         MOVE "ACCION INVALIDA" TO RF-MOTIVO
005710         SET RF-VALIDO-NO TO TRUE
005720         GO TO 4000-CAMBIAR-LIMITE-EXIT
005730     END-IF.
005740     IF MT-LM-NUMERO NOT NUMERIC
005750         MOVE "NUMERO DE PERSONA NO NUMERICO" TO RF-MOTIVO
005760         SET RF-VALIDO-NO TO TRUE
005770         GO TO 4000-CAMBIAR-LIMITE-EXIT
005780     END-IF.
005790     IF MT-LM-FECHA-DESDE = SPACES
005800         IF MT-ALTA
005810             MOVE RF-PARM-FECHA-PROCESO TO MT-LM-FECHA-DESDE-N
005820         ELSE
005830             MOVE "FALTA LA FECHA DESDE" TO RF-MOTIVO
005840             SET RF-VALIDO-NO TO TRUE
005850             GO TO 4000-CAMBIAR-LIMITE-EXIT
005860         END-IF
005870     END-IF.
005880     IF MT-LM-FECHA-DESDE NOT NUMERIC
005890         MOVE "FECHA DESDE NO NUMERICA" TO RF-MOTIVO
005900         SET RF-VALIDO-NO TO TRUE
005910         GO TO 4000-CAMBIAR-LIMITE-EXIT
005920     END-IF.
005930     IF MT-LM-FECHA-DESDE-N NOT = ZERO
005940         MOVE MT-LM-FECHA-DESDE-N TO RF-FECHA-VALIDAR
005950         PERFORM 3900-VALIDAR-FECHA
005960             THRU 3900-VALIDAR-FECHA-EXIT
005970         IF NOT RF-FECHA-OK
005980             MOVE "FECHA DESDE INVALIDA" TO RF-MOTIVO
005990             SET RF-VALIDO-NO TO TRUE
006000             GO TO 4000-CAMBIAR-LIMITE-EXIT
006010         END-IF
006020     END-IF.
006030     MOVE MT-LM-NUMERO-N TO LM-NUMERO.
006040     MOVE MT-LM-FECHA-DESDE-N TO LM-FECHA-DESDE.
006050     MOVE LM-CLAVE TO RF-CLAVE.
006060     READ LIMFILE
006070         INVALID KEY
006080             MOVE "N" TO RF-LIMITE-HALLADO
006090         NOT INVALID KEY
006100             SET RF-LIMITE-SI TO TRUE
006110     END-READ.
006120     EVALUATE TRUE
006130         WHEN MT-ALTA
006140             PERFORM 4100-ALTA-LIMITE
006150                 THRU 4100-ALTA-LIMITE-EXIT
006160         WHEN MT-CAMBIO
006170             PERFORM 4200-CAMBIO-LIMITE
006180                 THRU 4200-CAMBIO-LIMITE-EXIT
006190         WHEN MT-BAJA
006200             PERFORM 4300-BAJA-LIMITE
006210                 THRU 4300-BAJA-LIMITE-EXIT
006220     END-EVALUATE.
006230 4000-CAMBIAR-LIMITE-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270*    4050-VALIDAR-VALORES
006280*    LOS MAXIMOS Y EL TOPE, SI VIENEN, DEBEN SER NUMERICOS.
006290******************************************************************
006300 4050-VALIDAR-VALORES.
006310     IF MT-LM-MAX-NUM1 NOT = SPACES
006320         AND MT-LM-MAX-NUM1 NOT NUMERIC
006330         MOVE "MAXIMO DE NUM1 NO NUMERICO" TO RF-MOTIVO
006340         SET RF-VALIDO-NO TO TRUE
006350         GO TO 4050-VALIDAR-VALORES-EXIT
006360     END-IF.
006370     IF MT-LM-MAX-NUM2 NOT = SPACES
006380         AND MT-LM-MAX-NUM2 NOT NUMERIC
006390         MOVE "MAXIMO DE NUM2 NO NUMERICO" TO RF-MOTIVO
006400         SET RF-VALIDO-NO TO TRUE
006410         GO TO 4050-VALIDAR-VALORES-EXIT
006420     END-IF.
006430     IF MT-LM-MAX-OPER-DIA NOT = SPACES
006440         AND MT-LM-MAX-OPER-DIA NOT NUMERIC
006450         MOVE "TOPE DIARIO NO NUMERICO" TO RF-MOTIVO
006460         SET RF-VALIDO-NO TO TRUE
006470     END-IF.
006480 4050-VALIDAR-VALORES-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520*    4100-ALTA-LIMITE
006530*    VERSION NUEVA, DESDE LA FECHA DE PROCESO EN ADELANTE, PARA
006540*    UNA PERSONA ACTIVA DEL MAESTRO. LO QUE NO SE DA QUEDA SIN
006550*    LIMITE (CERO / BLANCO) Y SIN FECHA HASTA.
006560******************************************************************
006570 4100-ALTA-LIMITE.
006580     IF RF-LIMITE-SI
006590         MOVE "VERSION DE LIMITES YA EXISTE" TO RF-MOTIVO
006600         SET RF-VALIDO-NO TO TRUE
006610         GO TO 4100-ALTA-LIMITE-EXIT
006620     END-IF.
006630     IF MT-LM-FECHA-DESDE-N < RF-PARM-FECHA-PROCESO
006640         MOVE "FECHA DESDE ANTERIOR AL PROCESO" TO RF-MOTIVO
006650         SET RF-VALIDO-NO TO TRUE
006660         GO TO 4100-ALTA-LIMITE-EXIT
006670     END-IF.
006680     MOVE MT-LM-NUMERO-N TO PF-NUMERO.
006690     READ PERSFILE
006700         INVALID KEY
006710             MOVE "PERSONA INEXISTENTE" TO RF-MOTIVO
006720             SET RF-VALIDO-NO TO TRUE
006730             GO TO 4100-ALTA-LIMITE-EXIT
006740     END-READ.
006750     IF NOT PF-ACTIVO
006760         MOVE "PERSONA NO ACTIVA" TO RF-MOTIVO
006770         SET RF-VALIDO-NO TO TRUE
006780         GO TO 4100-ALTA-LIMITE-EXIT
006790     END-IF.
006800     PERFORM 4050-VALIDAR-VALORES
006810         THRU 4050-VALIDAR-VALORES-EXIT.
006820     IF RF-VALIDO-NO
006830         GO TO 4100-ALTA-LIMITE-EXIT
006840     END-IF.
006850     IF MT-LM-FECHA-HASTA = SPACES
006860         MOVE ZERO TO MT-LM-FECHA-HASTA-N
006870     ELSE
006880         PERFORM 4900-VALIDAR-HASTA
006890             THRU 4900-VALIDAR-HASTA-EXIT
006900         IF RF-VALIDO-NO
006910             GO TO 4100-ALTA-LIMITE-EXIT
006920         END-IF
006930     END-IF.
006940     MOVE SPACES TO LM-RECORD.
006950     MOVE MT-LM-NUMERO-N TO LM-NUMERO.
006960     MOVE MT-LM-FECHA-DESDE-N TO LM-FECHA-DESDE.
006970     MOVE ZERO TO LM-MAX-NUM1 LM-MAX-NUM2 LM-MAX-OPER-DIA.
006980     PERFORM 4800-PONER-VALORES
006990         THRU 4800-PONER-VALORES-EXIT.
007000     MOVE MT-LM-FECHA-HASTA-N TO LM-FECHA-HASTA.
007010     WRITE LM-RECORD
007020         INVALID KEY
007030             DISPLAY "ERROR AL GRABAR LIMFILE - STATUS "
007040                 RF-LIMFILE-STATUS
007050             MOVE "ERROR DE GRABACION EN LIMFILE" TO RF-MOTIVO
007060             SET RF-VALIDO-NO TO TRUE
007070             GO TO 4100-ALTA-LIMITE-EXIT
007080     END-WRITE.
007090     MOVE LM-RECORD TO RF-IMAGEN-DESPUES.
007100 4100-ALTA-LIMITE-EXIT.
007110     EXIT.
007120
007130******************************************************************
007140*    4200-CAMBIO-LIMITE
007150*    CAMBIA LOS VALORES TECLEADOS DE UNA VERSION EXISTENTE; LOS
007160*    CAMPOS EN BLANCO SE CONSERVAN. LA VIGENCIA SE TOCA CON BAJA.
007170******************************************************************
007180 4200-CAMBIO-LIMITE.
007190     IF NOT RF-LIMITE-SI
007200         MOVE "VERSION DE LIMITES INEXISTENTE" TO RF-MOTIVO
007210         SET RF-VALIDO-NO TO TRUE
007220         GO TO 4200-CAMBIO-LIMITE-EXIT
007230     END-IF.
007240     IF MT-LM-MAX-NUM1 = SPACES AND MT-LM-MAX-NUM2 = SPACES
007250         AND MT-LM-MAX-OPER-DIA = SPACES
007260         AND MT-LM-OPERS-PERMITIDAS = SPACES
007270         MOVE "CAMBIO SIN DATOS" TO RF-MOTIVO
007280         SET RF-VALIDO-NO TO TRUE
007290         GO TO 4200-CAMBIO-LIMITE-EXIT
007300     END-IF.
007310     PERFORM 4050-VALIDAR-VALORES
007320         THRU 4050-VALIDAR-VALORES-EXIT.
007330     IF RF-VALIDO-NO
007340         GO TO 4200-CAMBIO-LIMITE-EXIT
007350     END-IF.
007360     MOVE LM-RECORD TO RF-IMAGEN-ANTES.
007370     PERFORM 4800-PONER-VALORES
007380         THRU 4800-PONER-VALORES-EXIT.
007390     REWRITE LM-RECORD
007400         INVALID KEY
007410             DISPLAY "ERROR AL REGRABAR LIMFILE - STATUS "
007420                 RF-LIMFILE-STATUS
007430             MOVE "ERROR DE GRABACION EN LIMFILE" TO RF-MOTIVO
007440             SET RF-VALIDO-NO TO TRUE
007450             GO TO 4200-CAMBIO-LIMITE-EXIT
007460     END-REWRITE.
007470     MOVE LM-RECORD TO RF-IMAGEN-DESPUES.
007480 4200-CAMBIO-LIMITE-EXIT.
007490     EXIT.
007500
007510******************************************************************
007520*    4300-BAJA-LIMITE
007530*    FIN DE VIGENCIA DE UNA VERSION: FECHA HASTA (BLANCO = LA DE
007540*    PROCESO, ULTIMO DIA EN QUE SE APLICA). LA VERSION NO SE
007550*    BORRA PARA QUE QUEDE SU HISTORIA.
007560******************************************************************
007570 4300-BAJA-LIMITE.
007580     IF NOT RF-LIMITE-SI
007590         MOVE "VERSION DE LIMITES INEXISTENTE" TO RF-MOTIVO
007600         SET RF-VALIDO-NO TO TRUE
007610         GO TO 4300-BAJA-LIMITE-EXIT
007620     END-IF.
007630     IF MT-LM-FECHA-HASTA = SPACES
007640         MOVE RF-PARM-FECHA-PROCESO TO MT-LM-FECHA-HASTA-N
007650     END-IF.
007660     PERFORM 4900-VALIDAR-HASTA
007670         THRU 4900-VALIDAR-HASTA-EXIT.
007680     IF RF-VALIDO-NO
007690         GO TO 4300-BAJA-LIMITE-EXIT
007700     END-IF.
007710     MOVE LM-RECORD TO RF-IMAGEN-ANTES.
007720     MOVE MT-LM-FECHA-HASTA-N TO LM-FECHA-HASTA.
007730     REWRITE LM-RECORD
007740         INVALID KEY
007750             DISPLAY "ERROR AL REGRABAR LIMFILE - STATUS "
007760                 RF-LIMFILE-STATUS
007770             MOVE "ERROR DE GRABACION EN LIMFILE" TO RF-MOTIVO
007780             SET RF-VALIDO-NO TO TRUE
007790             GO TO 4300-BAJA-LIMITE-EXIT
007800     END-REWRITE.
007810     MOVE LM-RECORD TO RF-IMAGEN-DESPUES.
007820 4300-BAJA-LIMITE-EXIT.
007830     EXIT.
007840
007850 4800-PONER-VALORES.
007860     IF MT-LM-MAX-NUM1 NOT = SPACES
007870         MOVE MT-LM-MAX-NUM1-N TO LM-MAX-NUM1
007880     END-IF.
007890     IF MT-LM-MAX-NUM2 NOT = SPACES
007900         MOVE MT-LM-MAX-NUM2-N TO LM-MAX-NUM2
007910     END-IF.
007920     IF MT-LM-MAX-OPER-DIA NOT = SPACES
007930         MOVE MT-LM-MAX-OPER-DIA-N TO LM-MAX-OPER-DIA
007940     END-IF.
007950     IF MT-LM-OPERS-PERMITIDAS(1:1) = "*"
007960         MOVE SPACES TO LM-OPERS-PERMITIDAS
007970     ELSE
007980         IF MT-LM-OPERS-PERMITIDAS NOT = SPACES
007990             MOVE MT-LM-OPERS-PERMITIDAS TO LM-OPERS-PERMITIDAS
008000         END-IF
008010     END-IF.
008020 4800-PONER-VALORES-EXIT.
008030     EXIT.
008040
008050 4900-VALIDAR-HASTA.
008060     IF MT-LM-FECHA-HASTA NOT NUMERIC
008070         MOVE "FECHA HASTA NO NUMERICA" TO RF-MOTIVO
008080         SET RF-VALIDO-NO TO TRUE
008090         GO TO 4900-VALIDAR-HASTA-EXIT
008100     END-IF.
008110     MOVE MT-LM-FECHA-HASTA-N TO RF-FECHA-VALIDAR.
008120     PERFORM 3900-VALIDAR-FECHA
008130         THRU 3900-VALIDAR-FECHA-EXIT.
008140     IF NOT RF-FECHA-OK
008150         MOVE "FECHA HASTA INVALIDA" TO RF-MOTIVO
008160         SET RF-VALIDO-NO TO TRUE
008170         GO TO 4900-VALIDAR-HASTA-EXIT
008180     END-IF.
008190     IF MT-LM-FECHA-HASTA-N < MT-LM-FECHA-DESDE-N
008200         MOVE "FECHA HASTA ANTERIOR A DESDE" TO RF-MOTIVO
008210         SET RF-VALIDO-NO TO TRUE
008220     END-IF.
008230 4900-VALIDAR-HASTA-EXIT.
008240     EXIT.
008250
008260******************************************************************
008270*    5000-CAMBIAR-TARIFA
008280*    LINEA DE TARIFA POR SERVICIO + MES DESDE. EN UN ALTA EL MES
008290*    DESDE EN BLANCO ES EL DE PROCESO; EN CAMBIO Y BAJA HAY QUE
008300*    DARLO (000000 PARA LAS LINEAS ANTIGUAS SIN VIGENCIA).
008310******************************************************************
008320 5000-CAMBIAR-TARIFA.
008330     IF NOT MT-ALTA AND NOT MT-CAMBIO AND NOT MT-BAJA
008340         MOVE "ACCION INVALIDA" TO RF-MOTIVO
008350         SET RF-VALIDO-NO TO TRUE
008360         GO TO 5000-CAMBIAR-TARIFA-EXIT
008370     END-IF.
008380     IF MT-TA-SVC-CODE NOT = "1" AND MT-TA-SVC-CODE NOT = "2"
008390         AND MT-TA-SVC-CODE NOT = "3" AND MT-TA-SVC-CODE NOT = "4"
008400         MOVE "CODIGO DE SERVICIO INVALIDO" TO RF-MOTIVO
008410         SET RF-VALIDO-NO TO TRUE
008420         GO TO 5000-CAMBIAR-TARIFA-EXIT
008430     END-IF.
008440     IF MT-TA-MES-DESDE = SPACES
008450         IF MT-ALTA
008460             MOVE RF-MES-PROCESO TO MT-TA-MES-DESDE-N
008470         ELSE
008480             MOVE "FALTA EL MES DESDE" TO RF-MOTIVO
008490             SET RF-VALIDO-NO TO TRUE
008500             GO TO 5000-CAMBIAR-TARIFA-EXIT
008510         END-IF
008520     END-IF.
008530     IF MT-TA-MES-DESDE NOT NUMERIC
008540         MOVE "MES DESDE NO NUMERICO" TO RF-MOTIVO
008550         SET RF-VALIDO-NO TO TRUE
008560         GO TO 5000-CAMBIAR-TARIFA-EXIT
008570     END-IF.
008580     IF MT-TA-MES-DESDE-N NOT = ZERO
008590         MOVE MT-TA-MES-DESDE-N TO RF-FECHA-VALIDAR(1:6)
008600         MOVE 01 TO RF-FV-DIA
008610         PERFORM 3900-VALIDAR-FECHA
008620             THRU 3900-VALIDAR-FECHA-EXIT
008630         IF NOT RF-FECHA-OK
008640             MOVE "MES DESDE INVALIDO" TO RF-MOTIVO
008650             SET RF-VALIDO-NO TO TRUE
008660             GO TO 5000-CAMBIAR-TARIFA-EXIT
008670         END-IF
008680     END-IF.
008690     MOVE MT-TA-SVC-CODE TO RF-CLAVE(1:1).
008700     MOVE MT-TA-MES-DESDE TO RF-CLAVE(2:6).
008710     PERFORM 5900-BUSCAR-TARIFA
008720         THRU 5900-BUSCAR-TARIFA-EXIT.
008730     EVALUATE TRUE
008740         WHEN MT-ALTA
008750             PERFORM 5100-ALTA-TARIFA
008760                 THRU 5100-ALTA-TARIFA-EXIT
008770         WHEN MT-CAMBIO
008780             PERFORM 5200-CAMBIO-TARIFA
008790                 THRU 5200-CAMBIO-TARIFA-EXIT
008800         WHEN MT-BAJA
008810             PERFORM 5300-BAJA-TARIFA
008820                 THRU 5300-BAJA-TARIFA-EXIT
008830     END-EVALUATE.
008840 5000-CAMBIAR-TARIFA-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880*    5100-ALTA-TARIFA
008890*    LINEA NUEVA DESDE EL MES DE PROCESO EN ADELANTE; SUSTITUYE
008900*    EN ESTPFAC A LAS DE MES DESDE ANTERIOR DEL MISMO SERVICIO.
008910******************************************************************
008920 5100-ALTA-TARIFA.
008930     IF RF-TARIFA-SI
008940         MOVE "LINEA DE TARIFA YA EXISTE" TO RF-MOTIVO
008950         SET RF-VALIDO-NO TO TRUE
008960         GO TO 5100-ALTA-TARIFA-EXIT
008970     END-IF.
008980     IF MT-TA-MES-DESDE-N < RF-MES-PROCESO
008990         MOVE "MES DESDE ANTERIOR AL PROCESO" TO RF-MOTIVO
009000         SET RF-VALIDO-NO TO TRUE
009010         GO TO 5100-ALTA-TARIFA-EXIT
009020     END-IF.
009030     IF MT-TA-DESCRIPCION = SPACES
009040         MOVE "FALTA LA DESCRIPCION" TO RF-MOTIVO
009050         SET RF-VALIDO-NO TO TRUE
009060         GO TO 5100-ALTA-TARIFA-EXIT
009070     END-IF.
009080     IF MT-TA-PRECIO NOT NUMERIC
009090         MOVE "PRECIO NO NUMERICO" TO RF-MOTIVO
009100         SET RF-VALIDO-NO TO TRUE
009110         GO TO 5100-ALTA-TARIFA-EXIT
009120     END-IF.
009130     IF MT-TA-MES-HASTA = SPACES
009140         MOVE ZERO TO MT-TA-MES-HASTA-N
009150     ELSE
009160         PERFORM 5950-VALIDAR-MES-HASTA
009170             THRU 5950-VALIDAR-MES-HASTA-EXIT
009180         IF RF-VALIDO-NO
009190             GO TO 5100-ALTA-TARIFA-EXIT
009200         END-IF
009210     END-IF.
009220     IF RF-CONT-TARIFAS NOT < RF-MAX-TARIFAS
009230         MOVE "TABLA DE TARIFAS LLENA" TO RF-MOTIVO
009240         SET RF-VALIDO-NO TO TRUE
009250         GO TO 5100-ALTA-TARIFA-EXIT
009260     END-IF.
009270     ADD 1 TO RF-CONT-TARIFAS.
009280     SET RF-TAR-IDX TO RF-CONT-TARIFAS.
009290     MOVE SPACES TO RF-TAR-ENT (RF-TAR-IDX).
009300     MOVE MT-TA-SVC-CODE TO RF-TAR-SVC (RF-TAR-IDX).
009310     MOVE MT-TA-DESCRIPCION TO RF-TAR-DESC (RF-TAR-IDX).
009320     MOVE MT-TA-PRECIO-N TO RF-TAR-PRECIO (RF-TAR-IDX).
009330     MOVE MT-TA-MES-DESDE-N TO RF-TAR-DESDE (RF-TAR-IDX).
009340     MOVE MT-TA-MES-HASTA-N TO RF-TAR-HASTA (RF-TAR-IDX).
009350     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-IMAGEN-DESPUES.
009360 5100-ALTA-TARIFA-EXIT.
009370     EXIT.
009380
009390 5200-CAMBIO-TARIFA.
009400     IF NOT RF-TARIFA-SI
009410         MOVE "LINEA DE TARIFA INEXISTENTE" TO RF-MOTIVO
009420         SET RF-VALIDO-NO TO TRUE
009430         GO TO 5200-CAMBIO-TARIFA-EXIT
009440     END-IF.
009450     IF MT-TA-DESCRIPCION = SPACES AND MT-TA-PRECIO = SPACES
009460         MOVE "CAMBIO SIN DATOS" TO RF-MOTIVO
009470         SET RF-VALIDO-NO TO TRUE
009480         GO TO 5200-CAMBIO-TARIFA-EXIT
009490     END-IF.
009500     IF MT-TA-PRECIO NOT = SPACES
009510         AND MT-TA-PRECIO NOT NUMERIC
009520         MOVE "PRECIO NO NUMERICO" TO RF-MOTIVO
009530         SET RF-VALIDO-NO TO TRUE
009540         GO TO 5200-CAMBIO-TARIFA-EXIT
009550     END-IF.
009560     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-IMAGEN-ANTES.
009570     IF MT-TA-DESCRIPCION NOT = SPACES
009580         MOVE MT-TA-DESCRIPCION TO RF-TAR-DESC (RF-TAR-IDX)
009590     END-IF.
009600     IF MT-TA-PRECIO NOT = SPACES
009610         MOVE MT-TA-PRECIO-N TO RF-TAR-PRECIO (RF-TAR-IDX)
009620     END-IF.
009630     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-IMAGEN-DESPUES.
009640 5200-CAMBIO-TARIFA-EXIT.
009650     EXIT.
009660
009670******************************************************************
009680*    5300-BAJA-TARIFA
009690*    FIN DE VIGENCIA DE UNA LINEA: MES HASTA (BLANCO = EL DE
009700*    PROCESO, ULTIMO MES QUE SE FACTURA CON ELLA).
009710******************************************************************
009720 5300-BAJA-TARIFA.
009730     IF NOT RF-TARIFA-SI
009740         MOVE "LINEA DE TARIFA INEXISTENTE" TO RF-MOTIVO
009750         SET RF-VALIDO-NO TO TRUE
009760         GO TO 5300-BAJA-TARIFA-EXIT
009770     END-IF.
009780     IF MT-TA-MES-HASTA = SPACES
009790         MOVE RF-MES-PROCESO TO MT-TA-MES-HASTA-N
009800     END-IF.
009810     PERFORM 5950-VALIDAR-MES-HASTA
009820         THRU 5950-VALIDAR-MES-HASTA-EXIT.
009830     IF RF-VALIDO-NO
009840         GO TO 5300-BAJA-TARIFA-EXIT
009850     END-IF.
009860     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-IMAGEN-ANTES.
009870     MOVE MT-TA-MES-HASTA-N TO RF-TAR-HASTA (RF-TAR-IDX).
009880     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-IMAGEN-DESPUES.
009890 5300-BAJA-TARIFA-EXIT.
009900     EXIT.
009910
009920 5900-BUSCAR-TARIFA.
009930     MOVE "N" TO RF-TARIFA-HALLADA.
009940     IF RF-CONT-TARIFAS = ZERO
009950         GO TO 5900-BUSCAR-TARIFA-EXIT
009960     END-IF.
009970     SET RF-TAR-IDX TO 1.
009980     SEARCH RF-TAR-ENT
009990         AT END
010000             CONTINUE
010010         WHEN RF-TAR-IDX > RF-CONT-TARIFAS
010020             CONTINUE
010030         WHEN RF-TAR-SVC (RF-TAR-IDX) = MT-TA-SVC-CODE
010040             AND RF-TAR-DESDE (RF-TAR-IDX) = MT-TA-MES-DESDE-N
010050             SET RF-TARIFA-SI TO TRUE
010060     END-SEARCH.
010070 5900-BUSCAR-TARIFA-EXIT.
010080     EXIT.
010090
010100 5950-VALIDAR-MES-HASTA.
010110     IF MT-TA-MES-HASTA NOT NUMERIC
010120         MOVE "MES HASTA NO NUMERICO" TO RF-MOTIVO
010130         SET RF-VALIDO-NO TO TRUE
010140         GO TO 5950-VALIDAR-MES-HASTA-EXIT
010150     END-IF.
010160     MOVE MT-TA-MES-HASTA-N TO RF-FECHA-VALIDAR(1:6).
010170     MOVE 01 TO RF-FV-DIA.
010180     PERFORM 3900-VALIDAR-FECHA
010190         THRU 3900-VALIDAR-FECHA-EXIT.
010200     IF NOT RF-FECHA-OK
010210         MOVE "MES HASTA INVALIDO" TO RF-MOTIVO
010220         SET RF-VALIDO-NO TO TRUE
010230         GO TO 5950-VALIDAR-MES-HASTA-EXIT
010240     END-IF.
010250     IF MT-TA-MES-HASTA-N < MT-TA-MES-DESDE-N
010260         MOVE "MES HASTA ANTERIOR A DESDE" TO RF-MOTIVO
010270         SET RF-VALIDO-NO TO TRUE
010280     END-IF.
010290 5950-VALIDAR-MES-HASTA-EXIT.
010300     EXIT.
010310
010320******************************************************************
010330*    8000-TERMINAR
010340*    ESCRIBE LA TABLA DE TARIFAS ENTERA EN TAROUT (CON O SIN
010350*    CAMBIOS, PARA QUE EL JCL PUEDA RECOMPONER SIEMPRE IGUAL).
010360*    EN MODO LOTE, UN CAMBIO RECHAZADO DEJA RC 4.
010370******************************************************************
010380 8000-TERMINAR.
010390     PERFORM 8100-ESCRIBIR-TARIFA
010400         THRU 8100-ESCRIBIR-TARIFA-EXIT
010410         VARYING RF-TAR-IDX FROM 1 BY 1
010420         UNTIL RF-TAR-IDX > RF-CONT-TARIFAS.
010430     CLOSE PERSFILE LIMFILE TAROUT RFHFILE.
010440     IF RF-MODO-LOTE
010450         CLOSE MNTFILE
010460     END-IF.
010470     DISPLAY "CAMBIOS LEIDOS      : " RF-CONT-LEIDOS.
010480     DISPLAY "CAMBIOS APLICADOS   : " RF-CONT-APLICADOS.
010490     DISPLAY "  ALTAS             : " RF-CONT-ALTAS.
010500     DISPLAY "  CAMBIOS           : " RF-CONT-CAMBIOS.
010510     DISPLAY "  BAJAS             : " RF-CONT-BAJAS.
010520     DISPLAY "CAMBIOS RECHAZADOS  : " RF-CONT-RECHAZADOS.
010530     DISPLAY "DESCARTADOS OPERADOR: " RF-CONT-DESCARTADOS.
010540     DISPLAY "LINEAS DE TARIFA    : " RF-CONT-TAR-ESCRITAS.
010550     IF RF-MODO-LOTE AND RF-CONT-RECHAZADOS > ZERO
010560         MOVE 4 TO RETURN-CODE
010570     END-IF.
010580 8000-TERMINAR-EXIT.
010590     EXIT.
010600
010610 8100-ESCRIBIR-TARIFA.
010620     MOVE RF-TAR-ENT (RF-TAR-IDX) TO RF-TAROUT-REGISTRO.
010630     WRITE RF-TAROUT-REGISTRO.
010640     ADD 1 TO RF-CONT-TAR-ESCRITAS.
010650 8100-ESCRIBIR-TARIFA-EXIT.
010660     EXIT.
010670
010680 9999-ABEND.
010690     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
010700     MOVE 16 TO RETURN-CODE.
010710     STOP RUN.
010720 9999-ABEND-EXIT.
010730     EXIT.
010740
010750 END PROGRAM ESTPREF.

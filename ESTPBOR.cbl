000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Borrado de datos personales a peticion del cliente.
000070*          Se conserva el numero de persona y todos los importes
000080*          (los totales hash, los extractos de otros clientes y
000090*          la facturacion siguen cuadrando); se dejan en blanco
000100*          el nombre, el domicilio y el telefono alli donde esten.
000110*          Cada paso del JCL trata un fichero segun el modo de la
000120*          columna 10 del PARM:
000130*          - P: lee las solicitudes BORFILE, borra en el maestro
000140*            PERSFILE (estado "B", sin nuevas capturas) con su
000150*            anotacion en JRNFILE y en la lista de vigilancia
000160*            WATFILE, y deja el fichero de trabajo BORWRK.
000162*            Sigue las fusiones: una solicitud de un numero
000164*            fusionado borra la superviviente, y con ella se
000166*            borran todos los numeros fusionados en ella (que
000168*            conservan su estado "F").
000170*          - A: AUDFILE o un archivo mensual AUDARCH.
000180*          - I: indice AUDIXF (la clave lleva el nombre: la
000190*            entrada se borra y se vuelve a grabar sin el).
000200*          - S: SVCFILE.  - F: FACFILE de un mes.
000210*          - U / R: imagenes de transaccion de SUSFILE / REJFILE.
000220*          - J: imagenes de antes/despues del JRNFILE.
000223*          - W: imagenes de transaccion del almacen por fecha
000226*            valor ALMFILE (se regraban en su sitio).
000228*          - K: pendientes de acuse PENDFILE (ESTPACK).
000230*          - C: imprime el certificado de borrado BORRPT.
000240*          Los ficheros secuenciales se copian a su fichero de
000250*          salida (xxxOUT), que el JCL vuelca sobre el original.
000260*          Un registro es de la persona si lleva su numero, o si
000270*          no lleva numero (registros anteriores a la numeracion)
000280*          y su nombre coincide con el que tenia. Cada paso anade
000290*          al fichero de trabajo CERWRK la linea de su fichero con
000300*          leidos y modificados para el certificado.
000310* Tectonics: cobc
000320*
000330* Modification history:
000340*   15/10/2026  CM  CREACION INICIAL DEL BORRADO DE DATOS
000350*                   PERSONALES.
000353*   15/10/2026  CM  MODO W: ALMACEN DE TRANSACCIONES CON FECHA
000356*                   VALOR FUTURA (ALMFILE).
000357*   15/10/2026  CM  EL BORRADO SIGUE LAS FUSIONES: SE BORRA LA
000358*                   SUPERVIVIENTE Y CADA NUMERO FUSIONADO EN
000359*                   ELLA, QUE PASAN A BORWRK PARA LOS DEMAS
000360*                   MODOS.
000361*   15/10/2026  CM  MODO K: LINEAS PENDIENTES DE ACUSE (PENDFILE).
000362******************************************************************
000370 IDENTIFICATION DIVISION.
000380 PROGRAM-ID. ESTPBOR.
000390 AUTHOR. CEFERINO MULET.
000400 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000410 DATE-WRITTEN. 15/10/2026.
000420 DATE-COMPILED.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT BORFILE ASSIGN TO "BORFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS BR-BORFILE-STATUS.
000540
000550     SELECT PERSFILE ASSIGN TO "PERSFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PF-NUMERO
000590         ALTERNATE RECORD KEY IS PF-NOMBRE-CLAVE
000600             WITH DUPLICATES
000610         FILE STATUS IS BR-PERSFILE-STATUS.
000620
000630     SELECT WATFILE ASSIGN TO "WATFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS WA-NUMERO
000670         FILE STATUS IS BR-WATFILE-STATUS.
000680
000690     SELECT JRNFILE ASSIGN TO "JRNFILE"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS BR-JRNFILE-STATUS.
000720
000730     SELECT JRNOUT ASSIGN TO "JRNOUT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS BR-SALIDA-STATUS.
000760
000770     SELECT BORWRK ASSIGN TO "BORWRK"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS BR-BORWRK-STATUS.
000800
000810     SELECT CERWRK ASSIGN TO "CERWRK"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS BR-CERWRK-STATUS.
000840
000850     SELECT AUDFILE ASSIGN TO "AUDFILE"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS BR-ENTRADA-STATUS.
000880
000890     SELECT AUDOUT ASSIGN TO "AUDOUT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS BR-SALIDA-STATUS.
000920
000930     SELECT AUDIXF ASSIGN TO "AUDIXF"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS AX-CLAVE
000970         FILE STATUS IS BR-AUDIXF-STATUS.
000971
000972     SELECT ALMFILE ASSIGN TO "ALMFILE"
000973         ORGANIZATION IS INDEXED
000974         ACCESS MODE IS DYNAMIC
000975         RECORD KEY IS AL-CLAVE
000976         FILE STATUS IS BR-ALMFILE-STATUS.
000980
000990     SELECT SVCFILE ASSIGN TO "SVCFILE"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS BR-ENTRADA-STATUS.
001020
001030     SELECT SVCOUT ASSIGN TO "SVCOUT"
001040         ORGANIZATION IS SEQUENTIAL
001050         FILE STATUS IS BR-SALIDA-STATUS.
001060
001070     SELECT FACFILE ASSIGN TO "FACFILE"
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS BR-ENTRADA-STATUS.
001100
001110     SELECT FACOUT ASSIGN TO "FACOUT"
001120         ORGANIZATION IS SEQUENTIAL
001130         FILE STATUS IS BR-SALIDA-STATUS.
001140
001150     SELECT SUSFILE ASSIGN TO "SUSFILE"
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS BR-ENTRADA-STATUS.
001180
001190     SELECT SUSOUT ASSIGN TO "SUSOUT"
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS BR-SALIDA-STATUS.
001220
001230     SELECT REJFILE ASSIGN TO "REJFILE"
001240         ORGANIZATION IS SEQUENTIAL
001250         FILE STATUS IS BR-ENTRADA-STATUS.
001260
001270     SELECT REJOUT ASSIGN TO "REJOUT"
001280         ORGANIZATION IS SEQUENTIAL
001290         FILE STATUS IS BR-SALIDA-STATUS.
001300
001301     SELECT PENDFILE ASSIGN TO "PENDFILE"
001302         ORGANIZATION IS SEQUENTIAL
001303         FILE STATUS IS BR-ENTRADA-STATUS.
001304
001305     SELECT PENOUT ASSIGN TO "PENOUT"
001306         ORGANIZATION IS SEQUENTIAL
001307         FILE STATUS IS BR-SALIDA-STATUS.
001308
001310     SELECT BORRPT ASSIGN TO "BORRPT"
001320         ORGANIZATION IS SEQUENTIAL
001330         FILE STATUS IS BR-BORRPT-STATUS.
001340
001350 DATA DIVISION.
001360 FILE SECTION.
001370 FD  BORFILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400     COPY borrec.
001410
001420 FD  PERSFILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY persrec.
001450
001460 FD  WATFILE
001470     LABEL RECORDS ARE STANDARD.
001480     COPY watrec.
001490
001500 FD  JRNFILE
001510     RECORDING MODE IS F
001520     LABEL RECORDS ARE STANDARD.
001530     COPY jrnrec.
001540
001550 FD  JRNOUT
001560     RECORDING MODE IS F
001570     LABEL RECORDS ARE STANDARD.
001580 01  BR-JRN-SALIDA              PIC X(240).
001590
001600 FD  BORWRK
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD.
001630     COPY bowrec.
001640
001650 FD  CERWRK
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680     COPY cerrec.
001690
001700 FD  AUDFILE
001710     RECORDING MODE IS F
001720     LABEL RECORDS ARE STANDARD.
001730     COPY audrec.
001740
001750 FD  AUDOUT
001760     RECORDING MODE IS F
001770     LABEL RECORDS ARE STANDARD.
001780 01  BR-AUD-SALIDA              PIC X(80).
001790
001800 FD  AUDIXF
001810     LABEL RECORDS ARE STANDARD.
001820     COPY audixrec.
001830
001832 FD  ALMFILE
001834     LABEL RECORDS ARE STANDARD.
001836     COPY almrec.
001838
001840 FD  SVCFILE
001850     RECORDING MODE IS F
001860     LABEL RECORDS ARE STANDARD.
001870     COPY svcrec.
001880
001890 FD  SVCOUT
001900     RECORDING MODE IS F
001910     LABEL RECORDS ARE STANDARD.
001920 01  BR-SVC-SALIDA              PIC X(80).
001930
001940 FD  FACFILE
001950     RECORDING MODE IS F
001960     LABEL RECORDS ARE STANDARD.
001970     COPY facrec.
001980
001990 FD  FACOUT
002000     RECORDING MODE IS F
002010     LABEL RECORDS ARE STANDARD.
002020 01  BR-FAC-SALIDA              PIC X(80).
002030
002040 FD  SUSFILE
002050     RECORDING MODE IS F
002060     LABEL RECORDS ARE STANDARD.
002070     COPY susrec.
002080
002090 FD  SUSOUT
002100     RECORDING MODE IS F
002110     LABEL RECORDS ARE STANDARD.
002120 01  BR-SUS-SALIDA              PIC X(128).
002130
002140 FD  REJFILE
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE STANDARD.
002170     COPY rejrec.
002180
002190 FD  REJOUT
002200     RECORDING MODE IS F
002210     LABEL RECORDS ARE STANDARD.
002220 01  BR-REJ-SALIDA              PIC X(128).
002230
002231 FD  PENDFILE
002232     RECORDING MODE IS F
002233     LABEL RECORDS ARE STANDARD.
002234     COPY penrec.
002235
002236 FD  PENOUT
002237     RECORDING MODE IS F
002238     LABEL RECORDS ARE STANDARD.
002239 01  BR-PEN-SALIDA              PIC X(80).
002240
002241 FD  BORRPT
002250     RECORDING MODE IS F
002260     LABEL RECORDS ARE STANDARD.
002270 01  BR-LINEA-IMPRESION         PIC X(80).
002280
002290 WORKING-STORAGE SECTION.
002300*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD
002310*    (BLANCO = FECHA DEL SISTEMA), 10 MODO, 12-55 NOMBRE DEL
002320*    FICHERO TRATADO TAL COMO DEBE SALIR EN EL CERTIFICADO.
002330 01  BR-PARAMETROS.
002340     05  BR-LINEA-PARM          PIC X(80) VALUE SPACES.
002350     05  BR-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
002360     05  BR-PARM-MODO           PIC X(01) VALUE SPACE.
002370         88  BR-MODO-MAESTRO        VALUE "P".
002380         88  BR-MODO-AUDITORIA      VALUE "A".
002390         88  BR-MODO-INDICE         VALUE "I".
002400         88  BR-MODO-SERVICIOS      VALUE "S".
002410         88  BR-MODO-FACTURACION    VALUE "F".
002420         88  BR-MODO-SUSPENSOS      VALUE "U".
002430         88  BR-MODO-RECHAZOS       VALUE "R".
002440         88  BR-MODO-JOURNAL        VALUE "J".
002450         88  BR-MODO-CERTIFICADO    VALUE "C".
002455         88  BR-MODO-ALMACEN        VALUE "W".
002457         88  BR-MODO-PENDIENTES     VALUE "K".
002460         88  BR-MODO-VALIDO         VALUES "P" "A" "I" "S" "F"
002466                                           "U" "R" "J" "C"
002473                                           "W" "K".
002480     05  BR-PARM-FICHERO        PIC X(44) VALUE SPACES.
002490
002500 01  BR-SWITCHES.
002510     05  BR-FIN-ENTRADA         PIC X(01) VALUE "N".
002520         88  BR-FIN-ENTRADA-SI      VALUE "S".
002530     05  BR-FIN-BORWRK          PIC X(01) VALUE "N".
002540         88  BR-FIN-BORWRK-SI       VALUE "S".
002550     05  BR-FIN-CERWRK          PIC X(01) VALUE "N".
002560         88  BR-FIN-CERWRK-SI       VALUE "S".
002563     05  BR-FIN-PERSFILE        PIC X(01) VALUE "N".
002566         88  BR-FIN-PERSFILE-SI     VALUE "S".
002570     05  BR-WATFILE-ABIERTO     PIC X(01) VALUE "N".
002580         88  BR-WATFILE-ABIERTO-SI  VALUE "S".
002590     05  BR-HALLADA             PIC X(01) VALUE "N".
002600         88  BR-HALLADA-SI          VALUE "S".
002610         88  BR-HALLADA-NO          VALUE "N".
002620
002630 01  BR-FILE-STATUS.
002640     05  BR-BORFILE-STATUS      PIC X(02) VALUE "00".
002650     05  BR-PERSFILE-STATUS     PIC X(02) VALUE "00".
002660     05  BR-WATFILE-STATUS      PIC X(02) VALUE "00".
002670     05  BR-JRNFILE-STATUS      PIC X(02) VALUE "00".
002680     05  BR-BORWRK-STATUS       PIC X(02) VALUE "00".
002690     05  BR-CERWRK-STATUS       PIC X(02) VALUE "00".
002700     05  BR-AUDIXF-STATUS       PIC X(02) VALUE "00".
002705     05  BR-ALMFILE-STATUS      PIC X(02) VALUE "00".
002710     05  BR-ENTRADA-STATUS      PIC X(02) VALUE "00".
002720     05  BR-SALIDA-STATUS       PIC X(02) VALUE "00".
002730     05  BR-BORRPT-STATUS       PIC X(02) VALUE "00".
002740
002750 01  BR-CONTADORES.
002760     05  BR-CONT-LEIDOS         PIC 9(09) COMP VALUE ZERO.
002770     05  BR-CONT-MODIFICADOS    PIC 9(09) COMP VALUE ZERO.
002780     05  BR-CONT-WAT-LEIDOS     PIC 9(09) COMP VALUE ZERO.
002790     05  BR-CONT-WAT-MODIF      PIC 9(09) COMP VALUE ZERO.
002800     05  BR-CONT-JRN-ANOTADOS   PIC 9(09) COMP VALUE ZERO.
002810     05  BR-CONT-SOLICITUDES    PIC 9(07) COMP VALUE ZERO.
002820     05  BR-CONT-BORRADAS       PIC 9(07) COMP VALUE ZERO.
002830     05  BR-CONT-YA-BORRADAS    PIC 9(07) COMP VALUE ZERO.
002840     05  BR-CONT-NO-EXISTEN     PIC 9(07) COMP VALUE ZERO.
002850     05  BR-CONT-ERRONEAS       PIC 9(07) COMP VALUE ZERO.
002855     05  BR-CONT-FUSIONADAS     PIC 9(07) COMP VALUE ZERO.
002860     05  BR-CONT-FICHEROS       PIC 9(05) COMP VALUE ZERO.
002870     05  BR-TOTAL-MODIFICADOS   PIC 9(09) COMP VALUE ZERO.
002880
002890 01  BR-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
002900 01  BR-JN-ANTES                PIC X(100).
002905 01  BR-SUPERVIVIENTE           PIC 9(06) VALUE ZERO.
002910 01  BR-AX-COPIA                PIC X(100).
002920
002930*    PERSONAS A BORRAR, CARGADAS DE BORWRK: NUMERO Y NOMBRE QUE
002940*    TENIAN EN EL MAESTRO (EN BLANCO SI YA ESTABAN BORRADAS).
002950 01  BR-TABLA-BORRADAS.
002960     05  BR-CONT-BOR            PIC 9(04) COMP VALUE ZERO.
002970     05  BR-MAX-BOR             PIC 9(04) COMP VALUE 500.
002980     05  BR-BOR-ENT OCCURS 500 TIMES
002990             INDEXED BY BR-BOR-IDX.
003000         10  BR-B-NUMERO        PIC 9(06).
003010         10  BR-B-APELLIDO      PIC X(10).
003020         10  BR-B-NOMBRE        PIC X(10).
003030
003040 01  BR-BUSQUEDA.
003050     05  BR-BUSCA-NUMERO        PIC 9(06).
003060     05  BR-BUSCA-APELLIDO      PIC X(10).
003070     05  BR-BUSCA-NOMBRE        PIC X(10).
003080
003090*    IMAGEN DE PERSONA DEL JOURNAL, EN LAS MISMAS POSICIONES QUE
003100*    PF-RECORD (PERSREC).
003110 01  BR-IMAGEN-PERSONA.
003120     05  FILLER                 PIC X(06).
003130     05  BRI-NOMBRE-CLAVE       PIC X(20).
003140     05  FILLER                 PIC X(09).
003150     05  BRI-DOMICILIO          PIC X(50).
003160     05  FILLER                 PIC X(15).
003170
003180*    IMAGEN DE TRANSACCION DE SUSFILE/REJFILE: DETALLE, REGISTRO
003190*    DE DOMICILIO "D" O DE ANULACION "X".
003200 01  BR-IMAGEN-TRAN             PIC X(80).
003210 01  BR-IMAGEN-ORIGINAL         PIC X(80).
003220     COPY tranrec.
003230
003240 01  BR-LINEA-TITULO.
003250     05  FILLER                 PIC X(01) VALUE SPACE.
003260     05  FILLER                 PIC X(47) VALUE
003270         "CERTIFICADO DE BORRADO DE DATOS PERSONALES".
003280     05  FILLER                 PIC X(07) VALUE "FECHA: ".
003290     05  BRT-FECHA              PIC 9(08).
003300
003310 01  BR-LINEA-SUBTITULO.
003320     05  FILLER                 PIC X(01) VALUE SPACE.
003330     05  BRS-TEXTO              PIC X(79).
003340
003350 01  BR-LINEA-CAB-PERSONAS.
003360     05  FILLER                 PIC X(01) VALUE SPACE.
003370     05  FILLER                 PIC X(08) VALUE "NUMERO".
003380     05  FILLER                 PIC X(22) VALUE "REFERENCIA".
003390     05  FILLER                 PIC X(09) VALUE "RESULTADO".
003400
003410 01  BR-LINEA-PERSONA.
003420     05  FILLER                 PIC X(01) VALUE SPACE.
003430     05  BRP-NUMERO             PIC X(06).
003440     05  FILLER                 PIC X(02) VALUE SPACES.
003450     05  BRP-REFERENCIA         PIC X(20).
003460     05  FILLER                 PIC X(02) VALUE SPACES.
003470     05  BRP-RESULTADO          PIC X(40).
003480
003490 01  BR-LINEA-CAB-FICHEROS.
003500     05  FILLER                 PIC X(01) VALUE SPACE.
003510     05  FILLER                 PIC X(45) VALUE "FICHERO".
003520     05  FILLER                 PIC X(11) VALUE "    LEIDOS".
003530     05  FILLER                 PIC X(12) VALUE " MODIFICADOS".
003540
003550 01  BR-LINEA-FICHERO.
003560     05  FILLER                 PIC X(01) VALUE SPACE.
003570     05  BRF-FICHERO            PIC X(44).
003580     05  FILLER                 PIC X(01) VALUE SPACE.
003590     05  BRF-LEIDOS             PIC ZZ,ZZZ,ZZ9.
003600     05  FILLER                 PIC X(02) VALUE SPACES.
003610     05  BRF-MODIFICADOS        PIC ZZ,ZZZ,ZZ9.
003620
003630 01  BR-LINEA-TOTAL.
003640     05  FILLER                 PIC X(01) VALUE SPACE.
003650     05  BRL-CONCEPTO           PIC X(40).
003660     05  BRL-CANTIDAD           PIC ZZ,ZZZ,ZZ9.
003670
003680 01  BR-LINEA-BLANCO            PIC X(80) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710 0000-MAINLINE.
003720     PERFORM 1000-INICIALIZAR
003730         THRU 1000-INICIALIZAR-EXIT.
003740     EVALUATE TRUE
003750         WHEN BR-MODO-MAESTRO
003760             PERFORM 2000-BORRAR-MAESTRO
003770                 THRU 2000-BORRAR-MAESTRO-EXIT
003780         WHEN BR-MODO-AUDITORIA
003790             PERFORM 3100-TRATAR-AUDITORIA
003800                 THRU 3100-TRATAR-AUDITORIA-EXIT
003810         WHEN BR-MODO-INDICE
003820             PERFORM 3200-TRATAR-INDICE
003830                 THRU 3200-TRATAR-INDICE-EXIT
003840         WHEN BR-MODO-SERVICIOS
003850             PERFORM 3300-TRATAR-SERVICIOS
003860                 THRU 3300-TRATAR-SERVICIOS-EXIT
003870         WHEN BR-MODO-FACTURACION
003880             PERFORM 3400-TRATAR-FACTURACION
003890                 THRU 3400-TRATAR-FACTURACION-EXIT
003900         WHEN BR-MODO-SUSPENSOS
003910             PERFORM 3500-TRATAR-SUSPENSOS
003920                 THRU 3500-TRATAR-SUSPENSOS-EXIT
003930         WHEN BR-MODO-RECHAZOS
003940             PERFORM 3600-TRATAR-RECHAZOS
003950                 THRU 3600-TRATAR-RECHAZOS-EXIT
003960         WHEN BR-MODO-JOURNAL
003970             PERFORM 3700-TRATAR-JOURNAL
003980                 THRU 3700-TRATAR-JOURNAL-EXIT
003982         WHEN BR-MODO-ALMACEN
003984             PERFORM 3800-TRATAR-ALMACEN
003986                 THRU 3800-TRATAR-ALMACEN-EXIT
003987         WHEN BR-MODO-PENDIENTES
003988             PERFORM 3900-TRATAR-PENDIENTES
003989                 THRU 3900-TRATAR-PENDIENTES-EXIT
003990         WHEN BR-MODO-CERTIFICADO
004000             PERFORM 7000-IMPRIMIR-CERTIFICADO
004010                 THRU 7000-IMPRIMIR-CERTIFICADO-EXIT
004020     END-EVALUATE.
004030     PERFORM 8000-TERMINAR
004040         THRU 8000-TERMINAR-EXIT.
004050     STOP RUN.
004060
004070 1000-INICIALIZAR.
004080     ACCEPT BR-LINEA-PARM FROM COMMAND-LINE.
004090     IF BR-LINEA-PARM(1:8) = SPACES
004100         ACCEPT BR-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
004110     ELSE
004120         MOVE BR-LINEA-PARM(1:8) TO BR-PARM-FECHA-PROCESO
004130     END-IF.
004140     MOVE BR-LINEA-PARM(10:1) TO BR-PARM-MODO.
004150     MOVE BR-LINEA-PARM(12:44) TO BR-PARM-FICHERO.
004160     IF NOT BR-MODO-VALIDO
004170         DISPLAY "MODO DE PARM NO VALIDO: '" BR-PARM-MODO "'"
004180         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004190     END-IF.
004200     ACCEPT BR-HORA-SISTEMA FROM TIME.
004210     DISPLAY "BORRADO DE DATOS PERSONALES - MODO " BR-PARM-MODO
004220         " " BR-PARM-FICHERO.
004230
004240     IF BR-MODO-MAESTRO OR BR-MODO-CERTIFICADO
004250         GO TO 1000-ABRIR-CERWRK
004260     END-IF.
004270     OPEN INPUT BORWRK.
004280     IF BR-BORWRK-STATUS NOT = "00"
004290         DISPLAY "ERROR AL ABRIR BORWRK - STATUS "
004300             BR-BORWRK-STATUS
004310         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004320     END-IF.
004330     PERFORM 1100-CARGAR-BORRADA
004340         THRU 1100-CARGAR-BORRADA-EXIT
004350         UNTIL BR-FIN-BORWRK-SI.
004360     CLOSE BORWRK.
004370     DISPLAY "PERSONAS A TRATAR: " BR-CONT-BOR.
004380
004390 1000-ABRIR-CERWRK.
004400*    EL PASO DEL MAESTRO EMPIEZA EL CERTIFICADO; LOS DEMAS
004410*    ANADEN SU LINEA Y EL ULTIMO LO LEE.
004420     EVALUATE TRUE
004430         WHEN BR-MODO-MAESTRO
004440             OPEN OUTPUT CERWRK
004450         WHEN BR-MODO-CERTIFICADO
004460             OPEN INPUT CERWRK
004470         WHEN OTHER
004480             OPEN EXTEND CERWRK
004490     END-EVALUATE.
004500     IF BR-CERWRK-STATUS NOT = "00"
004510         DISPLAY "ERROR AL ABRIR CERWRK - STATUS "
004520             BR-CERWRK-STATUS
004530         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004540     END-IF.
004550 1000-INICIALIZAR-EXIT.
004560     EXIT.
004570
004580 1100-CARGAR-BORRADA.
004590     READ BORWRK
004600         AT END
004610             SET BR-FIN-BORWRK-SI TO TRUE
004620             GO TO 1100-CARGAR-BORRADA-EXIT
004630     END-READ.
004640     IF NOT BW-BORRADA-AHORA AND NOT BW-YA-BORRADA
004645         AND NOT BW-FUSIONADA
004650         GO TO 1100-CARGAR-BORRADA-EXIT
004660     END-IF.
004670     IF BR-CONT-BOR NOT < BR-MAX-BOR
004680         DISPLAY "DEMASIADAS SOLICITUDES DE BORRADO - MAXIMO "
004690             BR-MAX-BOR
004700         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004710     END-IF.
004720     ADD 1 TO BR-CONT-BOR.
004730     SET BR-BOR-IDX TO BR-CONT-BOR.
004740     MOVE BW-NUMERO TO BR-B-NUMERO (BR-BOR-IDX).
004750     MOVE BW-APELLIDO TO BR-B-APELLIDO (BR-BOR-IDX).
004760     MOVE BW-NOMBRE TO BR-B-NOMBRE (BR-BOR-IDX).
004770 1100-CARGAR-BORRADA-EXIT.
004780     EXIT.
004790
004800******************************************************************
004810*    2000-BORRAR-MAESTRO
004820*    MODO P. UNA SOLICITUD POR REGISTRO DE BORFILE. EL RESULTADO
004830*    DE CADA UNA (BORRADA, YA BORRADA, NO EXISTE, NUMERO NO
004840*    VALIDO) QUEDA EN BORWRK PARA LOS PASOS SIGUIENTES Y PARA EL
004846*    CERTIFICADO. UN NUMERO FUSIONADO SE ATIENDE EN SU
004852*    SUPERVIVIENTE, COMO EN ESTPCNV.
004860******************************************************************
004870 2000-BORRAR-MAESTRO.
004880     OPEN INPUT BORFILE.
004890     IF BR-BORFILE-STATUS NOT = "00"
004900         DISPLAY "ERROR AL ABRIR BORFILE - STATUS "
004910             BR-BORFILE-STATUS
004920         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004930     END-IF.
004940     OPEN I-O PERSFILE.
004950     IF BR-PERSFILE-STATUS NOT = "00"
004960         DISPLAY "ERROR AL ABRIR PERSFILE - STATUS "
004970             BR-PERSFILE-STATUS
004980         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004990     END-IF.
005000*    LA LISTA DE VIGILANCIA PUEDE NO EXISTIR TODAVIA.
005010     OPEN I-O WATFILE.
005020     IF BR-WATFILE-STATUS = "00"
005030         SET BR-WATFILE-ABIERTO-SI TO TRUE
005040     ELSE
005050         DISPLAY "WATFILE NO DISPONIBLE - STATUS "
005060             BR-WATFILE-STATUS " - SIN LISTA DE VIGILANCIA"
005070     END-IF.
005080*    JRNFILE ES ACUMULATIVO; LA PRIMERA VEZ SE CREA.
005090     OPEN EXTEND JRNFILE.
005100     IF BR-JRNFILE-STATUS NOT = "00"
005110         OPEN OUTPUT JRNFILE
005120     END-IF.
005130     IF BR-JRNFILE-STATUS NOT = "00"
005140         DISPLAY "ERROR AL ABRIR JRNFILE - STATUS "
005150             BR-JRNFILE-STATUS
005160         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005170     END-IF.
005180     OPEN OUTPUT BORWRK.
005190     IF BR-BORWRK-STATUS NOT = "00"
005200         DISPLAY "ERROR AL ABRIR BORWRK - STATUS "
005210             BR-BORWRK-STATUS
005220         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005230     END-IF.
005240
005250     PERFORM 2100-TRATAR-SOLICITUD
005260         THRU 2100-TRATAR-SOLICITUD-EXIT
005270         UNTIL BR-FIN-ENTRADA-SI.
005280
005290     CLOSE BORFILE PERSFILE JRNFILE BORWRK.
005300     IF BR-PARM-FICHERO = SPACES
005310         MOVE "PERSFILE" TO BR-PARM-FICHERO
005320     END-IF.
005330     MOVE BR-PARM-FICHERO TO CE-FICHERO.
005340     MOVE BR-CONT-LEIDOS TO CE-LEIDOS.
005350     MOVE BR-CONT-MODIFICADOS TO CE-MODIFICADOS.
005360     PERFORM 7500-ANOTAR-FICHERO
005370         THRU 7500-ANOTAR-FICHERO-EXIT.
005380     MOVE "JRNFILE - ANOTACIONES DEL BORRADO" TO CE-FICHERO.
005390     MOVE ZERO TO CE-LEIDOS.
005400     MOVE BR-CONT-JRN-ANOTADOS TO CE-MODIFICADOS.
005410     PERFORM 7500-ANOTAR-FICHERO
005420         THRU 7500-ANOTAR-FICHERO-EXIT.
005430     IF BR-WATFILE-ABIERTO-SI
005440         CLOSE WATFILE
005450         MOVE "WATFILE" TO CE-FICHERO
005460         MOVE BR-CONT-WAT-LEIDOS TO CE-LEIDOS
005470         MOVE BR-CONT-WAT-MODIF TO CE-MODIFICADOS
005480         PERFORM 7500-ANOTAR-FICHERO
005490             THRU 7500-ANOTAR-FICHERO-EXIT
005500     END-IF.
005510 2000-BORRAR-MAESTRO-EXIT.
005520     EXIT.
005530
005540 2100-TRATAR-SOLICITUD.
005550     READ BORFILE
005560         AT END
005570             SET BR-FIN-ENTRADA-SI TO TRUE
005580             GO TO 2100-TRATAR-SOLICITUD-EXIT
005590     END-READ.
005600     ADD 1 TO BR-CONT-SOLICITUDES.
005610     MOVE SPACES TO BW-RECORD.
005620     MOVE ZERO TO BW-NUMERO.
005630     MOVE BO-REFERENCIA TO BW-REFERENCIA.
005640     IF BO-NUMERO NOT NUMERIC OR BO-NUMERO-N = ZERO
005650         DISPLAY "NUMERO DE PERSONA NO VALIDO: '" BO-NUMERO "'"
005660         SET BW-NUMERO-ERRONEO TO TRUE
005670         ADD 1 TO BR-CONT-ERRONEAS
005680         GO TO 2100-GRABAR-BORWRK
005690     END-IF.
005700     MOVE BO-NUMERO-N TO BW-NUMERO.
005710     MOVE BO-NUMERO-N TO PF-NUMERO.
005720     READ PERSFILE
005730         INVALID KEY
005740             DISPLAY "PERSONA NO EXISTE: " BO-NUMERO
005750             SET BW-NO-EXISTE TO TRUE
005760             ADD 1 TO BR-CONT-NO-EXISTEN
005770             GO TO 2100-GRABAR-BORWRK
005780     END-READ.
005790     ADD 1 TO BR-CONT-LEIDOS.
005791     IF PF-FUSIONADA
005792         DISPLAY "PERSONA " PF-NUMERO " FUSIONADA EN "
005793             PF-FUSIONADA-EN " - SE BORRA LA SUPERVIVIENTE"
005794         MOVE PF-FUSIONADA-EN TO PF-NUMERO
005795         MOVE PF-FUSIONADA-EN TO BW-NUMERO
005796         READ PERSFILE
005797             INVALID KEY
005798                 DISPLAY "SUPERVIVIENTE NO EXISTE: " PF-NUMERO
005799                 SET BW-NO-EXISTE TO TRUE
005800                 ADD 1 TO BR-CONT-NO-EXISTEN
005801                 GO TO 2100-GRABAR-BORWRK
005802         END-READ
005803         ADD 1 TO BR-CONT-LEIDOS
005804     END-IF.
005805     IF PF-BORRADA
005810         DISPLAY "PERSONA YA BORRADA: " BO-NUMERO
005820         SET BW-YA-BORRADA TO TRUE
005830         ADD 1 TO BR-CONT-YA-BORRADAS
005840     ELSE
005850         PERFORM 2200-BORRAR-PERSONA
005860             THRU 2200-BORRAR-PERSONA-EXIT
005870     END-IF.
005880     IF BR-WATFILE-ABIERTO-SI
005890         PERFORM 2300-BORRAR-VIGILANCIA
005900             THRU 2300-BORRAR-VIGILANCIA-EXIT
005910     END-IF.
005920 2100-GRABAR-BORWRK.
005930     WRITE BW-RECORD.
005932     IF BW-BORRADA-AHORA OR BW-YA-BORRADA
005934         PERFORM 2400-BORRAR-FUSIONADAS
005936             THRU 2400-BORRAR-FUSIONADAS-EXIT
005938     END-IF.
005940 2100-TRATAR-SOLICITUD-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980*    2200-BORRAR-PERSONA
005990*    EL NOMBRE QUE TENIA SE GUARDA EN BORWRK. LA ANOTACION DEL
006000*    JOURNAL LLEVA AMBAS IMAGENES YA SIN DATOS PERSONALES (LA DE
006010*    ANTES CON EL ESTADO ANTERIOR), ASI QUE UNA RECUPERACION
006020*    ESTPRCV DESDE UNA COPIA ANTERIOR VUELVE A DEJAR LA PERSONA
006026*    BORRADA. UN NUMERO FUSIONADO SE QUEDA EN ESTADO "F" CON SU
006032*    SUPERVIVIENTE, PARA QUE SUS CAPTURAS SIGAN REDIRIGIENDOSE.
006040******************************************************************
006050 2200-BORRAR-PERSONA.
006060     MOVE PF-APELLIDO TO BW-APELLIDO.
006070     MOVE PF-NOMBRE TO BW-NOMBRE.
006080     MOVE SPACES TO PF-NOMBRE-CLAVE.
006090     MOVE SPACES TO PF-DOMICILIO.
006100     MOVE PF-RECORD TO BR-JN-ANTES.
006105     IF NOT PF-FUSIONADA
006110         SET PF-BORRADA TO TRUE
006115     END-IF.
006120     REWRITE PF-RECORD
006130         INVALID KEY
006140             DISPLAY "ERROR AL REGRABAR PERSFILE - STATUS "
006150                 BR-PERSFILE-STATUS " - NUMERO " PF-NUMERO
006160             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006170     END-REWRITE.
006180     ADD 1 TO BR-CONT-MODIFICADOS.
006190     MOVE SPACES TO JN-RECORD.
006200     MOVE "ESTPBOR" TO JN-PROGRAMA.
006210     MOVE BR-PARM-FECHA-PROCESO TO JN-FECHA.
006220     MOVE BR-HORA-SISTEMA TO JN-HORA.
006230     MOVE "C" TO JN-TIPO.
006240     MOVE PF-NUMERO TO JN-NUMERO.
006250     MOVE BR-JN-ANTES TO JN-IMAGEN-ANTES.
006260     MOVE PF-RECORD TO JN-IMAGEN-DESPUES.
006270     WRITE JN-RECORD.
006280     ADD 1 TO BR-CONT-JRN-ANOTADOS.
006282     IF PF-FUSIONADA
006284         GO TO 2200-BORRAR-PERSONA-EXIT
006286     END-IF.
006290     SET BW-BORRADA-AHORA TO TRUE.
006300     ADD 1 TO BR-CONT-BORRADAS.
006310 2200-BORRAR-PERSONA-EXIT.
006320     EXIT.
006330
006340 2300-BORRAR-VIGILANCIA.
006350     MOVE BW-NUMERO TO WA-NUMERO.
006360     READ WATFILE
006370         INVALID KEY
006380             GO TO 2300-BORRAR-VIGILANCIA-EXIT
006390     END-READ.
006400     ADD 1 TO BR-CONT-WAT-LEIDOS.
006410     IF WA-APELLIDO = SPACES AND WA-NOMBRE = SPACES
006420         GO TO 2300-BORRAR-VIGILANCIA-EXIT
006430     END-IF.
006440     MOVE SPACES TO WA-APELLIDO WA-NOMBRE.
006450     REWRITE WA-RECORD
006460         INVALID KEY
006470             DISPLAY "ERROR AL REGRABAR WATFILE - STATUS "
006480                 BR-WATFILE-STATUS
006490             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006500     END-REWRITE.
006510     ADD 1 TO BR-CONT-WAT-MODIF.
006520 2300-BORRAR-VIGILANCIA-EXIT.
006521     EXIT.
006522
006523******************************************************************
006524*    2400-BORRAR-FUSIONADAS
006525*    RECORRE EL MAESTRO BUSCANDO LOS NUMEROS FUSIONADOS EN LA
006526*    PERSONA DE LA SOLICITUD (PF-FUSIONADA-EN = SU NUMERO). CADA
006527*    UNO SE BORRA COMO ELLA, CONSERVANDO EL ESTADO "F", Y VA A
006528*    BORWRK DETRAS DE LA SOLICITUD CON SU MISMA REFERENCIA Y EL
006529*    NOMBRE QUE TENIA. SI YA NO TENIA DATOS VA IGUAL, PARA QUE
006530*    LOS DEMAS MODOS LIMPIEN SUS REGISTROS CON NUMERO.
006531******************************************************************
006532 2400-BORRAR-FUSIONADAS.
006533     MOVE BW-NUMERO TO BR-SUPERVIVIENTE.
006534     MOVE "N" TO BR-FIN-PERSFILE.
006535     MOVE ZERO TO PF-NUMERO.
006536     START PERSFILE KEY IS NOT LESS THAN PF-NUMERO
006537         INVALID KEY
006538             GO TO 2400-BORRAR-FUSIONADAS-EXIT
006539     END-START.
006540     PERFORM 2410-TRATAR-FUSIONADA
006541         THRU 2410-TRATAR-FUSIONADA-EXIT
006542         UNTIL BR-FIN-PERSFILE-SI.
006543 2400-BORRAR-FUSIONADAS-EXIT.
006544     EXIT.
006545
006546 2410-TRATAR-FUSIONADA.
006547     READ PERSFILE NEXT RECORD
006548         AT END
006549             SET BR-FIN-PERSFILE-SI TO TRUE
006550             GO TO 2410-TRATAR-FUSIONADA-EXIT
006551     END-READ.
006552     IF NOT PF-FUSIONADA
006553         OR PF-FUSIONADA-EN NOT = BR-SUPERVIVIENTE
006554         GO TO 2410-TRATAR-FUSIONADA-EXIT
006555     END-IF.
006556     ADD 1 TO BR-CONT-LEIDOS.
006557     DISPLAY "NUMERO " PF-NUMERO " FUSIONADO EN "
006558         BR-SUPERVIVIENTE " - SE BORRA CON ELLA".
006559     MOVE PF-NUMERO TO BW-NUMERO.
006560     MOVE SPACES TO BW-APELLIDO BW-NOMBRE.
006561     IF PF-NOMBRE-CLAVE NOT = SPACES OR PF-DOMICILIO NOT = SPACES
006562         PERFORM 2200-BORRAR-PERSONA
006563             THRU 2200-BORRAR-PERSONA-EXIT
006564     END-IF.
006565     SET BW-FUSIONADA TO TRUE.
006566     ADD 1 TO BR-CONT-FUSIONADAS.
006567     IF BR-WATFILE-ABIERTO-SI
006568         PERFORM 2300-BORRAR-VIGILANCIA
006569             THRU 2300-BORRAR-VIGILANCIA-EXIT
006570     END-IF.
006571     WRITE BW-RECORD.
006572 2410-TRATAR-FUSIONADA-EXIT.
006573     EXIT.
006574
006575******************************************************************
006576*    3100-TRATAR-AUDITORIA
006577*    MODO A: AUDFILE O UN ARCHIVO MENSUAL AUDARCH (MISMO LAYOUT).
006580******************************************************************
006590 3100-TRATAR-AUDITORIA.
006600     OPEN INPUT AUDFILE.
006610     IF BR-ENTRADA-STATUS NOT = "00"
006620         DISPLAY "ERROR AL ABRIR AUDFILE - STATUS "
006630             BR-ENTRADA-STATUS
006640         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006650     END-IF.
006660     OPEN OUTPUT AUDOUT.
006670     IF BR-SALIDA-STATUS NOT = "00"
006680         DISPLAY "ERROR AL ABRIR AUDOUT - STATUS "
006690             BR-SALIDA-STATUS
006700         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006710     END-IF.
006720     PERFORM 3110-COPIAR-AUDITORIA
006730         THRU 3110-COPIAR-AUDITORIA-EXIT
006740         UNTIL BR-FIN-ENTRADA-SI.
006750     CLOSE AUDFILE AUDOUT.
006760     IF BR-PARM-FICHERO = SPACES
006770         MOVE "AUDFILE" TO BR-PARM-FICHERO
006780     END-IF.
006790     PERFORM 7400-ANOTAR-CONTADORES
006800         THRU 7400-ANOTAR-CONTADORES-EXIT.
006810 3100-TRATAR-AUDITORIA-EXIT.
006820     EXIT.
006830
006840 3110-COPIAR-AUDITORIA.
006850     READ AUDFILE
006860         AT END
006870             SET BR-FIN-ENTRADA-SI TO TRUE
006880             GO TO 3110-COPIAR-AUDITORIA-EXIT
006890     END-READ.
006900     ADD 1 TO BR-CONT-LEIDOS.
006910     IF AU-PERSONA-NUM NUMERIC
006920         MOVE AU-PERSONA-NUM TO BR-BUSCA-NUMERO
006930     ELSE
006940         MOVE ZERO TO BR-BUSCA-NUMERO
006950     END-IF.
006960     MOVE AU-APELLIDO TO BR-BUSCA-APELLIDO.
006970     MOVE AU-NOMBRE TO BR-BUSCA-NOMBRE.
006980     PERFORM 5000-BUSCAR-BORRADA
006990         THRU 5000-BUSCAR-BORRADA-EXIT.
007000     IF BR-HALLADA-SI
007010         AND (AU-APELLIDO NOT = SPACES OR AU-NOMBRE NOT = SPACES)
007020         MOVE SPACES TO AU-APELLIDO AU-NOMBRE
007030         ADD 1 TO BR-CONT-MODIFICADOS
007040     END-IF.
007050     WRITE BR-AUD-SALIDA FROM AU-RECORD.
007060 3110-COPIAR-AUDITORIA-EXIT.
007070     EXIT.
007080
007090******************************************************************
007100*    3200-TRATAR-INDICE
007110*    MODO I: RECORRE TODO EL INDICE (UNA PERSONA PUEDE TENER
007120*    ENTRADAS BAJO UN NOMBRE ANTERIOR A UNA CORRECCION). COMO EL
007130*    NOMBRE ES PARTE DE LA CLAVE, LA ENTRADA SE BORRA Y SE GRABA
007140*    DE NUEVO CON EL NOMBRE EN BLANCO; LA FECHA, HORA Y
007150*    SECUENCIA DE CARGA LA SIGUEN HACIENDO UNICA.
007160******************************************************************
007170 3200-TRATAR-INDICE.
007180     OPEN I-O AUDIXF.
007190     IF BR-AUDIXF-STATUS NOT = "00"
007200         DISPLAY "ERROR AL ABRIR AUDIXF - STATUS "
007210             BR-AUDIXF-STATUS
007220         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007230     END-IF.
007240     PERFORM 3210-LIMPIAR-ENTRADA
007250         THRU 3210-LIMPIAR-ENTRADA-EXIT
007260         UNTIL BR-FIN-ENTRADA-SI.
007270     CLOSE AUDIXF.
007280     IF BR-PARM-FICHERO = SPACES
007290         MOVE "AUDIXF" TO BR-PARM-FICHERO
007300     END-IF.
007310     PERFORM 7400-ANOTAR-CONTADORES
007320         THRU 7400-ANOTAR-CONTADORES-EXIT.
007330 3200-TRATAR-INDICE-EXIT.
007340     EXIT.
007350
007360 3210-LIMPIAR-ENTRADA.
007370     READ AUDIXF NEXT RECORD
007380         AT END
007390             SET BR-FIN-ENTRADA-SI TO TRUE
007400             GO TO 3210-LIMPIAR-ENTRADA-EXIT
007410     END-READ.
007420     ADD 1 TO BR-CONT-LEIDOS.
007430     IF AX-APELLIDO = SPACES AND AX-NOMBRE = SPACES
007440         GO TO 3210-LIMPIAR-ENTRADA-EXIT
007450     END-IF.
007460     IF AX-PERSONA-NUM NUMERIC
007470         MOVE AX-PERSONA-NUM TO BR-BUSCA-NUMERO
007480     ELSE
007490         MOVE ZERO TO BR-BUSCA-NUMERO
007500     END-IF.
007510     MOVE AX-APELLIDO TO BR-BUSCA-APELLIDO.
007520     MOVE AX-NOMBRE TO BR-BUSCA-NOMBRE.
007530     PERFORM 5000-BUSCAR-BORRADA
007540         THRU 5000-BUSCAR-BORRADA-EXIT.
007550     IF BR-HALLADA-NO
007560         GO TO 3210-LIMPIAR-ENTRADA-EXIT
007570     END-IF.
007580     MOVE AX-RECORD TO BR-AX-COPIA.
007590     DELETE AUDIXF RECORD
007600         INVALID KEY
007610             DISPLAY "ERROR AL BORRAR AUDIXF - STATUS "
007620                 BR-AUDIXF-STATUS
007630             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007640     END-DELETE.
007650     MOVE BR-AX-COPIA TO AX-RECORD.
007660     MOVE SPACES TO AX-APELLIDO AX-NOMBRE.
007670     WRITE AX-RECORD
007680         INVALID KEY
007690             DISPLAY "ERROR AL GRABAR AUDIXF - STATUS "
007700                 BR-AUDIXF-STATUS " - FECHA " AX-FECHA
007710                 " SECUENCIA " AX-SECUENCIA
007720             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007730     END-WRITE.
007740     ADD 1 TO BR-CONT-MODIFICADOS.
007750 3210-LIMPIAR-ENTRADA-EXIT.
007760     EXIT.
007770
007780 3300-TRATAR-SERVICIOS.
007790     OPEN INPUT SVCFILE.
007800     IF BR-ENTRADA-STATUS NOT = "00"
007810         DISPLAY "ERROR AL ABRIR SVCFILE - STATUS "
007820             BR-ENTRADA-STATUS
007830         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007840     END-IF.
007850     OPEN OUTPUT SVCOUT.
007860     IF BR-SALIDA-STATUS NOT = "00"
007870         DISPLAY "ERROR AL ABRIR SVCOUT - STATUS "
007880             BR-SALIDA-STATUS
007890         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007900     END-IF.
007910     PERFORM 3310-COPIAR-SERVICIO
007920         THRU 3310-COPIAR-SERVICIO-EXIT
007930         UNTIL BR-FIN-ENTRADA-SI.
007940     CLOSE SVCFILE SVCOUT.
007950     IF BR-PARM-FICHERO = SPACES
007960         MOVE "SVCFILE" TO BR-PARM-FICHERO
007970     END-IF.
007980     PERFORM 7400-ANOTAR-CONTADORES
007990         THRU 7400-ANOTAR-CONTADORES-EXIT.
008000 3300-TRATAR-SERVICIOS-EXIT.
008010     EXIT.
008020
008030 3310-COPIAR-SERVICIO.
008040     READ SVCFILE
008050         AT END
008060             SET BR-FIN-ENTRADA-SI TO TRUE
008070             GO TO 3310-COPIAR-SERVICIO-EXIT
008080     END-READ.
008090     ADD 1 TO BR-CONT-LEIDOS.
008100     IF SV-PERSONA-NUM NUMERIC
008110         MOVE SV-PERSONA-NUM TO BR-BUSCA-NUMERO
008120     ELSE
008130         MOVE ZERO TO BR-BUSCA-NUMERO
008140     END-IF.
008150     MOVE SV-APELLIDO TO BR-BUSCA-APELLIDO.
008160     MOVE SV-NOMBRE TO BR-BUSCA-NOMBRE.
008170     PERFORM 5000-BUSCAR-BORRADA
008180         THRU 5000-BUSCAR-BORRADA-EXIT.
008190     IF BR-HALLADA-SI
008200         AND (SV-APELLIDO NOT = SPACES OR SV-NOMBRE NOT = SPACES)
008210         MOVE SPACES TO SV-APELLIDO SV-NOMBRE
008220         ADD 1 TO BR-CONT-MODIFICADOS
008230     END-IF.
008240     WRITE BR-SVC-SALIDA FROM SV-RECORD.
008250 3310-COPIAR-SERVICIO-EXIT.
008260     EXIT.
008270
008280 3400-TRATAR-FACTURACION.
008290     OPEN INPUT FACFILE.
008300     IF BR-ENTRADA-STATUS NOT = "00"
008310         DISPLAY "ERROR AL ABRIR FACFILE - STATUS "
008320             BR-ENTRADA-STATUS
008330         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008340     END-IF.
008350     OPEN OUTPUT FACOUT.
008360     IF BR-SALIDA-STATUS NOT = "00"
008370         DISPLAY "ERROR AL ABRIR FACOUT - STATUS "
008380             BR-SALIDA-STATUS
008390         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008400     END-IF.
008410     PERFORM 3410-COPIAR-FACTURA
008420         THRU 3410-COPIAR-FACTURA-EXIT
008430         UNTIL BR-FIN-ENTRADA-SI.
008440     CLOSE FACFILE FACOUT.
008450     IF BR-PARM-FICHERO = SPACES
008460         MOVE "FACFILE" TO BR-PARM-FICHERO
008470     END-IF.
008480     PERFORM 7400-ANOTAR-CONTADORES
008490         THRU 7400-ANOTAR-CONTADORES-EXIT.
008500 3400-TRATAR-FACTURACION-EXIT.
008510     EXIT.
008520
008530 3410-COPIAR-FACTURA.
008540     READ FACFILE
008550         AT END
008560             SET BR-FIN-ENTRADA-SI TO TRUE
008570             GO TO 3410-COPIAR-FACTURA-EXIT
008580     END-READ.
008590     ADD 1 TO BR-CONT-LEIDOS.
008600     IF FB-PERSONA-NUM NUMERIC
008610         MOVE FB-PERSONA-NUM TO BR-BUSCA-NUMERO
008620     ELSE
008630         MOVE ZERO TO BR-BUSCA-NUMERO
008640     END-IF.
008650     MOVE FB-APELLIDO TO BR-BUSCA-APELLIDO.
008660     MOVE FB-NOMBRE TO BR-BUSCA-NOMBRE.
008670     PERFORM 5000-BUSCAR-BORRADA
008680         THRU 5000-BUSCAR-BORRADA-EXIT.
008690     IF BR-HALLADA-SI
008700         AND (FB-APELLIDO NOT = SPACES OR FB-NOMBRE NOT = SPACES)
008710         MOVE SPACES TO FB-APELLIDO FB-NOMBRE
008720         ADD 1 TO BR-CONT-MODIFICADOS
008730     END-IF.
008740     WRITE BR-FAC-SALIDA FROM FB-RECORD.
008750 3410-COPIAR-FACTURA-EXIT.
008760     EXIT.
008770
008780 3500-TRATAR-SUSPENSOS.
008790     OPEN INPUT SUSFILE.
008800     IF BR-ENTRADA-STATUS NOT = "00"
008810         DISPLAY "ERROR AL ABRIR SUSFILE - STATUS "
008820             BR-ENTRADA-STATUS
008830         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008840     END-IF.
008850     OPEN OUTPUT SUSOUT.
008860     IF BR-SALIDA-STATUS NOT = "00"
008870         DISPLAY "ERROR AL ABRIR SUSOUT - STATUS "
008880             BR-SALIDA-STATUS
008890         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008900     END-IF.
008910     PERFORM 3510-COPIAR-SUSPENSO
008920         THRU 3510-COPIAR-SUSPENSO-EXIT
008930         UNTIL BR-FIN-ENTRADA-SI.
008940     CLOSE SUSFILE SUSOUT.
008950     IF BR-PARM-FICHERO = SPACES
008960         MOVE "SUSFILE" TO BR-PARM-FICHERO
008970     END-IF.
008980     PERFORM 7400-ANOTAR-CONTADORES
008990         THRU 7400-ANOTAR-CONTADORES-EXIT.
009000 3500-TRATAR-SUSPENSOS-EXIT.
009010     EXIT.
009020
009030 3510-COPIAR-SUSPENSO.
009040     READ SUSFILE
009050         AT END
009060             SET BR-FIN-ENTRADA-SI TO TRUE
009070             GO TO 3510-COPIAR-SUSPENSO-EXIT
009080     END-READ.
009090     ADD 1 TO BR-CONT-LEIDOS.
009100     MOVE SU-TRANSACCION TO BR-IMAGEN-TRAN.
009110     PERFORM 5100-LIMPIAR-IMAGEN
009120         THRU 5100-LIMPIAR-IMAGEN-EXIT.
009130     IF BR-IMAGEN-TRAN NOT = BR-IMAGEN-ORIGINAL
009140         MOVE BR-IMAGEN-TRAN TO SU-TRANSACCION
009150         ADD 1 TO BR-CONT-MODIFICADOS
009160     END-IF.
009170     WRITE BR-SUS-SALIDA FROM SU-RECORD.
009180 3510-COPIAR-SUSPENSO-EXIT.
009190     EXIT.
009200
009210 3600-TRATAR-RECHAZOS.
009220     OPEN INPUT REJFILE.
009230     IF BR-ENTRADA-STATUS NOT = "00"
009240         DISPLAY "ERROR AL ABRIR REJFILE - STATUS "
009250             BR-ENTRADA-STATUS
009260         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009270     END-IF.
009280     OPEN OUTPUT REJOUT.
009290     IF BR-SALIDA-STATUS NOT = "00"
009300         DISPLAY "ERROR AL ABRIR REJOUT - STATUS "
009310             BR-SALIDA-STATUS
009320         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009330     END-IF.
009340     PERFORM 3610-COPIAR-RECHAZO
009350         THRU 3610-COPIAR-RECHAZO-EXIT
009360         UNTIL BR-FIN-ENTRADA-SI.
009370     CLOSE REJFILE REJOUT.
009380     IF BR-PARM-FICHERO = SPACES
009390         MOVE "REJFILE" TO BR-PARM-FICHERO
009400     END-IF.
009410     PERFORM 7400-ANOTAR-CONTADORES
009420         THRU 7400-ANOTAR-CONTADORES-EXIT.
009430 3600-TRATAR-RECHAZOS-EXIT.
009440     EXIT.
009450
009460 3610-COPIAR-RECHAZO.
009470     READ REJFILE
009480         AT END
009490             SET BR-FIN-ENTRADA-SI TO TRUE
009500             GO TO 3610-COPIAR-RECHAZO-EXIT
009510     END-READ.
009520     ADD 1 TO BR-CONT-LEIDOS.
009530     MOVE RJ-TRANSACCION TO BR-IMAGEN-TRAN.
009540     PERFORM 5100-LIMPIAR-IMAGEN
009550         THRU 5100-LIMPIAR-IMAGEN-EXIT.
009560     IF BR-IMAGEN-TRAN NOT = BR-IMAGEN-ORIGINAL
009570         MOVE BR-IMAGEN-TRAN TO RJ-TRANSACCION
009580         ADD 1 TO BR-CONT-MODIFICADOS
009590     END-IF.
009600     WRITE BR-REJ-SALIDA FROM RJ-RECORD.
009610 3610-COPIAR-RECHAZO-EXIT.
009620     EXIT.
009630
009640******************************************************************
009650*    3700-TRATAR-JOURNAL
009660*    MODO J: LAS DOS IMAGENES DE CADA ANOTACION DE LA PERSONA SE
009670*    QUEDAN SIN NOMBRE, DOMICILIO NI TELEFONO. EL JOURNAL SIEMPRE
009680*    LLEVA EL NUMERO, ASI QUE NO HACE FALTA BUSCAR POR NOMBRE.
009690******************************************************************
009700 3700-TRATAR-JOURNAL.
009710     OPEN INPUT JRNFILE.
009720     IF BR-JRNFILE-STATUS NOT = "00"
009730         DISPLAY "ERROR AL ABRIR JRNFILE - STATUS "
009740             BR-JRNFILE-STATUS
009750         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009760     END-IF.
009770     OPEN OUTPUT JRNOUT.
009780     IF BR-SALIDA-STATUS NOT = "00"
009790         DISPLAY "ERROR AL ABRIR JRNOUT - STATUS "
009800             BR-SALIDA-STATUS
009810         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009820     END-IF.
009830     PERFORM 3710-COPIAR-ANOTACION
009840         THRU 3710-COPIAR-ANOTACION-EXIT
009850         UNTIL BR-FIN-ENTRADA-SI.
009860     CLOSE JRNFILE JRNOUT.
009870     IF BR-PARM-FICHERO = SPACES
009880         MOVE "JRNFILE" TO BR-PARM-FICHERO
009890     END-IF.
009900     PERFORM 7400-ANOTAR-CONTADORES
009910         THRU 7400-ANOTAR-CONTADORES-EXIT.
009920 3700-TRATAR-JOURNAL-EXIT.
009930     EXIT.
009940
009950 3710-COPIAR-ANOTACION.
009960     READ JRNFILE
009970         AT END
009980             SET BR-FIN-ENTRADA-SI TO TRUE
009990             GO TO 3710-COPIAR-ANOTACION-EXIT
010000     END-READ.
010010     ADD 1 TO BR-CONT-LEIDOS.
010020     IF JN-NUMERO NUMERIC
010030         MOVE JN-NUMERO TO BR-BUSCA-NUMERO
010040     ELSE
010050         MOVE ZERO TO BR-BUSCA-NUMERO
010060     END-IF.
010070     MOVE SPACES TO BR-BUSCA-APELLIDO BR-BUSCA-NOMBRE.
010080     PERFORM 5000-BUSCAR-BORRADA
010090         THRU 5000-BUSCAR-BORRADA-EXIT.
010100     IF BR-HALLADA-SI
010110         MOVE JN-IMAGEN-ANTES TO BR-IMAGEN-PERSONA
010120         MOVE SPACES TO BRI-NOMBRE-CLAVE BRI-DOMICILIO
010130         IF BR-IMAGEN-PERSONA NOT = JN-IMAGEN-ANTES
010140             MOVE BR-IMAGEN-PERSONA TO JN-IMAGEN-ANTES
010150             SET BR-HALLADA-NO TO TRUE
010160         END-IF
010170         MOVE JN-IMAGEN-DESPUES TO BR-IMAGEN-PERSONA
010180         MOVE SPACES TO BRI-NOMBRE-CLAVE BRI-DOMICILIO
010190         IF BR-IMAGEN-PERSONA NOT = JN-IMAGEN-DESPUES
010200             MOVE BR-IMAGEN-PERSONA TO JN-IMAGEN-DESPUES
010210             SET BR-HALLADA-NO TO TRUE
010220         END-IF
010230*        HALLADA-NO AQUI SIGNIFICA QUE ALGUNA IMAGEN HA CAMBIADO.
010240         IF BR-HALLADA-NO
010250             ADD 1 TO BR-CONT-MODIFICADOS
010260         END-IF
010270     END-IF.
010280     WRITE BR-JRN-SALIDA FROM JN-RECORD.
010290 3710-COPIAR-ANOTACION-EXIT.
010300     EXIT.
010310
010320******************************************************************
010321*    3800-TRATAR-ALMACEN
010322*    MODO W: EL ALMACEN ES INDEXADO Y LA CLAVE NO LLEVA EL
010323*    NOMBRE, ASI QUE LA IMAGEN SE LIMPIA Y SE REGRABA EN SU
010324*    SITIO, SEA CUAL SEA SU ESTADO. SIN ALMACEN CREADO TODAVIA NO
010325*    HAY NADA QUE TRATAR.
010326******************************************************************
010327 3800-TRATAR-ALMACEN.
010328     OPEN I-O ALMFILE.
010329     IF BR-ALMFILE-STATUS = "35"
010330         DISPLAY "ALMFILE NO EXISTE - NADA QUE TRATAR"
010331         GO TO 3800-TRATAR-ALMACEN-ANOTAR
010332     END-IF.
010333     IF BR-ALMFILE-STATUS NOT = "00"
010334         DISPLAY "ERROR AL ABRIR ALMFILE - STATUS "
010335             BR-ALMFILE-STATUS
010336         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010337     END-IF.
010338     PERFORM 3810-LIMPIAR-ALMACENADA
010339         THRU 3810-LIMPIAR-ALMACENADA-EXIT
010340         UNTIL BR-FIN-ENTRADA-SI.
010341     CLOSE ALMFILE.
010342
010343 3800-TRATAR-ALMACEN-ANOTAR.
010344     IF BR-PARM-FICHERO = SPACES
010345         MOVE "ALMFILE" TO BR-PARM-FICHERO
010346     END-IF.
010347     PERFORM 7400-ANOTAR-CONTADORES
010348         THRU 7400-ANOTAR-CONTADORES-EXIT.
010349 3800-TRATAR-ALMACEN-EXIT.
010350     EXIT.
010351
010352 3810-LIMPIAR-ALMACENADA.
010353     READ ALMFILE NEXT RECORD
010354         AT END
010355             SET BR-FIN-ENTRADA-SI TO TRUE
010356             GO TO 3810-LIMPIAR-ALMACENADA-EXIT
010357     END-READ.
010358     ADD 1 TO BR-CONT-LEIDOS.
010359     MOVE AL-TRANSACCION TO BR-IMAGEN-TRAN.
010360     PERFORM 5100-LIMPIAR-IMAGEN
010361         THRU 5100-LIMPIAR-IMAGEN-EXIT.
010362     IF BR-IMAGEN-TRAN = BR-IMAGEN-ORIGINAL
010363         GO TO 3810-LIMPIAR-ALMACENADA-EXIT
010364     END-IF.
010365     MOVE BR-IMAGEN-TRAN TO AL-TRANSACCION.
010366     REWRITE AL-RECORD
010367         INVALID KEY
010368             DISPLAY "ERROR AL REGRABAR ALMFILE - STATUS "
010369                 BR-ALMFILE-STATUS
010370             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010371     END-REWRITE.
010372     ADD 1 TO BR-CONT-MODIFICADOS.
010373 3810-LIMPIAR-ALMACENADA-EXIT.
010374     EXIT.
010375
010376******************************************************************
010377*    3900-TRATAR-PENDIENTES
010378*    MODO K: PENDFILE, LAS LINEAS DE EXTRACTO ENTREGADAS Y AUN
010379*    SIN ACUSE QUE ESTPACK ARRASTRA DE UN DIA PARA OTRO.
010380******************************************************************
010381 3900-TRATAR-PENDIENTES.
010382     OPEN INPUT PENDFILE.
010383     IF BR-ENTRADA-STATUS NOT = "00"
010384         DISPLAY "ERROR AL ABRIR PENDFILE - STATUS "
010385             BR-ENTRADA-STATUS
010386         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010387     END-IF.
010388     OPEN OUTPUT PENOUT.
010389     IF BR-SALIDA-STATUS NOT = "00"
010390         DISPLAY "ERROR AL ABRIR PENOUT - STATUS "
010391             BR-SALIDA-STATUS
010392         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010393     END-IF.
010394     PERFORM 3910-COPIAR-PENDIENTE
010395         THRU 3910-COPIAR-PENDIENTE-EXIT
010396         UNTIL BR-FIN-ENTRADA-SI.
010397     CLOSE PENDFILE PENOUT.
010398     IF BR-PARM-FICHERO = SPACES
010399         MOVE "PENDFILE" TO BR-PARM-FICHERO
010400     END-IF.
010401     PERFORM 7400-ANOTAR-CONTADORES
010402         THRU 7400-ANOTAR-CONTADORES-EXIT.
010403 3900-TRATAR-PENDIENTES-EXIT.
010404     EXIT.
010405
010406 3910-COPIAR-PENDIENTE.
010407     READ PENDFILE
010408         AT END
010409             SET BR-FIN-ENTRADA-SI TO TRUE
010410             GO TO 3910-COPIAR-PENDIENTE-EXIT
010411     END-READ.
010412     ADD 1 TO BR-CONT-LEIDOS.
010413     IF PN-PERSONA-NUM NUMERIC
010414         MOVE PN-PERSONA-NUM TO BR-BUSCA-NUMERO
010415     ELSE
010416         MOVE ZERO TO BR-BUSCA-NUMERO
010417     END-IF.
010418     MOVE PN-APELLIDO TO BR-BUSCA-APELLIDO.
010419     MOVE PN-NOMBRE TO BR-BUSCA-NOMBRE.
010420     PERFORM 5000-BUSCAR-BORRADA
010421         THRU 5000-BUSCAR-BORRADA-EXIT.
010422     IF BR-HALLADA-SI
010423         AND (PN-APELLIDO NOT = SPACES OR PN-NOMBRE NOT = SPACES)
010424         MOVE SPACES TO PN-APELLIDO PN-NOMBRE
010425         ADD 1 TO BR-CONT-MODIFICADOS
010426     END-IF.
010427     WRITE BR-PEN-SALIDA FROM PN-RECORD.
010428 3910-COPIAR-PENDIENTE-EXIT.
010429     EXIT.
010430
010431******************************************************************
010432*    5000-BUSCAR-BORRADA
010433*    CON NUMERO, SOLO CUENTA EL NUMERO. SIN NUMERO (REGISTROS
010434*    ANTERIORES A LA NUMERACION), EL NOMBRE QUE TENIA LA PERSONA
010435*    EN EL MAESTRO.
010436******************************************************************
010437 5000-BUSCAR-BORRADA.
010438     SET BR-HALLADA-NO TO TRUE.
010439     SET BR-BOR-IDX TO 1.
010440     IF BR-BUSCA-NUMERO NOT = ZERO
010441         SEARCH BR-BOR-ENT
010442             AT END
010443                 CONTINUE
010450             WHEN BR-BOR-IDX > BR-CONT-BOR
010460                 CONTINUE
010470             WHEN BR-B-NUMERO (BR-BOR-IDX) = BR-BUSCA-NUMERO
010480                 SET BR-HALLADA-SI TO TRUE
010490         END-SEARCH
010500         GO TO 5000-BUSCAR-BORRADA-EXIT
010510     END-IF.
010520     IF BR-BUSCA-APELLIDO = SPACES AND BR-BUSCA-NOMBRE = SPACES
010530         GO TO 5000-BUSCAR-BORRADA-EXIT
010540     END-IF.
010550     SEARCH BR-BOR-ENT
010560         AT END
010570             CONTINUE
010580         WHEN BR-BOR-IDX > BR-CONT-BOR
010590             CONTINUE
010600         WHEN BR-B-APELLIDO (BR-BOR-IDX) = BR-BUSCA-APELLIDO
010610             AND BR-B-NOMBRE (BR-BOR-IDX) = BR-BUSCA-NOMBRE
010620             SET BR-HALLADA-SI TO TRUE
010630     END-SEARCH.
010640 5000-BUSCAR-BORRADA-EXIT.
010650     EXIT.
010660
010670******************************************************************
010680*    5100-LIMPIAR-IMAGEN
010690*    IMAGEN DE TRANSACCION EN BR-IMAGEN-TRAN. SEGUN SU TIPO, EL
010700*    NUMERO Y EL NOMBRE ESTAN EN UN SITIO U OTRO; EL REGISTRO DE
010710*    DOMICILIO LLEVA ADEMAS DIRECCION Y TELEFONO.
010720******************************************************************
010730 5100-LIMPIAR-IMAGEN.
010740     MOVE BR-IMAGEN-TRAN TO BR-IMAGEN-ORIGINAL.
010750     MOVE BR-IMAGEN-TRAN TO TR-RECORD TRD-RECORD TRX-RECORD.
010760     EVALUATE TRUE
010770         WHEN TRD-DOMICILIO
010780             PERFORM 5110-LIMPIAR-DOMICILIO
010790                 THRU 5110-LIMPIAR-DOMICILIO-EXIT
010800         WHEN TRX-ANULACION
010810             PERFORM 5120-LIMPIAR-ANULACION
010820                 THRU 5120-LIMPIAR-ANULACION-EXIT
010830         WHEN OTHER
010840             PERFORM 5130-LIMPIAR-DETALLE
010850                 THRU 5130-LIMPIAR-DETALLE-EXIT
010860     END-EVALUATE.
010870 5100-LIMPIAR-IMAGEN-EXIT.
010880     EXIT.
010890
010900 5110-LIMPIAR-DOMICILIO.
010910     IF TRD-PERSONA-NUM NUMERIC
010920         MOVE TRD-PERSONA-NUM TO BR-BUSCA-NUMERO
010930     ELSE
010940         MOVE ZERO TO BR-BUSCA-NUMERO
010950     END-IF.
010960     MOVE TRD-APELLIDO TO BR-BUSCA-APELLIDO.
010970     MOVE TRD-NOMBRE TO BR-BUSCA-NOMBRE.
010980     PERFORM 5000-BUSCAR-BORRADA
010990         THRU 5000-BUSCAR-BORRADA-EXIT.
011000     IF BR-HALLADA-SI
011010         MOVE SPACES TO TRD-APELLIDO TRD-NOMBRE TRD-DIR-CALLE
011020             TRD-DIR-POBLACION TRD-DIR-CODPOST TRD-TELEFONO
011030         MOVE TRD-RECORD TO BR-IMAGEN-TRAN
011040     END-IF.
011050 5110-LIMPIAR-DOMICILIO-EXIT.
011060     EXIT.
011070
011080 5120-LIMPIAR-ANULACION.
011090     IF TRX-PERSONA-NUM NUMERIC
011100         MOVE TRX-PERSONA-NUM TO BR-BUSCA-NUMERO
011110     ELSE
011120         MOVE ZERO TO BR-BUSCA-NUMERO
011130     END-IF.
011140     MOVE TRX-APELLIDO TO BR-BUSCA-APELLIDO.
011150     MOVE TRX-NOMBRE TO BR-BUSCA-NOMBRE.
011160     PERFORM 5000-BUSCAR-BORRADA
011170         THRU 5000-BUSCAR-BORRADA-EXIT.
011180     IF BR-HALLADA-SI
011190         MOVE SPACES TO TRX-APELLIDO TRX-NOMBRE
011200         MOVE TRX-RECORD TO BR-IMAGEN-TRAN
011210     END-IF.
011220 5120-LIMPIAR-ANULACION-EXIT.
011230     EXIT.
011240
011250 5130-LIMPIAR-DETALLE.
011260     IF TR-PERSONA-NUM NUMERIC
011270         MOVE TR-PERSONA-NUM TO BR-BUSCA-NUMERO
011280     ELSE
011290         MOVE ZERO TO BR-BUSCA-NUMERO
011300     END-IF.
011310     MOVE TR-APELLIDO TO BR-BUSCA-APELLIDO.
011320     MOVE TR-NOMBRE TO BR-BUSCA-NOMBRE.
011330     PERFORM 5000-BUSCAR-BORRADA
011340         THRU 5000-BUSCAR-BORRADA-EXIT.
011350     IF BR-HALLADA-SI
011360         MOVE SPACES TO TR-APELLIDO TR-NOMBRE
011370         MOVE TR-RECORD TO BR-IMAGEN-TRAN
011380     END-IF.
011390 5130-LIMPIAR-DETALLE-EXIT.
011400     EXIT.
011410
011420******************************************************************
011430*    7000-IMPRIMIR-CERTIFICADO
011436*    MODO C: LAS SOLICITUDES CON SU RESULTADO (SIN NOMBRES),
011442*    CADA UNA SEGUIDA DE LOS NUMEROS FUSIONADOS EN ELLA, Y
011450*    CADA FICHERO TRATADO CON LEIDOS Y MODIFICADOS. RC 4 SI
011460*    ALGUNA SOLICITUD NO SE HA PODIDO ATENDER.
011470******************************************************************
011480 7000-IMPRIMIR-CERTIFICADO.
011490     OPEN INPUT BORWRK.
011500     IF BR-BORWRK-STATUS NOT = "00"
011510         DISPLAY "ERROR AL ABRIR BORWRK - STATUS "
011520             BR-BORWRK-STATUS
011530         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
011540     END-IF.
011550     OPEN OUTPUT BORRPT.
011560     IF BR-BORRPT-STATUS NOT = "00"
011570         DISPLAY "ERROR AL ABRIR BORRPT - STATUS "
011580             BR-BORRPT-STATUS
011590         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
011600     END-IF.
011610     MOVE BR-PARM-FECHA-PROCESO TO BRT-FECHA.
011620     MOVE BR-LINEA-TITULO TO BR-LINEA-IMPRESION.
011630     WRITE BR-LINEA-IMPRESION.
011640     MOVE BR-LINEA-BLANCO TO BR-LINEA-IMPRESION.
011650     WRITE BR-LINEA-IMPRESION.
011660     MOVE "PERSONAS SOLICITADAS" TO BRS-TEXTO.
011670     MOVE BR-LINEA-SUBTITULO TO BR-LINEA-IMPRESION.
011680     WRITE BR-LINEA-IMPRESION.
011690     MOVE BR-LINEA-CAB-PERSONAS TO BR-LINEA-IMPRESION.
011700     WRITE BR-LINEA-IMPRESION.
011710     PERFORM 7100-IMPRIMIR-PERSONA
011720         THRU 7100-IMPRIMIR-PERSONA-EXIT
011730         UNTIL BR-FIN-BORWRK-SI.
011740
011750     MOVE BR-LINEA-BLANCO TO BR-LINEA-IMPRESION.
011760     WRITE BR-LINEA-IMPRESION.
011770     MOVE "FICHEROS TRATADOS" TO BRS-TEXTO.
011780     MOVE BR-LINEA-SUBTITULO TO BR-LINEA-IMPRESION.
011790     WRITE BR-LINEA-IMPRESION.
011800     MOVE BR-LINEA-CAB-FICHEROS TO BR-LINEA-IMPRESION.
011810     WRITE BR-LINEA-IMPRESION.
011820     PERFORM 7200-IMPRIMIR-FICHERO
011830         THRU 7200-IMPRIMIR-FICHERO-EXIT
011840         UNTIL BR-FIN-CERWRK-SI.
011850
011860     MOVE BR-LINEA-BLANCO TO BR-LINEA-IMPRESION.
011870     WRITE BR-LINEA-IMPRESION.
011880     MOVE "SOLICITUDES RECIBIDAS" TO BRL-CONCEPTO.
011890     MOVE BR-CONT-SOLICITUDES TO BRL-CANTIDAD.
011900     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
011910     MOVE "  PERSONAS BORRADAS" TO BRL-CONCEPTO.
011920     MOVE BR-CONT-BORRADAS TO BRL-CANTIDAD.
011930     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
011940     MOVE "  YA BORRADAS ANTES" TO BRL-CONCEPTO.
011950     MOVE BR-CONT-YA-BORRADAS TO BRL-CANTIDAD.
011960     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
011970     MOVE "  NO EXISTEN EN EL MAESTRO" TO BRL-CONCEPTO.
011980     MOVE BR-CONT-NO-EXISTEN TO BRL-CANTIDAD.
011990     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
012000     MOVE "  NUMERO NO VALIDO" TO BRL-CONCEPTO.
012010     MOVE BR-CONT-ERRONEAS TO BRL-CANTIDAD.
012020     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
012022     MOVE "NUMEROS FUSIONADOS BORRADOS CON ELLAS" TO BRL-CONCEPTO.
012024     MOVE BR-CONT-FUSIONADAS TO BRL-CANTIDAD.
012026     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
012030     MOVE "FICHEROS TRATADOS" TO BRL-CONCEPTO.
012040     MOVE BR-CONT-FICHEROS TO BRL-CANTIDAD.
012050     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
012060     MOVE "REGISTROS MODIFICADOS EN TOTAL" TO BRL-CONCEPTO.
012070     MOVE BR-TOTAL-MODIFICADOS TO BRL-CANTIDAD.
012080     PERFORM 7300-IMPRIMIR-TOTAL THRU 7300-IMPRIMIR-TOTAL-EXIT.
012090     MOVE BR-LINEA-BLANCO TO BR-LINEA-IMPRESION.
012100     WRITE BR-LINEA-IMPRESION.
012110     MOVE "SE HAN DEJADO EN BLANCO NOMBRE, DOMICILIO Y TELEFONO."
012120         TO BRS-TEXTO.
012130     MOVE BR-LINEA-SUBTITULO TO BR-LINEA-IMPRESION.
012140     WRITE BR-LINEA-IMPRESION.
012150     MOVE "SE CONSERVAN EL NUMERO DE PERSONA E IMPORTES."
012160         TO BRS-TEXTO.
012170     MOVE BR-LINEA-SUBTITULO TO BR-LINEA-IMPRESION.
012180     WRITE BR-LINEA-IMPRESION.
012190     CLOSE BORWRK BORRPT.
012200     IF BR-CONT-NO-EXISTEN > ZERO OR BR-CONT-ERRONEAS > ZERO
012210         MOVE 4 TO RETURN-CODE
012220     END-IF.
012230 7000-IMPRIMIR-CERTIFICADO-EXIT.
012240     EXIT.
012250
012260 7100-IMPRIMIR-PERSONA.
012270     READ BORWRK
012280         AT END
012290             SET BR-FIN-BORWRK-SI TO TRUE
012300             GO TO 7100-IMPRIMIR-PERSONA-EXIT
012310     END-READ.
012315     IF NOT BW-FUSIONADA
012320         ADD 1 TO BR-CONT-SOLICITUDES
012325     END-IF.
012330     MOVE BW-NUMERO TO BRP-NUMERO.
012340     MOVE BW-REFERENCIA TO BRP-REFERENCIA.
012350     EVALUATE TRUE
012352         WHEN BW-FUSIONADA
012354             MOVE "FUSIONADA EN LA ANTERIOR - BORRADA"
012356                 TO BRP-RESULTADO
012358             ADD 1 TO BR-CONT-FUSIONADAS
012360         WHEN BW-BORRADA-AHORA
012370             MOVE "DATOS PERSONALES BORRADOS" TO BRP-RESULTADO
012380             ADD 1 TO BR-CONT-BORRADAS
012390         WHEN BW-YA-BORRADA
012400             MOVE "YA ESTABA BORRADA - REVISADOS FICHEROS"
012410                 TO BRP-RESULTADO
012420             ADD 1 TO BR-CONT-YA-BORRADAS
012430         WHEN BW-NO-EXISTE
012440             MOVE "NO EXISTE EN EL MAESTRO - NO TRATADA"
012450                 TO BRP-RESULTADO
012460             ADD 1 TO BR-CONT-NO-EXISTEN
012470         WHEN OTHER
012480             MOVE "******" TO BRP-NUMERO
012490             MOVE "NUMERO NO VALIDO - NO TRATADA" TO BRP-RESULTADO
012500             ADD 1 TO BR-CONT-ERRONEAS
012510     END-EVALUATE.
012520     MOVE BR-LINEA-PERSONA TO BR-LINEA-IMPRESION.
012530     WRITE BR-LINEA-IMPRESION.
012540 7100-IMPRIMIR-PERSONA-EXIT.
012550     EXIT.
012560
012570 7200-IMPRIMIR-FICHERO.
012580     READ CERWRK
012590         AT END
012600             SET BR-FIN-CERWRK-SI TO TRUE
012610             GO TO 7200-IMPRIMIR-FICHERO-EXIT
012620     END-READ.
012630     ADD 1 TO BR-CONT-FICHEROS.
012640     ADD CE-MODIFICADOS TO BR-TOTAL-MODIFICADOS.
012650     MOVE CE-FICHERO TO BRF-FICHERO.
012660     MOVE CE-LEIDOS TO BRF-LEIDOS.
012670     MOVE CE-MODIFICADOS TO BRF-MODIFICADOS.
012680     MOVE BR-LINEA-FICHERO TO BR-LINEA-IMPRESION.
012690     WRITE BR-LINEA-IMPRESION.
012700 7200-IMPRIMIR-FICHERO-EXIT.
012710     EXIT.
012720
012730 7300-IMPRIMIR-TOTAL.
012740     MOVE BR-LINEA-TOTAL TO BR-LINEA-IMPRESION.
012750     WRITE BR-LINEA-IMPRESION.
012760 7300-IMPRIMIR-TOTAL-EXIT.
012770     EXIT.
012780
012790 7400-ANOTAR-CONTADORES.
012800     MOVE BR-PARM-FICHERO TO CE-FICHERO.
012810     MOVE BR-CONT-LEIDOS TO CE-LEIDOS.
012820     MOVE BR-CONT-MODIFICADOS TO CE-MODIFICADOS.
012830     PERFORM 7500-ANOTAR-FICHERO
012840         THRU 7500-ANOTAR-FICHERO-EXIT.
012850 7400-ANOTAR-CONTADORES-EXIT.
012860     EXIT.
012870
012880 7500-ANOTAR-FICHERO.
012890     MOVE BR-PARM-MODO TO CE-MODO.
012900     WRITE CE-RECORD.
012910 7500-ANOTAR-FICHERO-EXIT.
012920     EXIT.
012930
012940 8000-TERMINAR.
012950     CLOSE CERWRK.
012960     DISPLAY "REGISTROS LEIDOS    : " BR-CONT-LEIDOS.
012970     DISPLAY "REGISTROS MODIFICADOS: " BR-CONT-MODIFICADOS.
012980     IF BR-MODO-MAESTRO
012990         DISPLAY "SOLICITUDES         : " BR-CONT-SOLICITUDES
013000         DISPLAY "PERSONAS BORRADAS   : " BR-CONT-BORRADAS
013010         DISPLAY "YA BORRADAS         : " BR-CONT-YA-BORRADAS
013020         DISPLAY "NO EXISTEN          : " BR-CONT-NO-EXISTEN
013030         DISPLAY "NUMERO NO VALIDO    : " BR-CONT-ERRONEAS
013040     END-IF.
013050 8000-TERMINAR-EXIT.
013060     EXIT.
013070
013080 9999-ABEND.
013090     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
013100     MOVE 16 TO RETURN-CODE.
013110     STOP RUN.
013120 9999-ABEND-EXIT.
013130     EXIT.
013140
013150 END PROGRAM ESTPBOR.

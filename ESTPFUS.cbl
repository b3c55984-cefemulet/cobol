000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Deteccion y fusion de personas duplicadas en el
000070*          maestro PERSFILE. Dos partes:
000080*          - LISTADO: recorre dos copias del maestro ordenadas
000090*            por telefono (PERTEL) y por domicilio (PERDOM) y,
000100*            dentro de cada grupo con el mismo valor, lista las
000110*            parejas con nombre igual o parecido (identico,
000120*            apellido y nombre invertidos, misma inicial del
000130*            nombre o mismas cuatro letras del apellido).
000140*          - FUSION: aplica las parejas superviviente/retirada
000150*            que calidad de datos decide en MRGFILE. La retirada
000160*            pasa a estado "F" con el numero superviviente en
000170*            PF-FUSIONADA-EN (con su huella en JRNFILE para
000180*            ESTPRCV); su registro de limites pasa al
000190*            superviviente si este no tiene el suyo; sus
000200*            entradas del indice AUDIXF, sus suspensos abiertos
000210*            (SUSFILE) y sus pendientes de acuse (PENOLD) pasan
000220*            a numero y nombre del superviviente.
000230*          El informe FUSRPT recoge el listado de duplicados y,
000240*          por pareja, lo traspasado o el motivo del rechazo.
000250*          SUSOUT y PENNEW son las copias traspasadas con las
000260*          que el JCL recompone el SUSFILE de retenidos y el
000270*          PENDFILE.
000280* Tectonics: cobc
000290*
000300* Modification history:
000310*   15/10/2026  CM  CREACION INICIAL DE LA FUSION DE PERSONAS.
000312*   15/10/2026  CM  LIMFILE CON VERSIONES POR FECHA DESDE: SE
000314*                   TRASPASAN TODAS LAS VERSIONES DE LA
000316*                   RETIRADA (ACCESO DINAMICO).
000317*   15/10/2026  CM  NO SE FUSIONA UNA PERSONA CON SUS DATOS
000318*                   BORRADOS (ESTPBOR), NI COMO SUPERVIVIENTE
000319*                   NI COMO RETIRADA.
000320*   15/10/2026  CM  LAS PERSONAS YA FUSIONADAS EN LA RETIRADA (EN
000321*                   UNA EJECUCION ANTERIOR) PASAN A APUNTAR AL
000322*                   SUPERVIVIENTE, CON SU HUELLA EN JRNFILE: NO
000323*                   QUEDAN FUSIONES ENCADENADAS.
000324******************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. ESTPFUS.
000350 AUTHOR. CEFERINO MULET.
000360 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000370 DATE-WRITTEN. 15/10/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. IBM-370.
000430 OBJECT-COMPUTER. IBM-370.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PERTEL ASSIGN TO "PERTEL"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS FU-PERTEL-STATUS.
000500
000510     SELECT PERDOM ASSIGN TO "PERDOM"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FU-PERDOM-STATUS.
000540
000550     SELECT PERSFILE ASSIGN TO "PERSFILE"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PF-NUMERO
000590         ALTERNATE RECORD KEY IS PF-NOMBRE-CLAVE
000600             WITH DUPLICATES
000610         FILE STATUS IS FU-PERSFILE-STATUS.
000620
000630     SELECT LIMFILE ASSIGN TO "LIMFILE"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS LM-CLAVE
000670         FILE STATUS IS FU-LIMFILE-STATUS.
000680
000690     SELECT AUDIXF ASSIGN TO "AUDIXF"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS AX-CLAVE
000730         FILE STATUS IS FU-AUDIXF-STATUS.
000740
000750     SELECT MRGFILE ASSIGN TO "MRGFILE"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FU-MRGFILE-STATUS.
000780
000790     SELECT SUSFILE ASSIGN TO "SUSFILE"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS FU-SUSFILE-STATUS.
000820
000830     SELECT SUSOUT ASSIGN TO "SUSOUT"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FU-SUSOUT-STATUS.
000860
000870     SELECT PENOLD ASSIGN TO "PENOLD"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS FU-PENOLD-STATUS.
000900
000910     SELECT PENNEW ASSIGN TO "PENNEW"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS FU-PENNEW-STATUS.
000940
000950     SELECT JRNFILE ASSIGN TO "JRNFILE"
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FU-JRNFILE-STATUS.
000980
000990     SELECT FUSRPT ASSIGN TO "FUSRPT"
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS FU-FUSRPT-STATUS.
001020
001030 DATA DIVISION.
001040 FILE SECTION.
001050 FD  PERTEL
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  FU-PERTEL-REGISTRO         PIC X(100).
001090
001100 FD  PERDOM
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  FU-PERDOM-REGISTRO         PIC X(100).
001140
001150 FD  PERSFILE
001160     LABEL RECORDS ARE STANDARD.
001170     COPY persrec.
001180
001190 FD  LIMFILE
001200     LABEL RECORDS ARE STANDARD.
001210     COPY limrec.
001220
001230 FD  AUDIXF
001240     LABEL RECORDS ARE STANDARD.
001250     COPY audixrec.
001260
001270 FD  MRGFILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300     COPY mrgrec.
001310
001320 FD  SUSFILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350     COPY susrec.
001360
001370 FD  SUSOUT
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  FUO-SUSOUT-REGISTRO        PIC X(128).
001410
001420 FD  PENOLD
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450     COPY penrec.
001460
001470 FD  PENNEW
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  FUO-PENNEW-REGISTRO        PIC X(80).
001510
001520 FD  JRNFILE
001530     RECORDING MODE IS F
001540     LABEL RECORDS ARE STANDARD.
001550     COPY jrnrec.
001560
001570 FD  FUSRPT
001580     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD.
001600 01  FU-LINEA-IMPRESION         PIC X(80).
001610
001620 WORKING-STORAGE SECTION.
001630*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD.
001640 01  FU-PARAMETROS.
001650     05  FU-LINEA-PARM          PIC X(80) VALUE SPACES.
001660     05  FU-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
001670
001680 01  FU-SWITCHES.
001690     05  FU-PASADA              PIC X(01) VALUE "T".
001700         88  FU-PASADA-TELEFONO     VALUE "T".
001710         88  FU-PASADA-DOMICILIO    VALUE "D".
001720     05  FU-FIN-ORDENADO        PIC X(01) VALUE "N".
001730         88  FU-FIN-ORDENADO-SI     VALUE "S".
001740     05  FU-FIN-MRGFILE         PIC X(01) VALUE "N".
001750         88  FU-FIN-MRGFILE-SI      VALUE "S".
001760     05  FU-FIN-AUDIXF          PIC X(01) VALUE "N".
001770         88  FU-FIN-AUDIXF-SI       VALUE "S".
001780     05  FU-FIN-SUSFILE         PIC X(01) VALUE "N".
001790         88  FU-FIN-SUSFILE-SI      VALUE "S".
001800     05  FU-FIN-PENOLD          PIC X(01) VALUE "N".
001810         88  FU-FIN-PENOLD-SI       VALUE "S".
001820     05  FU-LIMFILE-ABIERTO     PIC X(01) VALUE "N".
001830         88  FU-LIMFILE-ABIERTO-SI  VALUE "S".
001840     05  FU-AUDIXF-ABIERTO      PIC X(01) VALUE "N".
001850         88  FU-AUDIXF-ABIERTO-SI   VALUE "S".
001860     05  FU-MRGFILE-ABIERTO     PIC X(01) VALUE "N".
001870         88  FU-MRGFILE-ABIERTO-SI  VALUE "S".
001880     05  FU-SUSFILE-ABIERTO     PIC X(01) VALUE "N".
001890         88  FU-SUSFILE-ABIERTO-SI  VALUE "S".
001900     05  FU-PENOLD-ABIERTO      PIC X(01) VALUE "N".
001910         88  FU-PENOLD-ABIERTO-SI   VALUE "S".
001920     05  FU-LIMITE-HALLADO      PIC X(01) VALUE "N".
001930         88  FU-LIMITE-SI           VALUE "S".
001940     05  FU-FUSION-HALLADA      PIC X(01) VALUE "N".
001950         88  FU-FUSION-SI           VALUE "S".
001953     05  FU-FIN-LIMFILE         PIC X(01) VALUE "N".
001956         88  FU-FIN-LIMFILE-SI      VALUE "S".
001957     05  FU-FIN-PERSFILE        PIC X(01) VALUE "N".
001958         88  FU-FIN-PERSFILE-SI     VALUE "S".
001960
001970 01  FU-FILE-STATUS.
001980     05  FU-PERTEL-STATUS       PIC X(02) VALUE "00".
001990     05  FU-PERDOM-STATUS       PIC X(02) VALUE "00".
002000     05  FU-PERSFILE-STATUS     PIC X(02) VALUE "00".
002010     05  FU-LIMFILE-STATUS      PIC X(02) VALUE "00".
002020     05  FU-AUDIXF-STATUS       PIC X(02) VALUE "00".
002030     05  FU-MRGFILE-STATUS      PIC X(02) VALUE "00".
002040     05  FU-SUSFILE-STATUS      PIC X(02) VALUE "00".
002050     05  FU-SUSOUT-STATUS       PIC X(02) VALUE "00".
002060     05  FU-PENOLD-STATUS       PIC X(02) VALUE "00".
002070     05  FU-PENNEW-STATUS       PIC X(02) VALUE "00".
002080     05  FU-JRNFILE-STATUS      PIC X(02) VALUE "00".
002090     05  FU-FUSRPT-STATUS       PIC X(02) VALUE "00".
002100
002110 01  FU-CONTADORES.
002120     05  FU-CONT-PERSONAS       PIC 9(08) COMP VALUE ZERO.
002130     05  FU-CONT-DUPLICADOS     PIC 9(07) COMP VALUE ZERO.
002140     05  FU-CONT-PAREJAS        PIC 9(04) COMP VALUE ZERO.
002150     05  FU-CONT-FUSIONES       PIC 9(04) COMP VALUE ZERO.
002160     05  FU-CONT-RECHAZADAS     PIC 9(04) COMP VALUE ZERO.
002170     05  FU-CONT-LIMITES        PIC 9(04) COMP VALUE ZERO.
002175     05  FU-CONT-REAPUNTADAS    PIC 9(04) COMP VALUE ZERO.
002180     05  FU-CONT-AUDIXF         PIC 9(08) COMP VALUE ZERO.
002190     05  FU-CONT-SUSPENSOS      PIC 9(07) COMP VALUE ZERO.
002200     05  FU-CONT-PENDIENTES     PIC 9(07) COMP VALUE ZERO.
002210
002220 01  FU-INDICES.
002230     05  FU-I                   PIC 9(04) COMP VALUE ZERO.
002240     05  FU-J                   PIC 9(04) COMP VALUE ZERO.
002250     05  FU-J-INICIO            PIC 9(04) COMP VALUE ZERO.
002255     05  FU-VERSIONES           PIC 9(04) COMP VALUE ZERO.
002260
002270 01  FU-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
002280
002290*    IMAGEN DE ANTES DEL REGISTRO DEL MAESTRO PARA EL JOURNAL.
002300 01  FU-JN-ANTES                PIC X(100).
002310
002320*    VERSION DE LIMITES DE LA RETIRADA, SALVADA ANTES DE
002330*    BORRARLA PARA GRABARLA CON EL NUMERO SUPERVIVIENTE.
002340 01  FU-LM-RETIRADA             PIC X(60).
002350
002360*    ENTRADA DEL INDICE AUDIXF QUE SE TRASPASA: SE BORRA POR
002370*    SU CLAVE ANTIGUA Y SE GRABA CON LA DEL SUPERVIVIENTE.
002380 01  FU-AX-TRABAJO.
002390     05  FU-AX-CLAVE-ANTIGUA    PIC X(44).
002400     05  FILLER                 PIC X(56).
002410
002420*    NUMERO DE PERSONA QUE SE BUSCA EN LA TABLA DE FUSIONES.
002430 01  FU-NUMERO-BUSCADO          PIC 9(06) VALUE ZERO.
002440
002450*    PERSONA LEIDA DE LA COPIA ORDENADA DEL MAESTRO (MISMO
002460*    LAYOUT QUE PERSREC). EL DOMICILIO DE COMPARACION ES CALLE
002470*    + POBLACION + CODIGO POSTAL, SIN EL TELEFONO.
002480 01  FU-PERSONA.
002490     05  FU-PE-NUMERO           PIC 9(06).
002500     05  FU-PE-APELLIDO         PIC X(10).
002510     05  FU-PE-NOMBRE           PIC X(10).
002520     05  FU-PE-FECHA-ALTA       PIC 9(08).
002530     05  FU-PE-ESTADO           PIC X(01).
002540         88  FU-PE-FUSIONADA        VALUE "F".
002550     05  FU-PE-DOMICILIO.
002560         10  FU-PE-DIR-CALLE    PIC X(20).
002570         10  FU-PE-DIR-POBLACION PIC X(15).
002580         10  FU-PE-DIR-CODPOST  PIC X(05).
002590     05  FU-PE-TELEFONO         PIC X(10).
002600     05  FILLER                 PIC X(15).
002610
002620*    VALOR DE AGRUPACION (TELEFONO O DOMICILIO) DE LA PERSONA
002630*    LEIDA Y DEL GRUPO EN CURSO.
002640 01  FU-CLAVE-LEIDA             PIC X(40) VALUE SPACES.
002650 01  FU-CLAVE-GRUPO             PIC X(40) VALUE SPACES.
002660
002670*    PERSONAS DEL GRUPO EN CURSO (MISMO TELEFONO O DOMICILIO).
002680 01  FU-TABLA-GRUPO.
002690     05  FU-GRU-MAX             PIC 9(04) COMP VALUE 0050.
002700     05  FU-GRU-CONT            PIC 9(04) COMP VALUE ZERO.
002710     05  FU-GRU-ENT OCCURS 50 TIMES.
002720         10  FU-GRU-NUMERO      PIC 9(06).
002730         10  FU-GRU-APELLIDO    PIC X(10).
002740         10  FU-GRU-NOMBRE      PIC X(10).
002750
002760 01  FU-PARECIDO                PIC X(10) VALUE SPACES.
002770
002780*    TABLA DE PAREJAS CARGADA DESDE MRGFILE, CON EL RESULTADO
002790*    DE CADA FUSION Y LO TRASPASADO PARA EL INFORME.
002800 01  FU-TABLA-FUSIONES.
002810     05  FU-FUS-MAX             PIC 9(04) COMP VALUE 0200.
002820     05  FU-FUS-ENT OCCURS 200 TIMES
002830             INDEXED BY FU-FUS-IDX.
002840         10  FU-FUS-QUEDA       PIC X(06).
002850         10  FU-FUS-QUEDA-N REDEFINES FU-FUS-QUEDA
002860                                PIC 9(06).
002870         10  FU-FUS-RETIRA      PIC X(06).
002880         10  FU-FUS-RETIRA-N REDEFINES FU-FUS-RETIRA
002890                                PIC 9(06).
002900         10  FU-FUS-APELLIDO    PIC X(10).
002910         10  FU-FUS-NOMBRE      PIC X(10).
002920         10  FU-FUS-ESTADO      PIC X(01).
002930             88  FU-FUS-APLICADA    VALUE "S".
002940             88  FU-FUS-RECHAZADA   VALUE "N".
002950         10  FU-FUS-MOTIVO      PIC X(30).
002960         10  FU-FUS-LIMITES     PIC X(11).
002970         10  FU-FUS-CONT-AUD    PIC 9(05) COMP.
002980         10  FU-FUS-CONT-SUS    PIC 9(05) COMP.
002990         10  FU-FUS-CONT-PEN    PIC 9(05) COMP.
003000
003010 01  FU-LINEA-TITULO.
003020     05  FILLER                 PIC X(01) VALUE SPACE.
003030     05  FILLER                 PIC X(36) VALUE
003040         "DUPLICADOS Y FUSIONES DE PERSONAS".
003050     05  FILLER                 PIC X(12) VALUE
003060         "FECHA PROC: ".
003070     05  FUT-FECHA              PIC 9(08).
003080
003090 01  FU-LINEA-SECCION.
003100     05  FILLER                 PIC X(01) VALUE SPACE.
003110     05  FUS-TEXTO              PIC X(60).
003120
003130 01  FU-LINEA-CAB-DUP.
003140     05  FILLER                 PIC X(01) VALUE SPACE.
003150     05  FILLER                 PIC X(07) VALUE "NUMERO".
003160     05  FILLER                 PIC X(11) VALUE "APELLIDO".
003170     05  FILLER                 PIC X(12) VALUE "NOMBRE".
003180     05  FILLER                 PIC X(07) VALUE "NUMERO".
003190     05  FILLER                 PIC X(11) VALUE "APELLIDO".
003200     05  FILLER                 PIC X(12) VALUE "NOMBRE".
003210     05  FILLER                 PIC X(08) VALUE "PARECIDO".
003220
003230 01  FU-LINEA-DUPLICADO.
003240     05  FILLER                 PIC X(01) VALUE SPACE.
003250     05  FUD-NUMERO-1           PIC 9(06).
003260     05  FILLER                 PIC X(01) VALUE SPACE.
003270     05  FUD-APELLIDO-1         PIC X(10).
003280     05  FILLER                 PIC X(01) VALUE SPACE.
003290     05  FUD-NOMBRE-1           PIC X(10).
003300     05  FILLER                 PIC X(02) VALUE SPACES.
003310     05  FUD-NUMERO-2           PIC 9(06).
003320     05  FILLER                 PIC X(01) VALUE SPACE.
003330     05  FUD-APELLIDO-2         PIC X(10).
003340     05  FILLER                 PIC X(01) VALUE SPACE.
003350     05  FUD-NOMBRE-2           PIC X(10).
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  FUD-PARECIDO           PIC X(10).
003380
003390 01  FU-LINEA-CAB-FUS.
003400     05  FILLER                 PIC X(01) VALUE SPACE.
003410     05  FILLER                 PIC X(07) VALUE "RETIRA".
003420     05  FILLER                 PIC X(07) VALUE "QUEDA".
003430     05  FILLER                 PIC X(11) VALUE "APELLIDO".
003440     05  FILLER                 PIC X(11) VALUE "NOMBRE".
003450     05  FILLER                 PIC X(12) VALUE "LIMITES".
003460     05  FILLER                 PIC X(06) VALUE "AUDIX".
003470     05  FILLER                 PIC X(06) VALUE " SUSP".
003480     05  FILLER                 PIC X(05) VALUE " PEND".
003490
003500 01  FU-LINEA-FUSION.
003510     05  FILLER                 PIC X(01) VALUE SPACE.
003520     05  FUF-RETIRA             PIC X(06).
003530     05  FILLER                 PIC X(01) VALUE SPACE.
003540     05  FUF-QUEDA              PIC X(06).
003550     05  FILLER                 PIC X(01) VALUE SPACE.
003560     05  FUF-APELLIDO           PIC X(10).
003570     05  FILLER                 PIC X(01) VALUE SPACE.
003580     05  FUF-NOMBRE             PIC X(10).
003590     05  FILLER                 PIC X(01) VALUE SPACE.
003600     05  FUF-LIMITES            PIC X(11).
003610     05  FILLER                 PIC X(01) VALUE SPACE.
003620     05  FUF-AUDIXF             PIC ZZZZ9.
003630     05  FILLER                 PIC X(01) VALUE SPACE.
003640     05  FUF-SUSPENSOS          PIC ZZZZ9.
003650     05  FILLER                 PIC X(01) VALUE SPACE.
003660     05  FUF-PENDIENTES         PIC ZZZZ9.
003670
003680 01  FU-LINEA-RECHAZO.
003690     05  FILLER                 PIC X(01) VALUE SPACE.
003700     05  FUR-RETIRA             PIC X(06).
003710     05  FILLER                 PIC X(01) VALUE SPACE.
003720     05  FUR-QUEDA              PIC X(06).
003730     05  FILLER                 PIC X(01) VALUE SPACE.
003740     05  FILLER                 PIC X(11) VALUE
003750         "RECHAZADA: ".
003760     05  FUR-MOTIVO             PIC X(30).
003770
003780 01  FU-LINEA-TOTALES-1.
003790     05  FILLER                 PIC X(01) VALUE SPACE.
003800     05  FILLER                 PIC X(15) VALUE
003810         "DUPLICADOS...: ".
003820     05  FUT-DUPLICADOS         PIC ZZZ,ZZ9.
003830     05  FILLER                 PIC X(17) VALUE
003840         "   FUSIONES....: ".
003850     05  FUT-FUSIONES           PIC ZZZ,ZZ9.
003860     05  FILLER                 PIC X(17) VALUE
003870         "   RECHAZADAS..: ".
003880     05  FUT-RECHAZADAS         PIC ZZZ,ZZ9.
003890
003900 01  FU-LINEA-TOTALES-2.
003910     05  FILLER                 PIC X(01) VALUE SPACE.
003920     05  FILLER                 PIC X(15) VALUE
003930         "AUDIXF.......: ".
003940     05  FUT-AUDIXF             PIC ZZZ,ZZ9.
003950     05  FILLER                 PIC X(17) VALUE
003960         "   SUSPENSOS...: ".
003970     05  FUT-SUSPENSOS          PIC ZZZ,ZZ9.
003980     05  FILLER                 PIC X(17) VALUE
003990         "   PENDIENTES..: ".
004000     05  FUT-PENDIENTES         PIC ZZZ,ZZ9.
004010
004020 PROCEDURE DIVISION.
004030 0000-MAINLINE.
004040     PERFORM 1000-INICIALIZAR
004050         THRU 1000-INICIALIZAR-EXIT.
004060     PERFORM 2000-BUSCAR-DUPLICADOS
004070         THRU 2000-BUSCAR-DUPLICADOS-EXIT.
004080     PERFORM 3000-APLICAR-FUSION
004090         THRU 3000-APLICAR-FUSION-EXIT
004100         VARYING FU-FUS-IDX FROM 1 BY 1
004110         UNTIL FU-FUS-IDX > FU-CONT-PAREJAS.
004120     PERFORM 4000-TRASPASAR-AUDIXF
004130         THRU 4000-TRASPASAR-AUDIXF-EXIT.
004140     PERFORM 5000-TRASPASAR-SUSPENSOS
004150         THRU 5000-TRASPASAR-SUSPENSOS-EXIT.
004160     PERFORM 6000-TRASPASAR-PENDIENTES
004170         THRU 6000-TRASPASAR-PENDIENTES-EXIT.
004180     PERFORM 8000-TERMINAR
004190         THRU 8000-TERMINAR-EXIT.
004200     STOP RUN.
004210
004220******************************************************************
004230*    1000-INICIALIZAR
004240*    MRGFILE, LIMFILE, AUDIXF, SUSFILE Y PENOLD SON OPCIONALES:
004250*    SIN PAREJAS TECLEADAS EL PROGRAMA SOLO LISTA DUPLICADOS Y
004260*    COPIA SUSPENSOS Y PENDIENTES SIN CAMBIOS, PARA QUE EL JCL
004270*    PUEDA CORRER SIEMPRE IGUAL.
004280******************************************************************
004290 1000-INICIALIZAR.
004300     ACCEPT FU-LINEA-PARM FROM COMMAND-LINE.
004310     ACCEPT FU-HORA-SISTEMA FROM TIME.
004320     IF FU-LINEA-PARM(1:8) = SPACES
004330         ACCEPT FU-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
004340     ELSE
004350         MOVE FU-LINEA-PARM(1:8) TO FU-PARM-FECHA-PROCESO
004360     END-IF.
004370     OPEN INPUT PERTEL.
004380     IF FU-PERTEL-STATUS NOT = "00"
004390         DISPLAY "ERROR AL ABRIR PERTEL - STATUS "
004400             FU-PERTEL-STATUS
004410         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004420     END-IF.
004430     OPEN INPUT PERDOM.
004440     IF FU-PERDOM-STATUS NOT = "00"
004450         DISPLAY "ERROR AL ABRIR PERDOM - STATUS "
004460             FU-PERDOM-STATUS
004470         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004480     END-IF.
004490     OPEN I-O PERSFILE.
004500     IF FU-PERSFILE-STATUS NOT = "00"
004510         DISPLAY "ERROR AL ABRIR PERSFILE - STATUS "
004520             FU-PERSFILE-STATUS
004530         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004540     END-IF.
004550     OPEN I-O LIMFILE.
004560     IF FU-LIMFILE-STATUS = "00"
004570         SET FU-LIMFILE-ABIERTO-SI TO TRUE
004580     ELSE
004590         DISPLAY "LIMFILE NO DISPONIBLE - STATUS "
004600             FU-LIMFILE-STATUS " - NO SE TRASPASAN LIMITES"
004610     END-IF.
004620     OPEN I-O AUDIXF.
004630     IF FU-AUDIXF-STATUS = "00"
004640         SET FU-AUDIXF-ABIERTO-SI TO TRUE
004650     ELSE
004660         DISPLAY "AUDIXF NO DISPONIBLE - STATUS "
004670             FU-AUDIXF-STATUS " - NO SE TRASPASA EL INDICE"
004680     END-IF.
004690     OPEN INPUT MRGFILE.
004700     IF FU-MRGFILE-STATUS = "00"
004710         SET FU-MRGFILE-ABIERTO-SI TO TRUE
004720     ELSE
004730         DISPLAY "MRGFILE NO DISPONIBLE - STATUS "
004740             FU-MRGFILE-STATUS " - SOLO LISTADO DE DUPLICADOS"
004750         SET FU-FIN-MRGFILE-SI TO TRUE
004760     END-IF.
004770     OPEN INPUT SUSFILE.
004780     IF FU-SUSFILE-STATUS = "00"
004790         SET FU-SUSFILE-ABIERTO-SI TO TRUE
004800     ELSE
004810         DISPLAY "SUSFILE NO DISPONIBLE - STATUS "
004820             FU-SUSFILE-STATUS " - SE ASUME SIN SUSPENSOS"
004830         SET FU-FIN-SUSFILE-SI TO TRUE
004840     END-IF.
004850     OPEN OUTPUT SUSOUT.
004860     IF FU-SUSOUT-STATUS NOT = "00"
004870         DISPLAY "ERROR AL ABRIR SUSOUT - STATUS "
004880             FU-SUSOUT-STATUS
004890         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004900     END-IF.
004910     OPEN INPUT PENOLD.
004920     IF FU-PENOLD-STATUS = "00"
004930         SET FU-PENOLD-ABIERTO-SI TO TRUE
004940     ELSE
004950         DISPLAY "PENOLD NO DISPONIBLE - STATUS "
004960             FU-PENOLD-STATUS " - SE ASUME SIN PENDIENTES"
004970         SET FU-FIN-PENOLD-SI TO TRUE
004980     END-IF.
004990     OPEN OUTPUT PENNEW.
005000     IF FU-PENNEW-STATUS NOT = "00"
005010         DISPLAY "ERROR AL ABRIR PENNEW - STATUS "
005020             FU-PENNEW-STATUS
005030         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005040     END-IF.
005050*    JRNFILE ES ACUMULATIVO; LA COPIA SEMANAL ESTPBKP LO
005060*    ARCHIVA Y LO DEJA VACIO.
005070     OPEN EXTEND JRNFILE.
005080     IF FU-JRNFILE-STATUS NOT = "00"
005090         OPEN OUTPUT JRNFILE
005100     END-IF.
005110     IF FU-JRNFILE-STATUS NOT = "00"
005120         DISPLAY "ERROR AL ABRIR JRNFILE - STATUS "
005130             FU-JRNFILE-STATUS
005140         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005150     END-IF.
005160     OPEN OUTPUT FUSRPT.
005170     IF FU-FUSRPT-STATUS NOT = "00"
005180         DISPLAY "ERROR AL ABRIR FUSRPT - STATUS "
005190             FU-FUSRPT-STATUS
005200         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005210     END-IF.
005220     MOVE FU-PARM-FECHA-PROCESO TO FUT-FECHA.
005230     MOVE FU-LINEA-TITULO TO FU-LINEA-IMPRESION.
005240     WRITE FU-LINEA-IMPRESION.
005250     PERFORM 1100-CARGAR-MRGFILE
005260         THRU 1100-CARGAR-MRGFILE-EXIT
005270         UNTIL FU-FIN-MRGFILE-SI.
005280 1000-INICIALIZAR-EXIT.
005290     EXIT.
005300
005310 1100-CARGAR-MRGFILE.
005320     READ MRGFILE
005330         AT END
005340             SET FU-FIN-MRGFILE-SI TO TRUE
005350         NOT AT END
005360             IF FU-CONT-PAREJAS < FU-FUS-MAX
005370                 ADD 1 TO FU-CONT-PAREJAS
005380                 SET FU-FUS-IDX TO FU-CONT-PAREJAS
005390                 MOVE MG-NUMERO-QUEDA
005400                     TO FU-FUS-QUEDA (FU-FUS-IDX)
005410                 MOVE MG-NUMERO-RETIRA
005420                     TO FU-FUS-RETIRA (FU-FUS-IDX)
005430                 MOVE SPACES TO FU-FUS-APELLIDO (FU-FUS-IDX)
005440                 MOVE SPACES TO FU-FUS-NOMBRE (FU-FUS-IDX)
005450                 MOVE SPACE TO FU-FUS-ESTADO (FU-FUS-IDX)
005460                 MOVE SPACES TO FU-FUS-MOTIVO (FU-FUS-IDX)
005470                 MOVE SPACES TO FU-FUS-LIMITES (FU-FUS-IDX)
005480                 MOVE ZERO TO FU-FUS-CONT-AUD (FU-FUS-IDX)
005490                 MOVE ZERO TO FU-FUS-CONT-SUS (FU-FUS-IDX)
005500                 MOVE ZERO TO FU-FUS-CONT-PEN (FU-FUS-IDX)
005510             ELSE
005520                 DISPLAY "TABLA DE FUSIONES LLENA - SE IGNORA "
005530                     "PAREJA " MG-NUMERO-QUEDA " "
005540                     MG-NUMERO-RETIRA
005550             END-IF
005560     END-READ.
005570 1100-CARGAR-MRGFILE-EXIT.
005580     EXIT.
005590
005600******************************************************************
005610*    2000-BUSCAR-DUPLICADOS
005620*    DOS PASADAS IGUALES SOBRE LAS COPIAS ORDENADAS DEL
005630*    MAESTRO: PRIMERO POR TELEFONO Y LUEGO POR DOMICILIO. UNA
005640*    PAREJA QUE COMPARTE LAS DOS COSAS SALE EN LAS DOS LISTAS.
005650******************************************************************
005660 2000-BUSCAR-DUPLICADOS.
005670     MOVE "POSIBLES DUPLICADOS CON EL MISMO TELEFONO"
005680         TO FUS-TEXTO.
005690     MOVE FU-LINEA-SECCION TO FU-LINEA-IMPRESION.
005700     WRITE FU-LINEA-IMPRESION.
005710     MOVE FU-LINEA-CAB-DUP TO FU-LINEA-IMPRESION.
005720     WRITE FU-LINEA-IMPRESION.
005730     SET FU-PASADA-TELEFONO TO TRUE.
005740     PERFORM 2100-RECORRER-ORDENADO
005750         THRU 2100-RECORRER-ORDENADO-EXIT.
005760     MOVE "POSIBLES DUPLICADOS CON EL MISMO DOMICILIO"
005770         TO FUS-TEXTO.
005780     MOVE FU-LINEA-SECCION TO FU-LINEA-IMPRESION.
005790     WRITE FU-LINEA-IMPRESION.
005800     MOVE FU-LINEA-CAB-DUP TO FU-LINEA-IMPRESION.
005810     WRITE FU-LINEA-IMPRESION.
005820     SET FU-PASADA-DOMICILIO TO TRUE.
005830     PERFORM 2100-RECORRER-ORDENADO
005840         THRU 2100-RECORRER-ORDENADO-EXIT.
005850 2000-BUSCAR-DUPLICADOS-EXIT.
005860     EXIT.
005870
005880 2100-RECORRER-ORDENADO.
005890     MOVE "N" TO FU-FIN-ORDENADO.
005900     MOVE SPACES TO FU-CLAVE-GRUPO.
005910     MOVE ZERO TO FU-GRU-CONT.
005920     PERFORM 2200-LEER-ORDENADO
005930         THRU 2200-LEER-ORDENADO-EXIT.
005940     PERFORM 2300-TRATAR-PERSONA
005950         THRU 2300-TRATAR-PERSONA-EXIT
005960         UNTIL FU-FIN-ORDENADO-SI.
005970     PERFORM 2400-CERRAR-GRUPO
005980         THRU 2400-CERRAR-GRUPO-EXIT.
005990 2100-RECORRER-ORDENADO-EXIT.
006000     EXIT.
006010
006020******************************************************************
006030*    2200-LEER-ORDENADO
006040*    LEE DE LA COPIA DE LA PASADA EN CURSO Y DEJA EN
006050*    FU-CLAVE-LEIDA EL VALOR DE AGRUPACION; UN TELEFONO O UNA
006060*    CALLE EN BLANCO NO AGRUPA (CLAVE EN BLANCO).
006070******************************************************************
006080 2200-LEER-ORDENADO.
006090     IF FU-PASADA-TELEFONO
006100         READ PERTEL INTO FU-PERSONA
006110             AT END
006120                 SET FU-FIN-ORDENADO-SI TO TRUE
006130         END-READ
006140     ELSE
006150         READ PERDOM INTO FU-PERSONA
006160             AT END
006170                 SET FU-FIN-ORDENADO-SI TO TRUE
006180         END-READ
006190     END-IF.
006200     IF FU-FIN-ORDENADO-SI
006210         GO TO 2200-LEER-ORDENADO-EXIT
006220     END-IF.
006230     IF FU-PASADA-TELEFONO
006240         ADD 1 TO FU-CONT-PERSONAS
006250         MOVE FU-PE-TELEFONO TO FU-CLAVE-LEIDA
006260     ELSE
006270         MOVE FU-PE-DOMICILIO TO FU-CLAVE-LEIDA
006280         IF FU-PE-DIR-CALLE = SPACES
006290             MOVE SPACES TO FU-CLAVE-LEIDA
006300         END-IF
006310     END-IF.
006320 2200-LEER-ORDENADO-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360*    2300-TRATAR-PERSONA
006370*    CORTE DE CONTROL POR EL VALOR DE AGRUPACION: AL CAMBIAR SE
006380*    COMPARA EL GRUPO ANTERIOR Y SE EMPIEZA OTRO. LAS PERSONAS
006390*    YA FUSIONADAS NO ENTRAN EN NINGUN GRUPO.
006400******************************************************************
006410 2300-TRATAR-PERSONA.
006420     IF FU-CLAVE-LEIDA = SPACES OR FU-PE-FUSIONADA
006430         GO TO 2300-TRATAR-PERSONA-LEER
006440     END-IF.
006450     IF FU-CLAVE-LEIDA NOT = FU-CLAVE-GRUPO
006460         PERFORM 2400-CERRAR-GRUPO
006470             THRU 2400-CERRAR-GRUPO-EXIT
006480         MOVE FU-CLAVE-LEIDA TO FU-CLAVE-GRUPO
006490     END-IF.
006500     IF FU-GRU-CONT < FU-GRU-MAX
006510         ADD 1 TO FU-GRU-CONT
006520         MOVE FU-PE-NUMERO TO FU-GRU-NUMERO (FU-GRU-CONT)
006530         MOVE FU-PE-APELLIDO TO FU-GRU-APELLIDO (FU-GRU-CONT)
006540         MOVE FU-PE-NOMBRE TO FU-GRU-NOMBRE (FU-GRU-CONT)
006550     ELSE
006560         DISPLAY "GRUPO DE DUPLICADOS LLENO - SE IGNORA "
006570             "PERSONA " FU-PE-NUMERO
006580     END-IF.
006590 2300-TRATAR-PERSONA-LEER.
006600     PERFORM 2200-LEER-ORDENADO
006610         THRU 2200-LEER-ORDENADO-EXIT.
006620 2300-TRATAR-PERSONA-EXIT.
006630     EXIT.
006640
006650 2400-CERRAR-GRUPO.
006660     IF FU-GRU-CONT > 1
006670         PERFORM 2410-COMPARAR-PERSONA
006680             THRU 2410-COMPARAR-PERSONA-EXIT
006690             VARYING FU-I FROM 1 BY 1
006700             UNTIL FU-I NOT < FU-GRU-CONT
006710     END-IF.
006720     MOVE ZERO TO FU-GRU-CONT.
006730 2400-CERRAR-GRUPO-EXIT.
006740     EXIT.
006750
006760 2410-COMPARAR-PERSONA.
006770     ADD 1 TO FU-I GIVING FU-J-INICIO.
006780     PERFORM 2420-COMPARAR-PAREJA
006790         THRU 2420-COMPARAR-PAREJA-EXIT
006800         VARYING FU-J FROM FU-J-INICIO BY 1
006810         UNTIL FU-J > FU-GRU-CONT.
006820 2410-COMPARAR-PERSONA-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860*    2420-COMPARAR-PAREJA
006870*    CRITERIOS DE NOMBRE PARECIDO, DEL MAS FUERTE AL MAS FLOJO:
006880*    IDENTICO, APELLIDO Y NOMBRE INVERTIDOS, MISMO APELLIDO CON
006890*    LA MISMA INICIAL DEL NOMBRE (JOSE / J. / JOSEP), Y MISMO
006900*    NOMBRE CON LAS CUATRO PRIMERAS LETRAS DEL APELLIDO IGUALES
006910*    (ERRATAS AL FINAL DEL APELLIDO).
006920******************************************************************
006930 2420-COMPARAR-PAREJA.
006940     MOVE SPACES TO FU-PARECIDO.
006950     EVALUATE TRUE
006960         WHEN FU-GRU-APELLIDO (FU-I) = FU-GRU-APELLIDO (FU-J)
006970             AND FU-GRU-NOMBRE (FU-I) = FU-GRU-NOMBRE (FU-J)
006980             MOVE "IDENTICO" TO FU-PARECIDO
006990         WHEN FU-GRU-APELLIDO (FU-I) = FU-GRU-NOMBRE (FU-J)
007000             AND FU-GRU-NOMBRE (FU-I) = FU-GRU-APELLIDO (FU-J)
007010             MOVE "INVERTIDO" TO FU-PARECIDO
007020         WHEN FU-GRU-APELLIDO (FU-I) = FU-GRU-APELLIDO (FU-J)
007030             AND FU-GRU-NOMBRE (FU-I)(1:1)
007040                 = FU-GRU-NOMBRE (FU-J)(1:1)
007050             MOVE "NOMBRE SIM" TO FU-PARECIDO
007060         WHEN FU-GRU-APELLIDO (FU-I)(1:4)
007070                 = FU-GRU-APELLIDO (FU-J)(1:4)
007080             AND FU-GRU-NOMBRE (FU-I) = FU-GRU-NOMBRE (FU-J)
007090             MOVE "APELL. SIM" TO FU-PARECIDO
007100         WHEN OTHER
007110             CONTINUE
007120     END-EVALUATE.
007130     IF FU-PARECIDO = SPACES
007140         GO TO 2420-COMPARAR-PAREJA-EXIT
007150     END-IF.
007160     ADD 1 TO FU-CONT-DUPLICADOS.
007170     MOVE FU-GRU-NUMERO (FU-I) TO FUD-NUMERO-1.
007180     MOVE FU-GRU-APELLIDO (FU-I) TO FUD-APELLIDO-1.
007190     MOVE FU-GRU-NOMBRE (FU-I) TO FUD-NOMBRE-1.
007200     MOVE FU-GRU-NUMERO (FU-J) TO FUD-NUMERO-2.
007210     MOVE FU-GRU-APELLIDO (FU-J) TO FUD-APELLIDO-2.
007220     MOVE FU-GRU-NOMBRE (FU-J) TO FUD-NOMBRE-2.
007230     MOVE FU-PARECIDO TO FUD-PARECIDO.
007240     MOVE FU-LINEA-DUPLICADO TO FU-LINEA-IMPRESION.
007250     WRITE FU-LINEA-IMPRESION.
007260 2420-COMPARAR-PAREJA-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300*    3000-APLICAR-FUSION
007310*    UNA PAREJA DE MRGFILE POR ITERACION. VALIDADA, LA PERSONA
007320*    RETIRADA (QUE 3100 DEJA LEIDA EN PF-RECORD) PASA A ESTADO
007330*    "F" CON EL NUMERO SUPERVIVIENTE, SE ANOTA EN EL JOURNAL Y
007336*    SE TRASPASAN SUS LIMITES; LAS YA FUSIONADAS EN ELLA PASAN
007342*    A APUNTAR AL SUPERVIVIENTE. INDICE, SUSPENSOS Y PENDIENTES
007350*    SE TRASPASAN DESPUES EN UNA SOLA PASADA PARA TODAS.
007360******************************************************************
007370 3000-APLICAR-FUSION.
007380     PERFORM 3100-VALIDAR-FUSION
007390         THRU 3100-VALIDAR-FUSION-EXIT.
007400     IF FU-FUS-RECHAZADA (FU-FUS-IDX)
007410         ADD 1 TO FU-CONT-RECHAZADAS
007420         GO TO 3000-APLICAR-FUSION-EXIT
007430     END-IF.
007440     MOVE PF-RECORD TO FU-JN-ANTES.
007450     SET PF-FUSIONADA TO TRUE.
007460     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO PF-FUSIONADA-EN.
007470     REWRITE PF-RECORD.
007480     IF FU-PERSFILE-STATUS NOT = "00"
007490         DISPLAY "ERROR AL REGRABAR PERSFILE - STATUS "
007500             FU-PERSFILE-STATUS " - PERSONA " PF-NUMERO
007510         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
007520     END-IF.
007530     PERFORM 3500-ESCRIBIR-JOURNAL
007540         THRU 3500-ESCRIBIR-JOURNAL-EXIT.
007550     PERFORM 3300-TRASPASAR-LIMITES
007560         THRU 3300-TRASPASAR-LIMITES-EXIT.
007563     PERFORM 3400-REAPUNTAR-FUSIONADAS
007566         THRU 3400-REAPUNTAR-FUSIONADAS-EXIT.
007570     SET FU-FUS-APLICADA (FU-FUS-IDX) TO TRUE.
007580     ADD 1 TO FU-CONT-FUSIONES.
007590 3000-APLICAR-FUSION-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630*    3100-VALIDAR-FUSION
007640*    NUMEROS NUMERICOS Y DISTINTOS, NINGUNA DE LAS DOS PERSONAS
007650*    EN OTRA FUSION YA APLICADA EN ESTA EJECUCION (NO SE
007660*    ENCADENAN FUSIONES), AMBAS EN EL MAESTRO Y NINGUNA YA
007666*    FUSIONADA NI BORRADA. SALE CON LA RETIRADA LEIDA EN
007672*    PF-RECORD.
007680******************************************************************
007690 3100-VALIDAR-FUSION.
007700     IF FU-FUS-QUEDA (FU-FUS-IDX) NOT NUMERIC
007710         OR FU-FUS-RETIRA (FU-FUS-IDX) NOT NUMERIC
007720         MOVE "NUMERO DE PERSONA NO NUMERICO"
007730             TO FU-FUS-MOTIVO (FU-FUS-IDX)
007740         GO TO 3100-VALIDAR-FUSION-RECHAZO
007750     END-IF.
007760     IF FU-FUS-QUEDA (FU-FUS-IDX) = FU-FUS-RETIRA (FU-FUS-IDX)
007770         MOVE "MISMO NUMERO EN LAS DOS PARTES"
007780             TO FU-FUS-MOTIVO (FU-FUS-IDX)
007790         GO TO 3100-VALIDAR-FUSION-RECHAZO
007800     END-IF.
007810     MOVE "N" TO FU-FUSION-HALLADA.
007820     PERFORM 3200-BUSCAR-ENCADENADA
007830         THRU 3200-BUSCAR-ENCADENADA-EXIT
007840         VARYING FU-J FROM 1 BY 1
007850         UNTIL FU-J NOT < FU-FUS-IDX.
007860     IF FU-FUSION-SI
007870         MOVE "PERSONA YA EN OTRA FUSION"
007880             TO FU-FUS-MOTIVO (FU-FUS-IDX)
007890         GO TO 3100-VALIDAR-FUSION-RECHAZO
007900     END-IF.
007910     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO PF-NUMERO.
007920     READ PERSFILE
007930         INVALID KEY
007940             MOVE "SUPERVIVIENTE NO EXISTE"
007950                 TO FU-FUS-MOTIVO (FU-FUS-IDX)
007960     END-READ.
007970     IF FU-FUS-MOTIVO (FU-FUS-IDX) NOT = SPACES
007980         GO TO 3100-VALIDAR-FUSION-RECHAZO
007990     END-IF.
008000     IF PF-FUSIONADA
008010         MOVE "SUPERVIVIENTE YA FUSIONADO"
008020             TO FU-FUS-MOTIVO (FU-FUS-IDX)
008030         GO TO 3100-VALIDAR-FUSION-RECHAZO
008040     END-IF.
008041     IF PF-BORRADA
008042         MOVE "SUPERVIVIENTE YA BORRADO"
008043             TO FU-FUS-MOTIVO (FU-FUS-IDX)
008044         GO TO 3100-VALIDAR-FUSION-RECHAZO
008045     END-IF.
008050     MOVE PF-APELLIDO TO FU-FUS-APELLIDO (FU-FUS-IDX).
008060     MOVE PF-NOMBRE TO FU-FUS-NOMBRE (FU-FUS-IDX).
008070     MOVE FU-FUS-RETIRA-N (FU-FUS-IDX) TO PF-NUMERO.
008080     READ PERSFILE
008090         INVALID KEY
008100             MOVE "PERSONA A RETIRAR NO EXISTE"
008110                 TO FU-FUS-MOTIVO (FU-FUS-IDX)
008120     END-READ.
008130     IF FU-FUS-MOTIVO (FU-FUS-IDX) NOT = SPACES
008140         GO TO 3100-VALIDAR-FUSION-RECHAZO
008150     END-IF.
008160     IF PF-FUSIONADA
008170         MOVE "PERSONA A RETIRAR YA FUSIONADA"
008171             TO FU-FUS-MOTIVO (FU-FUS-IDX)
008172         GO TO 3100-VALIDAR-FUSION-RECHAZO
008173     END-IF.
008174     IF PF-BORRADA
008175         MOVE "PERSONA A RETIRAR YA BORRADA"
008180             TO FU-FUS-MOTIVO (FU-FUS-IDX)
008190         GO TO 3100-VALIDAR-FUSION-RECHAZO
008200     END-IF.
008210     GO TO 3100-VALIDAR-FUSION-EXIT.
008220 3100-VALIDAR-FUSION-RECHAZO.
008230     SET FU-FUS-RECHAZADA (FU-FUS-IDX) TO TRUE.
008240 3100-VALIDAR-FUSION-EXIT.
008250     EXIT.
008260
008270 3200-BUSCAR-ENCADENADA.
008280     IF NOT FU-FUS-APLICADA (FU-J)
008290         GO TO 3200-BUSCAR-ENCADENADA-EXIT
008300     END-IF.
008310     IF FU-FUS-RETIRA (FU-J) = FU-FUS-RETIRA (FU-FUS-IDX)
008320         OR FU-FUS-RETIRA (FU-J) = FU-FUS-QUEDA (FU-FUS-IDX)
008330         OR FU-FUS-QUEDA (FU-J) = FU-FUS-RETIRA (FU-FUS-IDX)
008340         SET FU-FUSION-SI TO TRUE
008350     END-IF.
008360 3200-BUSCAR-ENCADENADA-EXIT.
008370     EXIT.
008380
008390******************************************************************
008400*    3300-TRASPASAR-LIMITES
008408*    LAS VERSIONES DE LIMITES DE LA RETIRADA (UNA POR FECHA
008416*    DESDE) SE BORRAN SIEMPRE; SI EL SUPERVIVIENTE NO TIENE
008424*    NINGUNA SE GRABAN CON SU NUMERO Y LA MISMA FECHA DESDE, Y
008432*    SI TIENE ALGUNA PREVALECEN LAS DEL SUPERVIVIENTE.
008440******************************************************************
008450 3300-TRASPASAR-LIMITES.
008460     MOVE "SIN LIMITES" TO FU-FUS-LIMITES (FU-FUS-IDX).
008470     IF NOT FU-LIMFILE-ABIERTO-SI
008480         GO TO 3300-TRASPASAR-LIMITES-EXIT
008490     END-IF.
008500     MOVE "N" TO FU-LIMITE-HALLADO.
008507     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO LM-NUMERO.
008514     MOVE ZERO TO LM-FECHA-DESDE.
008521     START LIMFILE KEY IS NOT LESS THAN LM-CLAVE
008530         INVALID KEY
008536             GO TO 3300-MOVER
008542     END-START.
008548     READ LIMFILE NEXT RECORD
008554         AT END
008560             GO TO 3300-MOVER
008570     END-READ.
008571     IF LM-NUMERO = FU-FUS-QUEDA-N (FU-FUS-IDX)
008572         SET FU-LIMITE-SI TO TRUE
008573     END-IF.
008574 3300-MOVER.
008575     MOVE ZERO TO FU-VERSIONES.
008576     MOVE "N" TO FU-FIN-LIMFILE.
008577     PERFORM 3310-MOVER-VERSION
008578         THRU 3310-MOVER-VERSION-EXIT
008579         UNTIL FU-FIN-LIMFILE-SI.
008580     IF FU-VERSIONES = ZERO
008590         GO TO 3300-TRASPASAR-LIMITES-EXIT
008600     END-IF.
008601     IF FU-LIMITE-SI
008602         MOVE "DESCARTADOS" TO FU-FUS-LIMITES (FU-FUS-IDX)
008603     ELSE
008604         MOVE "TRASPASADOS" TO FU-FUS-LIMITES (FU-FUS-IDX)
008605     END-IF.
008606 3300-TRASPASAR-LIMITES-EXIT.
008607     EXIT.
008608
008609******************************************************************
008610*    3310-MOVER-VERSION
008611*    UNA VERSION DE LA RETIRADA POR VUELTA: SE REPOSICIONA AL
008612*    PRINCIPIO DE SUS VERSIONES CADA VEZ, YA QUE LA ANTERIOR
008613*    HA QUEDADO BORRADA.
008614******************************************************************
008615 3310-MOVER-VERSION.
008616     MOVE FU-FUS-RETIRA-N (FU-FUS-IDX) TO LM-NUMERO.
008617     MOVE ZERO TO LM-FECHA-DESDE.
008618     START LIMFILE KEY IS NOT LESS THAN LM-CLAVE
008619         INVALID KEY
008620             SET FU-FIN-LIMFILE-SI TO TRUE
008621             GO TO 3310-MOVER-VERSION-EXIT
008622     END-START.
008623     READ LIMFILE NEXT RECORD
008624         AT END
008625             SET FU-FIN-LIMFILE-SI TO TRUE
008626             GO TO 3310-MOVER-VERSION-EXIT
008627     END-READ.
008628     IF LM-NUMERO NOT = FU-FUS-RETIRA-N (FU-FUS-IDX)
008629         SET FU-FIN-LIMFILE-SI TO TRUE
008630         GO TO 3310-MOVER-VERSION-EXIT
008631     END-IF.
008632     ADD 1 TO FU-VERSIONES.
008633     MOVE LM-RECORD TO FU-LM-RETIRADA.
008634     DELETE LIMFILE RECORD
008635         INVALID KEY
008640             DISPLAY "ERROR AL BORRAR LIMITES - STATUS "
008650                 FU-LIMFILE-STATUS " - PERSONA " LM-NUMERO
008653             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008660     END-DELETE.
008750     IF FU-LIMITE-SI
008760         GO TO 3310-MOVER-VERSION-EXIT
008780     END-IF.
008790     MOVE FU-LM-RETIRADA TO LM-RECORD.
008800     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO LM-NUMERO.
008810     WRITE LM-RECORD
008820         INVALID KEY
008830             DISPLAY "ERROR AL GRABAR LIMITES - STATUS "
008840                 FU-LIMFILE-STATUS " - PERSONA " LM-NUMERO
008850         NOT INVALID KEY
008870             ADD 1 TO FU-CONT-LIMITES
008880     END-WRITE.
008890 3310-MOVER-VERSION-EXIT.
008891     EXIT.
008892
008893******************************************************************
008894*    3400-REAPUNTAR-FUSIONADAS
008895*    UNA PERSONA FUSIONADA EN LA RETIRADA EN UNA EJECUCION
008896*    ANTERIOR QUEDARIA APUNTANDO A UN NUMERO YA FUSIONADO, Y LOS
008897*    PROGRAMAS SOLO SIGUEN UN SALTO DE PF-FUSIONADA-EN: SE
008898*    RECORRE EL MAESTRO Y CADA UNA PASA AL SUPERVIVIENTE, CON SU
008899*    HUELLA EN EL JOURNAL. SUS ENTRADAS DEL INDICE, SUSPENSOS Y
008900*    PENDIENTES YA LLEVAN EL NUMERO DE LA RETIRADA Y PASAN AL
008901*    SUPERVIVIENTE CON LOS DE ELLA.
008902******************************************************************
008903 3400-REAPUNTAR-FUSIONADAS.
008904     MOVE "N" TO FU-FIN-PERSFILE.
008905     MOVE ZERO TO PF-NUMERO.
008906     START PERSFILE KEY IS NOT LESS THAN PF-NUMERO
008907         INVALID KEY
008908             GO TO 3400-REAPUNTAR-FUSIONADAS-EXIT
008909     END-START.
008910     PERFORM 3410-REAPUNTAR-PERSONA
008911         THRU 3410-REAPUNTAR-PERSONA-EXIT
008912         UNTIL FU-FIN-PERSFILE-SI.
008913 3400-REAPUNTAR-FUSIONADAS-EXIT.
008914     EXIT.
008915
008916 3410-REAPUNTAR-PERSONA.
008917     READ PERSFILE NEXT RECORD
008918         AT END
008919             SET FU-FIN-PERSFILE-SI TO TRUE
008920             GO TO 3410-REAPUNTAR-PERSONA-EXIT
008921     END-READ.
008922     IF NOT PF-FUSIONADA
008923         OR PF-FUSIONADA-EN NOT = FU-FUS-RETIRA-N (FU-FUS-IDX)
008924         GO TO 3410-REAPUNTAR-PERSONA-EXIT
008925     END-IF.
008926     MOVE PF-RECORD TO FU-JN-ANTES.
008927     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO PF-FUSIONADA-EN.
008928     REWRITE PF-RECORD.
008929     IF FU-PERSFILE-STATUS NOT = "00"
008930         DISPLAY "ERROR AL REGRABAR PERSFILE - STATUS "
008931             FU-PERSFILE-STATUS " - PERSONA " PF-NUMERO
008932         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
008933     END-IF.
008934     PERFORM 3500-ESCRIBIR-JOURNAL
008935         THRU 3500-ESCRIBIR-JOURNAL-EXIT.
008936     ADD 1 TO FU-CONT-REAPUNTADAS.
008937     DISPLAY "PERSONA " PF-NUMERO " FUSIONADA EN "
008938         FU-FUS-RETIRA-N (FU-FUS-IDX) " PASA A "
008939         FU-FUS-QUEDA-N (FU-FUS-IDX).
008940 3410-REAPUNTAR-PERSONA-EXIT.
008941     EXIT.
008942
008943******************************************************************
008944*    3500-ESCRIBIR-JOURNAL
008945*    HUELLA DE LA FUSION EN EL JOURNAL DEL MAESTRO, CON LA
008950*    IMAGEN DE ANTES (FU-JN-ANTES, CARGADA ANTES DEL REWRITE) Y
008960*    LA DE DESPUES (EL REGISTRO YA REGRABADO): ESTPRCV LA
008970*    REPRODUCE COMO CUALQUIER OTRO CAMBIO.
008980******************************************************************
008990 3500-ESCRIBIR-JOURNAL.
009000     MOVE SPACES TO JN-RECORD.
009010     MOVE "ESTPFUS" TO JN-PROGRAMA.
009020     MOVE FU-PARM-FECHA-PROCESO TO JN-FECHA.
009030     MOVE FU-HORA-SISTEMA TO JN-HORA.
009040     MOVE "C" TO JN-TIPO.
009050     MOVE PF-NUMERO TO JN-NUMERO.
009060     MOVE FU-JN-ANTES TO JN-IMAGEN-ANTES.
009070     MOVE PF-RECORD TO JN-IMAGEN-DESPUES.
009080     WRITE JN-RECORD.
009090 3500-ESCRIBIR-JOURNAL-EXIT.
009100     EXIT.
009110
009120******************************************************************
009130*    4000-TRASPASAR-AUDIXF
009140*    RECORRE EL INDICE ENTERO: LA CLAVE EMPIEZA POR EL NOMBRE Y
009150*    UNA PERSONA PUEDE TENER ENTRADAS BAJO NOMBRES ANTERIORES A
009160*    UNA CORRECCION. CADA ENTRADA DE UNA RETIRADA SE BORRA Y SE
009170*    GRABA CON NOMBRE Y NUMERO DEL SUPERVIVIENTE; LA LECTURA SE
009180*    REPOSICIONA TRAS LA CLAVE ANTIGUA.
009190******************************************************************
009200 4000-TRASPASAR-AUDIXF.
009210     IF NOT FU-AUDIXF-ABIERTO-SI OR FU-CONT-FUSIONES = ZERO
009220         GO TO 4000-TRASPASAR-AUDIXF-EXIT
009230     END-IF.
009240     PERFORM 4100-LEER-AUDIXF
009250         THRU 4100-LEER-AUDIXF-EXIT.
009260     PERFORM 4200-TRATAR-AUDIXF
009270         THRU 4200-TRATAR-AUDIXF-EXIT
009280         UNTIL FU-FIN-AUDIXF-SI.
009290 4000-TRASPASAR-AUDIXF-EXIT.
009300     EXIT.
009310
009320 4100-LEER-AUDIXF.
009330     READ AUDIXF NEXT
009340         AT END
009350             SET FU-FIN-AUDIXF-SI TO TRUE
009360     END-READ.
009370 4100-LEER-AUDIXF-EXIT.
009380     EXIT.
009390
009400 4200-TRATAR-AUDIXF.
009410     MOVE AX-PERSONA-NUM TO FU-NUMERO-BUSCADO.
009420     PERFORM 7000-BUSCAR-RETIRADA
009430         THRU 7000-BUSCAR-RETIRADA-EXIT.
009440     IF NOT FU-FUSION-SI
009450         GO TO 4200-TRATAR-AUDIXF-LEER
009460     END-IF.
009470     MOVE AX-RECORD TO FU-AX-TRABAJO.
009480     DELETE AUDIXF RECORD
009490         INVALID KEY
009500             DISPLAY "ERROR AL BORRAR AUDIXF - STATUS "
009510                 FU-AUDIXF-STATUS
009520             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009530     END-DELETE.
009540     MOVE FU-AX-TRABAJO TO AX-RECORD.
009550     MOVE FU-FUS-APELLIDO (FU-FUS-IDX) TO AX-APELLIDO.
009560     MOVE FU-FUS-NOMBRE (FU-FUS-IDX) TO AX-NOMBRE.
009570     MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO AX-PERSONA-NUM.
009580     WRITE AX-RECORD
009590         INVALID KEY
009600             DISPLAY "ERROR AL GRABAR AUDIXF - STATUS "
009610                 FU-AUDIXF-STATUS
009620             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
009630     END-WRITE.
009640     ADD 1 TO FU-FUS-CONT-AUD (FU-FUS-IDX).
009650     ADD 1 TO FU-CONT-AUDIXF.
009660     MOVE FU-AX-CLAVE-ANTIGUA TO AX-CLAVE.
009670     START AUDIXF KEY IS GREATER THAN AX-CLAVE
009680         INVALID KEY
009690             SET FU-FIN-AUDIXF-SI TO TRUE
009700     END-START.
009710     IF FU-FIN-AUDIXF-SI
009720         GO TO 4200-TRATAR-AUDIXF-EXIT
009730     END-IF.
009740 4200-TRATAR-AUDIXF-LEER.
009750     PERFORM 4100-LEER-AUDIXF
009760         THRU 4100-LEER-AUDIXF-EXIT.
009770 4200-TRATAR-AUDIXF-EXIT.
009780     EXIT.
009790
009800******************************************************************
009810*    5000-TRASPASAR-SUSPENSOS
009820*    COPIA SUSFILE EN SUSOUT; LOS SUSPENSOS CON EL NUMERO DE UNA
009830*    RETIRADA SALEN CON NUMERO Y NOMBRE DEL SUPERVIVIENTE, ASI
009840*    LA LIBERACION POR ESTPSUS ENTRA YA A SU NOMBRE.
009850******************************************************************
009860 5000-TRASPASAR-SUSPENSOS.
009870     PERFORM 5100-LEER-SUSFILE
009880         THRU 5100-LEER-SUSFILE-EXIT.
009890     PERFORM 5200-TRATAR-SUSPENSO
009900         THRU 5200-TRATAR-SUSPENSO-EXIT
009910         UNTIL FU-FIN-SUSFILE-SI.
009920 5000-TRASPASAR-SUSPENSOS-EXIT.
009930     EXIT.
009940
009950 5100-LEER-SUSFILE.
009960     IF FU-FIN-SUSFILE-SI
009970         GO TO 5100-LEER-SUSFILE-EXIT
009980     END-IF.
009990     READ SUSFILE
010000         AT END
010010             SET FU-FIN-SUSFILE-SI TO TRUE
010020     END-READ.
010030 5100-LEER-SUSFILE-EXIT.
010040     EXIT.
010050
010060 5200-TRATAR-SUSPENSO.
010070     IF SU-PERSONA-NUM NUMERIC
010080         MOVE SU-PERSONA-NUM TO FU-NUMERO-BUSCADO
010090         PERFORM 7000-BUSCAR-RETIRADA
010100             THRU 7000-BUSCAR-RETIRADA-EXIT
010110         IF FU-FUSION-SI
010120             MOVE FU-FUS-QUEDA (FU-FUS-IDX) TO SU-PERSONA-NUM
010130             MOVE FU-FUS-APELLIDO (FU-FUS-IDX) TO SU-APELLIDO
010140             MOVE FU-FUS-NOMBRE (FU-FUS-IDX) TO SU-NOMBRE
010150             ADD 1 TO FU-FUS-CONT-SUS (FU-FUS-IDX)
010160             ADD 1 TO FU-CONT-SUSPENSOS
010170         END-IF
010180     END-IF.
010190     MOVE SU-RECORD TO FUO-SUSOUT-REGISTRO.
010200     WRITE FUO-SUSOUT-REGISTRO.
010210     PERFORM 5100-LEER-SUSFILE
010220         THRU 5100-LEER-SUSFILE-EXIT.
010230 5200-TRATAR-SUSPENSO-EXIT.
010240     EXIT.
010250
010260******************************************************************
010270*    6000-TRASPASAR-PENDIENTES
010280*    COPIA PENOLD EN PENNEW PASANDO AL SUPERVIVIENTE LOS
010290*    PENDIENTES DE ACUSE DE UNA RETIRADA.
010300******************************************************************
010310 6000-TRASPASAR-PENDIENTES.
010320     PERFORM 6100-LEER-PENOLD
010330         THRU 6100-LEER-PENOLD-EXIT.
010340     PERFORM 6200-TRATAR-PENDIENTE
010350         THRU 6200-TRATAR-PENDIENTE-EXIT
010360         UNTIL FU-FIN-PENOLD-SI.
010370 6000-TRASPASAR-PENDIENTES-EXIT.
010380     EXIT.
010390
010400 6100-LEER-PENOLD.
010410     IF FU-FIN-PENOLD-SI
010420         GO TO 6100-LEER-PENOLD-EXIT
010430     END-IF.
010440     READ PENOLD
010450         AT END
010460             SET FU-FIN-PENOLD-SI TO TRUE
010470     END-READ.
010480 6100-LEER-PENOLD-EXIT.
010490     EXIT.
010500
010510 6200-TRATAR-PENDIENTE.
010520     IF PN-PERSONA-NUM NUMERIC
010530         MOVE PN-PERSONA-NUM TO FU-NUMERO-BUSCADO
010540         PERFORM 7000-BUSCAR-RETIRADA
010550             THRU 7000-BUSCAR-RETIRADA-EXIT
010560         IF FU-FUSION-SI
010570             MOVE FU-FUS-QUEDA-N (FU-FUS-IDX) TO PN-PERSONA-NUM
010580             MOVE FU-FUS-APELLIDO (FU-FUS-IDX) TO PN-APELLIDO
010590             MOVE FU-FUS-NOMBRE (FU-FUS-IDX) TO PN-NOMBRE
010600             ADD 1 TO FU-FUS-CONT-PEN (FU-FUS-IDX)
010610             ADD 1 TO FU-CONT-PENDIENTES
010620         END-IF
010630     END-IF.
010640     MOVE PN-RECORD TO FUO-PENNEW-REGISTRO.
010650     WRITE FUO-PENNEW-REGISTRO.
010660     PERFORM 6100-LEER-PENOLD
010670         THRU 6100-LEER-PENOLD-EXIT.
010680 6200-TRATAR-PENDIENTE-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720*    7000-BUSCAR-RETIRADA
010730*    BUSCA FU-NUMERO-BUSCADO ENTRE LAS RETIRADAS DE LAS FUSIONES
010740*    APLICADAS; SI ESTA, DEJA FU-FUS-IDX EN SU PAREJA.
010750******************************************************************
010760 7000-BUSCAR-RETIRADA.
010770     MOVE "N" TO FU-FUSION-HALLADA.
010780     IF FU-CONT-FUSIONES = ZERO
010790         GO TO 7000-BUSCAR-RETIRADA-EXIT
010800     END-IF.
010810     SET FU-FUS-IDX TO 1.
010820     SEARCH FU-FUS-ENT
010830         AT END
010840             CONTINUE
010850         WHEN FU-FUS-IDX > FU-CONT-PAREJAS
010860             CONTINUE
010870         WHEN FU-FUS-APLICADA (FU-FUS-IDX)
010880             AND FU-FUS-RETIRA-N (FU-FUS-IDX) = FU-NUMERO-BUSCADO
010890             SET FU-FUSION-SI TO TRUE
010900     END-SEARCH.
010910 7000-BUSCAR-RETIRADA-EXIT.
010920     EXIT.
010930
010940******************************************************************
010950*    8000-TERMINAR
010960*    SECCION DE FUSIONES DEL INFORME (UNA LINEA POR PAREJA, CON
010970*    LO TRASPASADO O EL MOTIVO DEL RECHAZO) Y TOTALES.
010980******************************************************************
010990 8000-TERMINAR.
011000     MOVE "FUSIONES SOLICITADAS EN MRGFILE" TO FUS-TEXTO.
011010     MOVE FU-LINEA-SECCION TO FU-LINEA-IMPRESION.
011020     WRITE FU-LINEA-IMPRESION.
011030     MOVE FU-LINEA-CAB-FUS TO FU-LINEA-IMPRESION.
011040     WRITE FU-LINEA-IMPRESION.
011050     PERFORM 8100-IMPRIMIR-FUSION
011060         THRU 8100-IMPRIMIR-FUSION-EXIT
011070         VARYING FU-FUS-IDX FROM 1 BY 1
011080         UNTIL FU-FUS-IDX > FU-CONT-PAREJAS.
011090     MOVE FU-CONT-DUPLICADOS TO FUT-DUPLICADOS.
011100     MOVE FU-CONT-FUSIONES TO FUT-FUSIONES.
011110     MOVE FU-CONT-RECHAZADAS TO FUT-RECHAZADAS.
011120     MOVE FU-LINEA-TOTALES-1 TO FU-LINEA-IMPRESION.
011130     WRITE FU-LINEA-IMPRESION.
011140     MOVE FU-CONT-AUDIXF TO FUT-AUDIXF.
011150     MOVE FU-CONT-SUSPENSOS TO FUT-SUSPENSOS.
011160     MOVE FU-CONT-PENDIENTES TO FUT-PENDIENTES.
011170     MOVE FU-LINEA-TOTALES-2 TO FU-LINEA-IMPRESION.
011180     WRITE FU-LINEA-IMPRESION.
011190     CLOSE PERTEL PERDOM PERSFILE SUSOUT PENNEW JRNFILE
011200         FUSRPT.
011210     IF FU-MRGFILE-ABIERTO-SI
011220         CLOSE MRGFILE
011230     END-IF.
011240     IF FU-SUSFILE-ABIERTO-SI
011250         CLOSE SUSFILE
011260     END-IF.
011270     IF FU-PENOLD-ABIERTO-SI
011280         CLOSE PENOLD
011290     END-IF.
011300     IF FU-LIMFILE-ABIERTO-SI
011310         CLOSE LIMFILE
011320     END-IF.
011330     IF FU-AUDIXF-ABIERTO-SI
011340         CLOSE AUDIXF
011350     END-IF.
011360     DISPLAY "PERSONAS LEIDAS     : " FU-CONT-PERSONAS.
011370     DISPLAY "POSIBLES DUPLICADOS : " FU-CONT-DUPLICADOS.
011380     DISPLAY "PAREJAS EN MRGFILE  : " FU-CONT-PAREJAS.
011390     DISPLAY "FUSIONES APLICADAS  : " FU-CONT-FUSIONES.
011400     DISPLAY "FUSIONES RECHAZADAS : " FU-CONT-RECHAZADAS.
011410     DISPLAY "LIMITES TRASPASADOS : " FU-CONT-LIMITES.
011415     DISPLAY "FUSIONES REAPUNTADAS: " FU-CONT-REAPUNTADAS.
011420     DISPLAY "ENTRADAS AUDIXF     : " FU-CONT-AUDIXF.
011430     DISPLAY "SUSPENSOS PASADOS   : " FU-CONT-SUSPENSOS.
011440     DISPLAY "PENDIENTES PASADOS  : " FU-CONT-PENDIENTES.
011450 8000-TERMINAR-EXIT.
011460     EXIT.
011470
011480 8100-IMPRIMIR-FUSION.
011490     IF FU-FUS-RECHAZADA (FU-FUS-IDX)
011500         MOVE FU-FUS-RETIRA (FU-FUS-IDX) TO FUR-RETIRA
011510         MOVE FU-FUS-QUEDA (FU-FUS-IDX) TO FUR-QUEDA
011520         MOVE FU-FUS-MOTIVO (FU-FUS-IDX) TO FUR-MOTIVO
011530         MOVE FU-LINEA-RECHAZO TO FU-LINEA-IMPRESION
011540     ELSE
011550         MOVE FU-FUS-RETIRA (FU-FUS-IDX) TO FUF-RETIRA
011560         MOVE FU-FUS-QUEDA (FU-FUS-IDX) TO FUF-QUEDA
011570         MOVE FU-FUS-APELLIDO (FU-FUS-IDX) TO FUF-APELLIDO
011580         MOVE FU-FUS-NOMBRE (FU-FUS-IDX) TO FUF-NOMBRE
011590         MOVE FU-FUS-LIMITES (FU-FUS-IDX) TO FUF-LIMITES
011600         MOVE FU-FUS-CONT-AUD (FU-FUS-IDX) TO FUF-AUDIXF
011610         MOVE FU-FUS-CONT-SUS (FU-FUS-IDX) TO FUF-SUSPENSOS
011620         MOVE FU-FUS-CONT-PEN (FU-FUS-IDX) TO FUF-PENDIENTES
011630         MOVE FU-LINEA-FUSION TO FU-LINEA-IMPRESION
011640     END-IF.
011650     WRITE FU-LINEA-IMPRESION.
011660 8100-IMPRIMIR-FUSION-EXIT.
011670     EXIT.
011680
011690 9999-ABEND.
011700     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
011710     MOVE 16 TO RETURN-CODE.
011720     STOP RUN.
011730 9999-ABEND-EXIT.
011740     EXIT.
011750
011760 END PROGRAM ESTPFUS.

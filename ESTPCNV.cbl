000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Conversion del fichero de transacciones de socio. El
000070*          otro departamento envia PTNFILE, texto de longitud
000080*          variable con campos separados por ";" e importes con
000090*          punto decimal (formato en PTNREC). Cada linea se
000100*          valida y se pasa al layout TR-RECORD: los importes
000110*          "1234.50" a 9(7)V99 con decimales implicitos y la
000120*          referencia de persona del socio a PF-NUMERO por la
000130*          tabla de referencias cruzadas XRFFILE (la persona debe
000140*          existir en el maestro; una fusionada pasa a su
000150*          superviviente y una con datos borrados se devuelve).
000160*          Genera:
000170*          - PTNTRAN: lote TRANFILE completo, con cabecera (lote
000180*            "P" + hora HHMMSSC generado aqui), los detalles y
000190*            trailer con contador y totales hash, que el corte de
000200*            ESTPROB concatena detras del lote fresco.
000210*          - PTNRET: las lineas que no se pueden convertir, tal
000220*            como llegaron mas ";" codigo ";" motivo, para que el
000230*            socio las cargue, corrija y reenvie.
000240*          - CNVRPT: informe de conversion con lineas recibidas,
000250*            convertidas y devueltas (por motivo) y los totales de
000260*            control del lote, para cuadrar el envio antes de que
000270*            lo recoja ESTPROB. RC 4 si hay lineas devueltas.
000280* Tectonics: cobc
000290*
000300* Modification history:
000310*   15/10/2026  CM  CREACION INICIAL DE LA CONVERSION DEL FICHERO
000320*                   DE SOCIO.
000330******************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID. ESTPCNV.
000360 AUTHOR. CEFERINO MULET.
000370 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000380 DATE-WRITTEN. 15/10/2026.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER. IBM-370.
000440 OBJECT-COMPUTER. IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PTNFILE ASSIGN TO "PTNFILE"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS CV-PTNFILE-STATUS.
000510
000520     SELECT XRFFILE ASSIGN TO "XRFFILE"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS CV-XRFFILE-STATUS.
000550
000560     SELECT PERSFILE ASSIGN TO "PERSFILE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PF-NUMERO
000600         ALTERNATE RECORD KEY IS PF-NOMBRE-CLAVE
000610             WITH DUPLICATES
000620         FILE STATUS IS CV-PERSFILE-STATUS.
000630
000640     SELECT PTNTRAN ASSIGN TO "PTNTRAN"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS CV-PTNTRAN-STATUS.
000670
000680     SELECT PTNRET ASSIGN TO "PTNRET"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS CV-PTNRET-STATUS.
000710
000720     SELECT CNVRPT ASSIGN TO "CNVRPT"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS CV-CNVRPT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PTNFILE
000790     RECORDING MODE IS V
000800     LABEL RECORDS ARE STANDARD
000810     RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
000820         DEPENDING ON CV-LONG-LINEA.
000830 01  PT-LINEA                   PIC X(200).
000840
000850 FD  XRFFILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880     COPY xrfrec.
000890
000900 FD  PERSFILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY persrec.
000930
000940 FD  PTNTRAN
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD.
000970     COPY tranrec.
000980
000990 FD  PTNRET
001000     RECORDING MODE IS V
001010     LABEL RECORDS ARE STANDARD
001020     RECORD IS VARYING IN SIZE FROM 1 TO 250 CHARACTERS
001030         DEPENDING ON CV-LONG-RETORNO.
001040 01  PR-LINEA                   PIC X(250).
001050
001060 FD  CNVRPT
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  CV-LINEA-IMPRESION         PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120*    PARM: COLUMNAS 1-8 FECHA DEL LOTE AAAAMMDD (LA DEL CORTE QUE
001130*    LO RECOGERA; BLANCO = FECHA DEL SISTEMA).
001140 01  CV-PARAMETROS.
001150     05  CV-LINEA-PARM          PIC X(80) VALUE SPACES.
001160     05  CV-PARM-FECHA-LOTE     PIC 9(08) VALUE ZEROES.
001170
001180 01  CV-SWITCHES.
001190     05  CV-FIN-PTNFILE         PIC X(01) VALUE "N".
001200         88  CV-FIN-PTNFILE-SI      VALUE "S".
001210     05  CV-FIN-XRFFILE         PIC X(01) VALUE "N".
001220         88  CV-FIN-XRFFILE-SI      VALUE "S".
001230     05  CV-IMPORTE-VALIDO      PIC X(01) VALUE "N".
001240         88  CV-IMPORTE-BIEN        VALUE "S".
001250         88  CV-IMPORTE-MAL         VALUE "N".
001260     05  CV-REF-HALLADA         PIC X(01) VALUE "N".
001270         88  CV-REF-SI              VALUE "S".
001280         88  CV-REF-NO              VALUE "N".
001290
001300 01  CV-FILE-STATUS.
001310     05  CV-PTNFILE-STATUS      PIC X(02) VALUE "00".
001320     05  CV-XRFFILE-STATUS      PIC X(02) VALUE "00".
001330     05  CV-PERSFILE-STATUS     PIC X(02) VALUE "00".
001340     05  CV-PTNTRAN-STATUS      PIC X(02) VALUE "00".
001350     05  CV-PTNRET-STATUS       PIC X(02) VALUE "00".
001360     05  CV-CNVRPT-STATUS       PIC X(02) VALUE "00".
001370
001380 01  CV-CONTADORES.
001390     05  CV-CONT-RECIBIDAS      PIC 9(07) COMP VALUE ZERO.
001400     05  CV-CONT-CONVERTIDAS    PIC 9(07) COMP VALUE ZERO.
001410     05  CV-CONT-DEVUELTAS      PIC 9(07) COMP VALUE ZERO.
001420     05  CV-CONT-IGNORADAS      PIC 9(05) COMP VALUE ZERO.
001430
001440 01  CV-TOTALES.
001450     05  CV-HASH-NUM1           PIC 9(11)V9(02) VALUE ZERO.
001460     05  CV-HASH-NUM2           PIC 9(11)V9(02) VALUE ZERO.
001470
001480 01  CV-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
001490 01  CV-LOTE-ID                 PIC X(08) VALUE SPACES.
001500
001510*    LONGITUDES DE LOS REGISTROS VARIABLES Y PUNTERO DEL STRING
001520*    DE LA LINEA DEVUELTA.
001530 01  CV-LONG-LINEA              PIC 9(04) COMP VALUE ZERO.
001540 01  CV-LONG-RETORNO            PIC 9(04) COMP VALUE ZERO.
001550 01  CV-PUNTERO                 PIC 9(04) COMP VALUE ZERO.
001560 01  CV-LINEA                   PIC X(200).
001570
001580     COPY ptnrec.
001590
001600*    TABLA DE REFERENCIAS CRUZADAS, CARGADA DE XRFFILE.
001610 01  CV-TABLA-REFERENCIAS.
001620     05  CV-CONT-XRF            PIC 9(04) COMP VALUE ZERO.
001630     05  CV-MAX-XRF             PIC 9(04) COMP VALUE 5000.
001640     05  CV-XRF-ENT OCCURS 5000 TIMES
001650             INDEXED BY CV-XRF-IDX.
001660         10  CV-X-REFERENCIA    PIC X(12).
001670         10  CV-X-NUMERO        PIC 9(06).
001680
001690*    CONVERSION DE UN IMPORTE CON PUNTO DECIMAL A 9(7)V99.
001700 01  CV-IMPORTE.
001710     05  CV-IMP-CAMPO           PIC X(15).
001720     05  CV-IMP-LONG            PIC 9(04) COMP.
001730     05  CV-IMP-BLANCOS         PIC 9(04) COMP.
001740     05  CV-IMP-TEXTO           PIC X(15).
001745     05  CV-IMP-LONG-TEXTO      PIC 9(04) COMP.
001750     05  CV-IMP-ENTERA          PIC X(07) JUSTIFIED RIGHT.
001760     05  CV-IMP-DECIMAL         PIC X(02).
001770     05  CV-IMP-RESTO           PIC X(15).
001780     05  CV-IMP-LONG-ENT        PIC 9(04) COMP.
001790     05  CV-IMP-LONG-DEC        PIC 9(04) COMP.
001800     05  CV-IMP-RESULTADO       PIC X(09).
001810     05  CV-IMP-RESULTADO-N REDEFINES CV-IMP-RESULTADO
001820                                PIC 9(07)V9(02).
001830 01  CV-NUM1                    PIC X(09).
001840 01  CV-NUM2                    PIC X(09).
001850 01  CV-NUM2-N REDEFINES CV-NUM2
001860                                PIC 9(07)V9(02).
001870
001880*    MOTIVOS DE DEVOLUCION: EL CODIGO ES LA POSICION EN LA TABLA.
001890 01  CV-MOTIVOS-VALORES.
001900     05  FILLER                 PIC X(30) VALUE
001910         "LINEA VACIA".
001920     05  FILLER                 PIC X(30) VALUE
001930         "FALTAN CAMPOS".
001940     05  FILLER                 PIC X(30) VALUE
001950         "SOBRAN CAMPOS".
001960     05  FILLER                 PIC X(30) VALUE
001970         "REFERENCIA DEMASIADO LARGA".
001980     05  FILLER                 PIC X(30) VALUE
001990         "REFERENCIA NO TABULADA".
002000     05  FILLER                 PIC X(30) VALUE
002010         "PERSONA NO EXISTE".
002020     05  FILLER                 PIC X(30) VALUE
002030         "PERSONA CON DATOS BORRADOS".
002040     05  FILLER                 PIC X(30) VALUE
002050         "IMPORTE 1 NO VALIDO".
002060     05  FILLER                 PIC X(30) VALUE
002070         "IMPORTE 2 NO VALIDO".
002080     05  FILLER                 PIC X(30) VALUE
002090         "CODIGO DE OPERACION NO VALIDO".
002100     05  FILLER                 PIC X(30) VALUE
002110         "CODIGO DE SERVICIO NO VALIDO".
002120     05  FILLER                 PIC X(30) VALUE
002130         "DIVISION POR CERO".
002140 01  CV-TABLA-MOTIVOS REDEFINES CV-MOTIVOS-VALORES.
002150     05  CV-MOT-TEXTO           PIC X(30) OCCURS 12 TIMES.
002160 01  CV-CONTADORES-MOTIVO.
002170     05  CV-MOT-CONT            PIC 9(07) COMP OCCURS 12 TIMES.
002180 01  CV-NUM-MOTIVOS             PIC 9(02) COMP VALUE 12.
002190 01  CV-MOTIVO                  PIC 9(02) VALUE ZERO.
002200 01  CV-M                       PIC 9(02) COMP VALUE ZERO.
002210
002220 01  CV-LINEA-TITULO.
002230     05  FILLER                 PIC X(01) VALUE SPACE.
002240     05  FILLER                 PIC X(36) VALUE
002250         "CONVERSION DEL FICHERO DE SOCIO".
002260     05  FILLER                 PIC X(07) VALUE "FECHA: ".
002270     05  CVT-FECHA              PIC 9(08).
002280     05  FILLER                 PIC X(08) VALUE "  LOTE: ".
002290     05  CVT-LOTE-ID            PIC X(08).
002300
002310 01  CV-LINEA-SUBTITULO.
002320     05  FILLER                 PIC X(01) VALUE SPACE.
002330     05  CVS-TEXTO              PIC X(79).
002340
002350 01  CV-LINEA-CAB-DEVUELTAS.
002360     05  FILLER                 PIC X(01) VALUE SPACE.
002370     05  FILLER                 PIC X(09) VALUE "LINEA".
002380     05  FILLER                 PIC X(14) VALUE "REF. LINEA".
002390     05  FILLER                 PIC X(14) VALUE "REF. PERSONA".
002400     05  FILLER                 PIC X(06) VALUE "MOTIVO".
002410
002420 01  CV-LINEA-DEVUELTA.
002430     05  FILLER                 PIC X(01) VALUE SPACE.
002440     05  CVD-LINEA              PIC Z(06)9.
002450     05  FILLER                 PIC X(02) VALUE SPACES.
002460     05  CVD-REF-LINEA          PIC X(12).
002470     05  FILLER                 PIC X(02) VALUE SPACES.
002480     05  CVD-REF-PERSONA        PIC X(12).
002490     05  FILLER                 PIC X(02) VALUE SPACES.
002500     05  CVD-CODIGO             PIC 9(02).
002510     05  FILLER                 PIC X(01) VALUE SPACE.
002520     05  CVD-MOTIVO             PIC X(30).
002530
002540 01  CV-LINEA-TOTAL.
002550     05  FILLER                 PIC X(01) VALUE SPACE.
002560     05  CVL-CONCEPTO           PIC X(40).
002570     05  CVL-CANTIDAD           PIC Z,ZZZ,ZZ9.
002580
002590 01  CV-LINEA-HASH.
002600     05  FILLER                 PIC X(01) VALUE SPACE.
002610     05  CVH-CONCEPTO           PIC X(40).
002620     05  CVH-IMPORTE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002630
002640 01  CV-LINEA-BLANCO            PIC X(80) VALUE SPACES.
002650
002660 PROCEDURE DIVISION.
002670 0000-MAINLINE.
002680     PERFORM 1000-INICIALIZAR
002690         THRU 1000-INICIALIZAR-EXIT.
002700     PERFORM 2000-CONVERTIR-LINEA
002710         THRU 2000-CONVERTIR-LINEA-EXIT
002720         UNTIL CV-FIN-PTNFILE-SI.
002730     PERFORM 8000-TERMINAR
002740         THRU 8000-TERMINAR-EXIT.
002750     STOP RUN.
002760
002770 1000-INICIALIZAR.
002780     ACCEPT CV-LINEA-PARM FROM COMMAND-LINE.
002790     IF CV-LINEA-PARM(1:8) = SPACES
002800         ACCEPT CV-PARM-FECHA-LOTE FROM DATE YYYYMMDD
002810     ELSE
002820         MOVE CV-LINEA-PARM(1:8) TO CV-PARM-FECHA-LOTE
002830     END-IF.
002840     ACCEPT CV-HORA-SISTEMA FROM TIME.
002860     PERFORM 1050-PONER-A-CERO
002870         THRU 1050-PONER-A-CERO-EXIT
002880         VARYING CV-M FROM 1 BY 1
002890         UNTIL CV-M > CV-NUM-MOTIVOS.
002900
002910     OPEN INPUT XRFFILE.
002920     IF CV-XRFFILE-STATUS NOT = "00"
002930         DISPLAY "ERROR AL ABRIR XRFFILE - STATUS "
002940             CV-XRFFILE-STATUS
002950         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002960     END-IF.
002970     PERFORM 1100-CARGAR-REFERENCIA
002980         THRU 1100-CARGAR-REFERENCIA-EXIT
002990         UNTIL CV-FIN-XRFFILE-SI.
003000     CLOSE XRFFILE.
003010     DISPLAY "REFERENCIAS CARGADAS: " CV-CONT-XRF.
003020
003030     OPEN INPUT PTNFILE.
003040     IF CV-PTNFILE-STATUS NOT = "00"
003050         DISPLAY "ERROR AL ABRIR PTNFILE - STATUS "
003060             CV-PTNFILE-STATUS
003070         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003080     END-IF.
003090     OPEN INPUT PERSFILE.
003100     IF CV-PERSFILE-STATUS NOT = "00"
003110         DISPLAY "ERROR AL ABRIR PERSFILE - STATUS "
003120             CV-PERSFILE-STATUS
003130         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003140     END-IF.
003150     OPEN OUTPUT PTNTRAN.
003160     IF CV-PTNTRAN-STATUS NOT = "00"
003170         DISPLAY "ERROR AL ABRIR PTNTRAN - STATUS "
003180             CV-PTNTRAN-STATUS
003190         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003200     END-IF.
003210     OPEN OUTPUT PTNRET.
003220     IF CV-PTNRET-STATUS NOT = "00"
003230         DISPLAY "ERROR AL ABRIR PTNRET - STATUS "
003240             CV-PTNRET-STATUS
003250         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003260     END-IF.
003270     OPEN OUTPUT CNVRPT.
003280     IF CV-CNVRPT-STATUS NOT = "00"
003290         DISPLAY "ERROR AL ABRIR CNVRPT - STATUS "
003300             CV-CNVRPT-STATUS
003310         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003320     END-IF.
003330
003340*    CABECERA DEL LOTE: EL IDENTIFICADOR SE GENERA AQUI ("P" +
003350*    HORA HHMMSSC), COMO EN LA CAPTURA; EL REGISTRO DE LOTES
003360*    PROCESADOS VETA POR IDENTIFICADOR Y FECHA DE LOTE.
003370     MOVE SPACES TO TRH-RECORD.
003380     MOVE "H" TO TRH-TIPO-REG.
003390     MOVE CV-PARM-FECHA-LOTE TO TRH-FECHA-LOTE.
003400     MOVE "P" TO TRH-LOTE-ID(1:1).
003410     MOVE CV-HORA-SISTEMA(1:7) TO TRH-LOTE-ID(2:7).
003420     MOVE TRH-LOTE-ID TO CV-LOTE-ID.
003430     WRITE TRH-RECORD.
003440     DISPLAY "CONVERSION DEL FICHERO DE SOCIO - LOTE " CV-LOTE-ID.
003450
003460     MOVE CV-PARM-FECHA-LOTE TO CVT-FECHA.
003470     MOVE CV-LOTE-ID TO CVT-LOTE-ID.
003480     MOVE CV-LINEA-TITULO TO CV-LINEA-IMPRESION.
003490     WRITE CV-LINEA-IMPRESION.
003500     MOVE CV-LINEA-BLANCO TO CV-LINEA-IMPRESION.
003510     WRITE CV-LINEA-IMPRESION.
003520     MOVE "LINEAS DEVUELTAS AL SOCIO" TO CVS-TEXTO.
003530     MOVE CV-LINEA-SUBTITULO TO CV-LINEA-IMPRESION.
003540     WRITE CV-LINEA-IMPRESION.
003550     MOVE CV-LINEA-CAB-DEVUELTAS TO CV-LINEA-IMPRESION.
003560     WRITE CV-LINEA-IMPRESION.
003570 1000-INICIALIZAR-EXIT.
003580     EXIT.
003590
003600 1050-PONER-A-CERO.
003610     MOVE ZERO TO CV-MOT-CONT (CV-M).
003620 1050-PONER-A-CERO-EXIT.
003630     EXIT.
003640
003650******************************************************************
003660*    1100-CARGAR-REFERENCIA
003670*    UNA REFERENCIA SIN NUMERO VALIDO O REPETIDA SE IGNORA CON
003680*    AVISO (VALE LA PRIMERA); LA LINEA DEL SOCIO QUE LA USE SE
003690*    DEVOLVERA COMO NO TABULADA.
003700******************************************************************
003710 1100-CARGAR-REFERENCIA.
003720     READ XRFFILE
003730         AT END
003740             SET CV-FIN-XRFFILE-SI TO TRUE
003750             GO TO 1100-CARGAR-REFERENCIA-EXIT
003760     END-READ.
003770     IF XR-REFERENCIA = SPACES
003780         OR XR-NUMERO NOT NUMERIC OR XR-NUMERO-N = ZERO
003790         DISPLAY "REFERENCIA '" XR-REFERENCIA "' CON NUMERO '"
003800             XR-NUMERO "' NO VALIDO - SE IGNORA"
003810         ADD 1 TO CV-CONT-IGNORADAS
003820         GO TO 1100-CARGAR-REFERENCIA-EXIT
003830     END-IF.
003840     MOVE XR-REFERENCIA TO PT-REF-PERSONA.
003850     PERFORM 3100-BUSCAR-REFERENCIA
003860         THRU 3100-BUSCAR-REFERENCIA-EXIT.
003870     IF CV-REF-SI
003880         DISPLAY "REFERENCIA '" XR-REFERENCIA "' REPETIDA - "
003890             "SE IGNORA"
003900         ADD 1 TO CV-CONT-IGNORADAS
003910         GO TO 1100-CARGAR-REFERENCIA-EXIT
003920     END-IF.
003930     IF CV-CONT-XRF NOT < CV-MAX-XRF
003940         DISPLAY "TABLA DE REFERENCIAS LLENA - MAXIMO " CV-MAX-XRF
003950         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003960     END-IF.
003970     ADD 1 TO CV-CONT-XRF.
003980     SET CV-XRF-IDX TO CV-CONT-XRF.
003990     MOVE XR-REFERENCIA TO CV-X-REFERENCIA (CV-XRF-IDX).
004000     MOVE XR-NUMERO-N TO CV-X-NUMERO (CV-XRF-IDX).
004010 1100-CARGAR-REFERENCIA-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050*    2000-CONVERTIR-LINEA
004060*    UNA LINEA DEL SOCIO POR ITERACION. LA PRIMERA COMPROBACION
004070*    QUE FALLA DECIDE EL MOTIVO DE LA DEVOLUCION; SI TODO ESTA
004080*    BIEN SE GRABA EL DETALLE Y CUENTA EN EL TRAILER.
004090******************************************************************
004100 2000-CONVERTIR-LINEA.
004110     READ PTNFILE
004120         AT END
004130             SET CV-FIN-PTNFILE-SI TO TRUE
004140             GO TO 2000-CONVERTIR-LINEA-EXIT
004150     END-READ.
004160     ADD 1 TO CV-CONT-RECIBIDAS.
004170     MOVE SPACES TO CV-LINEA.
004180     MOVE SPACES TO PT-CAMPOS.
004190     MOVE ZERO TO PT-LONG-REF-LINEA PT-LONG-REF-PERSONA
004200         PT-LONG-IMPORTE1 PT-LONG-IMPORTE2 PT-LONG-OPERACION
004210         PT-LONG-SERVICIO PT-NUM-CAMPOS.
004220     IF CV-LONG-LINEA > ZERO
004230         MOVE PT-LINEA(1:CV-LONG-LINEA) TO CV-LINEA
004240     END-IF.
004250     IF CV-LINEA = SPACES
004260         MOVE 1 TO CV-MOTIVO
004270         GO TO 2000-DEVOLVER
004280     END-IF.
004290     UNSTRING CV-LINEA(1:CV-LONG-LINEA) DELIMITED BY ";"
004300         INTO PT-REF-LINEA COUNT IN PT-LONG-REF-LINEA
004310              PT-REF-PERSONA COUNT IN PT-LONG-REF-PERSONA
004320              PT-IMPORTE1 COUNT IN PT-LONG-IMPORTE1
004330              PT-IMPORTE2 COUNT IN PT-LONG-IMPORTE2
004340              PT-OPERACION COUNT IN PT-LONG-OPERACION
004350              PT-SERVICIO COUNT IN PT-LONG-SERVICIO
004360              PT-SOBRANTE
004370         TALLYING IN PT-NUM-CAMPOS
004380     END-UNSTRING.
004390     IF PT-NUM-CAMPOS < 4
004400         MOVE 2 TO CV-MOTIVO
004410         GO TO 2000-DEVOLVER
004420     END-IF.
004430     IF PT-NUM-CAMPOS > 6
004440         MOVE 3 TO CV-MOTIVO
004450         GO TO 2000-DEVOLVER
004460     END-IF.
004470     IF PT-LONG-REF-LINEA > 12 OR PT-LONG-REF-PERSONA > 12
004480         MOVE 4 TO CV-MOTIVO
004490         GO TO 2000-DEVOLVER
004500     END-IF.
004510
004520     PERFORM 3100-BUSCAR-REFERENCIA
004530         THRU 3100-BUSCAR-REFERENCIA-EXIT.
004540     IF CV-REF-NO
004550         MOVE 5 TO CV-MOTIVO
004560         GO TO 2000-DEVOLVER
004570     END-IF.
004580     MOVE CV-X-NUMERO (CV-XRF-IDX) TO PF-NUMERO.
004590     READ PERSFILE
004600         INVALID KEY
004610             MOVE 6 TO CV-MOTIVO
004620             GO TO 2000-DEVOLVER
004630     END-READ.
004640     IF PF-FUSIONADA
004650         DISPLAY "LINEA " CV-CONT-RECIBIDAS ": PERSONA " PF-NUMERO
004660             " FUSIONADA EN " PF-FUSIONADA-EN
004670             " - SE TOMA LA SUPERVIVIENTE"
004680         MOVE PF-FUSIONADA-EN TO PF-NUMERO
004690         READ PERSFILE
004700             INVALID KEY
004710                 MOVE 6 TO CV-MOTIVO
004720                 GO TO 2000-DEVOLVER
004730         END-READ
004740     END-IF.
004750     IF PF-BORRADA
004760         MOVE 7 TO CV-MOTIVO
004770         GO TO 2000-DEVOLVER
004780     END-IF.
004790
004800     MOVE PT-IMPORTE1 TO CV-IMP-CAMPO.
004810     MOVE PT-LONG-IMPORTE1 TO CV-IMP-LONG.
004820     PERFORM 3000-CONVERTIR-IMPORTE
004830         THRU 3000-CONVERTIR-IMPORTE-EXIT.
004840     IF CV-IMPORTE-MAL
004850         MOVE 8 TO CV-MOTIVO
004860         GO TO 2000-DEVOLVER
004870     END-IF.
004880     MOVE CV-IMP-RESULTADO TO CV-NUM1.
004890     MOVE PT-IMPORTE2 TO CV-IMP-CAMPO.
004900     MOVE PT-LONG-IMPORTE2 TO CV-IMP-LONG.
004910     PERFORM 3000-CONVERTIR-IMPORTE
004920         THRU 3000-CONVERTIR-IMPORTE-EXIT.
004930     IF CV-IMPORTE-MAL
004940         MOVE 9 TO CV-MOTIVO
004950         GO TO 2000-DEVOLVER
004960     END-IF.
004970     MOVE CV-IMP-RESULTADO TO CV-NUM2.
004980     IF PT-LONG-OPERACION > 1 OR NOT PT-OPER-VALIDA
004990         MOVE 10 TO CV-MOTIVO
005000         GO TO 2000-DEVOLVER
005010     END-IF.
005020     IF PT-LONG-SERVICIO > 1 OR NOT PT-SVC-VALIDO
005030         MOVE 11 TO CV-MOTIVO
005040         GO TO 2000-DEVOLVER
005050     END-IF.
005060     IF PT-OPER-DIVIDE AND CV-NUM2-N = ZERO
005070         MOVE 12 TO CV-MOTIVO
005080         GO TO 2000-DEVOLVER
005090     END-IF.
005100
005110     PERFORM 4000-ESCRIBIR-DETALLE
005120         THRU 4000-ESCRIBIR-DETALLE-EXIT.
005130     GO TO 2000-CONVERTIR-LINEA-EXIT.
005140 2000-DEVOLVER.
005150     PERFORM 5000-DEVOLVER-LINEA
005160         THRU 5000-DEVOLVER-LINEA-EXIT.
005170 2000-CONVERTIR-LINEA-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210*    3000-CONVERTIR-IMPORTE
005220*    CV-IMP-CAMPO TRAE EL IMPORTE DEL SOCIO ("1234.50", "1234",
005230*    "0.5"), CON BLANCOS DELANTE O DETRAS SI LOS HAY. SE ADMITEN
005240*    HASTA SIETE ENTEROS Y DOS DECIMALES, SIN SIGNO NI SEPARADOR
005246*    DE MILES. UN BLANCO EN MEDIO ("12 34") HACE EL IMPORTE NO
005252*    VALIDO. DEJA EN CV-IMP-RESULTADO LOS NUEVE DIGITOS DEL
005260*    9(7)V99 CON LOS DECIMALES IMPLICITOS.
005270******************************************************************
005280 3000-CONVERTIR-IMPORTE.
005290     SET CV-IMPORTE-MAL TO TRUE.
005300     IF CV-IMP-LONG > 15
005310         GO TO 3000-CONVERTIR-IMPORTE-EXIT
005320     END-IF.
005330     MOVE ZERO TO CV-IMP-BLANCOS.
005340     INSPECT CV-IMP-CAMPO TALLYING CV-IMP-BLANCOS
005350         FOR LEADING SPACE.
005360     IF CV-IMP-BLANCOS NOT < 15
005370         GO TO 3000-CONVERTIR-IMPORTE-EXIT
005380     END-IF.
005390     MOVE CV-IMP-CAMPO(CV-IMP-BLANCOS + 1:) TO CV-IMP-TEXTO.
005391     MOVE ZERO TO CV-IMP-LONG-TEXTO.
005392     INSPECT CV-IMP-TEXTO TALLYING CV-IMP-LONG-TEXTO
005393         FOR CHARACTERS BEFORE INITIAL SPACE.
005394     IF CV-IMP-LONG-TEXTO < 15
005395         IF CV-IMP-TEXTO(CV-IMP-LONG-TEXTO + 1:) NOT = SPACES
005396             GO TO 3000-CONVERTIR-IMPORTE-EXIT
005397         END-IF
005398     END-IF.
005400     MOVE SPACES TO CV-IMP-ENTERA CV-IMP-DECIMAL CV-IMP-RESTO.
005410     MOVE ZERO TO CV-IMP-LONG-ENT CV-IMP-LONG-DEC.
005420     UNSTRING CV-IMP-TEXTO DELIMITED BY "." OR ALL SPACE
005430         INTO CV-IMP-ENTERA COUNT IN CV-IMP-LONG-ENT
005440              CV-IMP-DECIMAL COUNT IN CV-IMP-LONG-DEC
005450              CV-IMP-RESTO
005460     END-UNSTRING.
005470     IF CV-IMP-LONG-ENT = ZERO OR CV-IMP-LONG-ENT > 7
005480         OR CV-IMP-LONG-DEC > 2 OR CV-IMP-RESTO NOT = SPACES
005490         GO TO 3000-CONVERTIR-IMPORTE-EXIT
005500     END-IF.
005510     INSPECT CV-IMP-ENTERA REPLACING LEADING SPACE BY ZERO.
005520     INSPECT CV-IMP-DECIMAL REPLACING ALL SPACE BY ZERO.
005530     IF CV-IMP-ENTERA NOT NUMERIC OR CV-IMP-DECIMAL NOT NUMERIC
005540         GO TO 3000-CONVERTIR-IMPORTE-EXIT
005550     END-IF.
005560     MOVE CV-IMP-ENTERA TO CV-IMP-RESULTADO(1:7).
005570     MOVE CV-IMP-DECIMAL TO CV-IMP-RESULTADO(8:2).
005580     SET CV-IMPORTE-BIEN TO TRUE.
005590 3000-CONVERTIR-IMPORTE-EXIT.
005600     EXIT.
005610
005620 3100-BUSCAR-REFERENCIA.
005630     SET CV-REF-NO TO TRUE.
005640     IF PT-REF-PERSONA = SPACES
005650         GO TO 3100-BUSCAR-REFERENCIA-EXIT
005660     END-IF.
005670     SET CV-XRF-IDX TO 1.
005680     SEARCH CV-XRF-ENT
005690         AT END
005700             CONTINUE
005710         WHEN CV-XRF-IDX > CV-CONT-XRF
005720             CONTINUE
005730         WHEN CV-X-REFERENCIA (CV-XRF-IDX) = PT-REF-PERSONA
005740             SET CV-REF-SI TO TRUE
005750     END-SEARCH.
005760 3100-BUSCAR-REFERENCIA-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800*    4000-ESCRIBIR-DETALLE
005810*    EL NOMBRE DEL DETALLE ES EL DEL MAESTRO, NO EL QUE PUEDA
005820*    TENER EL SOCIO: LA PERSONA YA VIENE IDENTIFICADA POR NUMERO.
005830******************************************************************
005840 4000-ESCRIBIR-DETALLE.
005850     MOVE SPACES TO TR-RECORD.
005860     MOVE CV-NUM1 TO TR-NUM1.
005870     MOVE CV-NUM2 TO TR-NUM2.
005880     MOVE PF-APELLIDO TO TR-APELLIDO.
005890     MOVE PF-NOMBRE TO TR-NOMBRE.
005900     MOVE SPACE TO TR-MAINT-CODE.
005910     MOVE PT-SERVICIO TO TR-SVC-CODE.
005920     MOVE PT-OPERACION TO TR-OPER-CODE.
005930     MOVE PF-NUMERO TO TR-PERSONA-NUM.
005940     WRITE TR-RECORD.
005950     ADD 1 TO CV-CONT-CONVERTIDAS.
005960     ADD TR-NUM1-N TO CV-HASH-NUM1.
005970     ADD TR-NUM2-N TO CV-HASH-NUM2.
005980 4000-ESCRIBIR-DETALLE-EXIT.
005990     EXIT.
006000
006010******************************************************************
006020*    5000-DEVOLVER-LINEA
006030*    LA LINEA VUELVE AL SOCIO TAL COMO LLEGO, CON EL CODIGO Y EL
006040*    TEXTO DEL MOTIVO COMO DOS CAMPOS MAS, Y SALE EN EL INFORME.
006050******************************************************************
006060 5000-DEVOLVER-LINEA.
006070     ADD 1 TO CV-CONT-DEVUELTAS.
006080     ADD 1 TO CV-MOT-CONT (CV-MOTIVO).
006090     MOVE SPACES TO PR-LINEA.
006100     MOVE 1 TO CV-PUNTERO.
006110     IF CV-LONG-LINEA > ZERO
006120         STRING CV-LINEA(1:CV-LONG-LINEA) DELIMITED BY SIZE
006130             INTO PR-LINEA WITH POINTER CV-PUNTERO
006140         END-STRING
006150     END-IF.
006160     STRING ";" CV-MOTIVO ";" DELIMITED BY SIZE
006170         CV-MOT-TEXTO (CV-MOTIVO) DELIMITED BY "  "
006180         INTO PR-LINEA WITH POINTER CV-PUNTERO
006190     END-STRING.
006200     SUBTRACT 1 FROM CV-PUNTERO GIVING CV-LONG-RETORNO.
006210     WRITE PR-LINEA.
006220
006230     MOVE CV-CONT-RECIBIDAS TO CVD-LINEA.
006240     MOVE PT-REF-LINEA TO CVD-REF-LINEA.
006250     MOVE PT-REF-PERSONA TO CVD-REF-PERSONA.
006260     MOVE CV-MOTIVO TO CVD-CODIGO.
006270     MOVE CV-MOT-TEXTO (CV-MOTIVO) TO CVD-MOTIVO.
006280     MOVE CV-LINEA-DEVUELTA TO CV-LINEA-IMPRESION.
006290     WRITE CV-LINEA-IMPRESION.
006300 5000-DEVOLVER-LINEA-EXIT.
006310     EXIT.
006320
006330******************************************************************
006340*    8000-TERMINAR
006350*    TRAILER DEL LOTE Y RESUMEN DE LA CONVERSION. RECIBIDAS =
006360*    CONVERTIDAS + DEVUELTAS, Y CONVERTIDAS = CONTADOR DEL
006370*    TRAILER QUE CUADRARA ESTPROB.
006380******************************************************************
006390 8000-TERMINAR.
006400     MOVE SPACES TO TRT-RECORD.
006410     MOVE "T" TO TRT-TIPO-REG.
006420     MOVE CV-CONT-CONVERTIDAS TO TRT-CONT-REGISTROS.
006430     MOVE CV-HASH-NUM1 TO TRT-HASH-NUM1.
006440     MOVE CV-HASH-NUM2 TO TRT-HASH-NUM2.
006450     WRITE TRT-RECORD.
006460
006470     IF CV-CONT-DEVUELTAS = ZERO
006480         MOVE "   (NINGUNA)" TO CVS-TEXTO
006490         MOVE CV-LINEA-SUBTITULO TO CV-LINEA-IMPRESION
006500         WRITE CV-LINEA-IMPRESION
006510     END-IF.
006520     MOVE CV-LINEA-BLANCO TO CV-LINEA-IMPRESION.
006530     WRITE CV-LINEA-IMPRESION.
006540     MOVE "LINEAS RECIBIDAS" TO CVL-CONCEPTO.
006550     MOVE CV-CONT-RECIBIDAS TO CVL-CANTIDAD.
006560     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006570     MOVE "LINEAS CONVERTIDAS" TO CVL-CONCEPTO.
006580     MOVE CV-CONT-CONVERTIDAS TO CVL-CANTIDAD.
006590     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006600     MOVE "LINEAS DEVUELTAS" TO CVL-CONCEPTO.
006610     MOVE CV-CONT-DEVUELTAS TO CVL-CANTIDAD.
006620     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006630     PERFORM 8200-IMPRIMIR-MOTIVO
006640         THRU 8200-IMPRIMIR-MOTIVO-EXIT
006650         VARYING CV-M FROM 1 BY 1
006660         UNTIL CV-M > CV-NUM-MOTIVOS.
006670     MOVE CV-LINEA-BLANCO TO CV-LINEA-IMPRESION.
006680     WRITE CV-LINEA-IMPRESION.
006690     MOVE "TOTALES DE CONTROL DEL LOTE (TRAILER)" TO CVS-TEXTO.
006700     MOVE CV-LINEA-SUBTITULO TO CV-LINEA-IMPRESION.
006710     WRITE CV-LINEA-IMPRESION.
006720     MOVE "REGISTROS DE DETALLE" TO CVL-CONCEPTO.
006730     MOVE CV-CONT-CONVERTIDAS TO CVL-CANTIDAD.
006740     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006750     MOVE "TOTAL HASH NUM1" TO CVH-CONCEPTO.
006760     MOVE CV-HASH-NUM1 TO CVH-IMPORTE.
006770     MOVE CV-LINEA-HASH TO CV-LINEA-IMPRESION.
006780     WRITE CV-LINEA-IMPRESION.
006790     MOVE "TOTAL HASH NUM2" TO CVH-CONCEPTO.
006800     MOVE CV-HASH-NUM2 TO CVH-IMPORTE.
006810     MOVE CV-LINEA-HASH TO CV-LINEA-IMPRESION.
006820     WRITE CV-LINEA-IMPRESION.
006830     IF CV-CONT-IGNORADAS > ZERO
006840         MOVE "REFERENCIAS DE XRFFILE IGNORADAS" TO CVL-CONCEPTO
006850         MOVE CV-CONT-IGNORADAS TO CVL-CANTIDAD
006860         PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT
006870     END-IF.
006880
006890     CLOSE PTNFILE PERSFILE PTNTRAN PTNRET CNVRPT.
006900     DISPLAY "LOTE GENERADO       : " CV-LOTE-ID.
006910     DISPLAY "LINEAS RECIBIDAS    : " CV-CONT-RECIBIDAS.
006920     DISPLAY "LINEAS CONVERTIDAS  : " CV-CONT-CONVERTIDAS.
006930     DISPLAY "LINEAS DEVUELTAS    : " CV-CONT-DEVUELTAS.
006940     IF CV-CONT-DEVUELTAS > ZERO
006950         MOVE 4 TO RETURN-CODE
006960     END-IF.
006970 8000-TERMINAR-EXIT.
006980     EXIT.
006990
007000 8100-IMPRIMIR-TOTAL.
007010     MOVE CV-LINEA-TOTAL TO CV-LINEA-IMPRESION.
007020     WRITE CV-LINEA-IMPRESION.
007030 8100-IMPRIMIR-TOTAL-EXIT.
007040     EXIT.
007050
007060 8200-IMPRIMIR-MOTIVO.
007070     IF CV-MOT-CONT (CV-M) = ZERO
007080         GO TO 8200-IMPRIMIR-MOTIVO-EXIT
007090     END-IF.
007100     MOVE SPACES TO CVL-CONCEPTO.
007110     MOVE CV-MOT-TEXTO (CV-M) TO CVL-CONCEPTO(3:30).
007120     MOVE CV-MOT-CONT (CV-M) TO CVL-CANTIDAD.
007130     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
007140 8200-IMPRIMIR-MOTIVO-EXIT.
007150     EXIT.
007160
007170 9999-ABEND.
007180     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
007190     MOVE 16 TO RETURN-CODE.
007200     STOP RUN.
007210 9999-ABEND-EXIT.
007220     EXIT.
007230
007240 END PROGRAM ESTPCNV.

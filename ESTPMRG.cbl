000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Fusion de los resultados de un corte corrido por
000070*          particiones (ESTPPAR + una corrida ESTOY_PROBANDO por
000080*          particion con el JCL ESTPPRT). Lee el control del
000090*          reparto (PRTFILE) y el registro de cuadre (BALP0N) y la
000100*          linea de estadistica (STAP0N) que dejo cada particion,
000110*          comprueba que cada una proceso exactamente lo que se le
000120*          repartio y graba UN solo cuadre del corte en BALFILE y
000130*          UNA linea de estadistica en el STAFILE acumulativo
000140*          (particion 00), de modo que ESTPBAL y los pasos
000150*          siguientes ven el corte igual que en la corrida serie.
000160*          Con el corte cuadrado anota los lotes en BIDFILE.
000170*          Imprime en PARRPT el informe de tiempos: reparto, cada
000180*          particion, espera, particion mas larga y desequilibrio.
000190*          AUDFILE, XTRFILE, REJFILE, SUSFILE, SVCFILE, JRNFILE y
000200*          OPSFILE se juntan por JCL (IEBGENER) en el mismo
000210*          trabajo.
000220*          RETURN-CODE 8 = corte descuadrado; 16 = falta el
000230*          resultado de alguna particion (no se graba el cuadre).
000240* Tectonics: cobc
000250*
000260* Modification history:
000270*   15/10/2026  CM  CREACION INICIAL DE LA FUSION DE PARTICIONES.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESTPMRG.
000310 AUTHOR. CEFERINO MULET.
000320 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000330 DATE-WRITTEN. 15/10/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PRTFILE ASSIGN TO "PRTFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS MZ-PRTFILE-STATUS.
000460
000470*    RESULTADOS DE CADA PARTICION. LOS CUATRO BALP0N COMPARTEN
000480*    STATUS, Y LOS CUATRO STAP0N EL SUYO: SE TRATAN DE UNO EN UNO.
000490     SELECT BALP01 ASSIGN TO "BALP01"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS MZ-BALP-STATUS.
000520
000530     SELECT BALP02 ASSIGN TO "BALP02"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS MZ-BALP-STATUS.
000560
000570     SELECT BALP03 ASSIGN TO "BALP03"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS MZ-BALP-STATUS.
000600
000610     SELECT BALP04 ASSIGN TO "BALP04"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS MZ-BALP-STATUS.
000640
000650     SELECT STAP01 ASSIGN TO "STAP01"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS MZ-STAP-STATUS.
000680
000690     SELECT STAP02 ASSIGN TO "STAP02"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS MZ-STAP-STATUS.
000720
000730     SELECT STAP03 ASSIGN TO "STAP03"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS MZ-STAP-STATUS.
000760
000770     SELECT STAP04 ASSIGN TO "STAP04"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS MZ-STAP-STATUS.
000800
000810     SELECT BALFILE ASSIGN TO "BALFILE"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS MZ-BALFILE-STATUS.
000840
000850     SELECT STAFILE ASSIGN TO "STAFILE"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS MZ-STAFILE-STATUS.
000880
000890     SELECT BIDFILE ASSIGN TO "BIDFILE"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS MZ-BIDFILE-STATUS.
000920
000930     SELECT PARRPT ASSIGN TO "PARRPT"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS MZ-PARRPT-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PRTFILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020     COPY prtrec.
001030
001040*    BALFILE DE CADA PARTICION, EN LAYOUT BL-RECORD.
001050 FD  BALP01
001060     RECORDING MODE IS F
001070     LABEL RECORDS ARE STANDARD.
001080 01  MZ-BALP01-REG              PIC X(132).
001090
001100 FD  BALP02
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  MZ-BALP02-REG              PIC X(132).
001140
001150 FD  BALP03
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD.
001180 01  MZ-BALP03-REG              PIC X(132).
001190
001200 FD  BALP04
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  MZ-BALP04-REG              PIC X(132).
001240
001250*    STAFILE DE CADA PARTICION, EN LAYOUT ST-RECORD.
001260 FD  STAP01
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD.
001290 01  MZ-STAP01-REG              PIC X(80).
001300
001310 FD  STAP02
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD.
001340 01  MZ-STAP02-REG              PIC X(80).
001350
001360 FD  STAP03
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD.
001390 01  MZ-STAP03-REG              PIC X(80).
001400
001410 FD  STAP04
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  MZ-STAP04-REG              PIC X(80).
001450
001460 FD  BALFILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490     COPY balrec.
001500
001510 FD  STAFILE
001520     RECORDING MODE IS F
001530     LABEL RECORDS ARE STANDARD.
001540     COPY statrec.
001550
001560 FD  BIDFILE
001570     RECORDING MODE IS F
001580     LABEL RECORDS ARE STANDARD.
001590     COPY bidrec.
001600
001610 FD  PARRPT
001620     RECORDING MODE IS F
001630     LABEL RECORDS ARE STANDARD.
001640 01  MZ-LINEA-IMPRESION         PIC X(80).
001650
001660 WORKING-STORAGE SECTION.
001670*    PARM: FECHA DE PROCESO AAAAMMDD + CORTE CC, EL MISMO DEL
001680*    REPARTO.
001690 01  MZ-PARAMETROS.
001700     05  MZ-LINEA-PARM          PIC X(80) VALUE SPACES.
001710     05  MZ-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
001720     05  MZ-PARM-CORTE          PIC 9(02) VALUE ZEROES.
001730
001740 01  MZ-SWITCHES.
001750     05  MZ-FIN-PRTFILE         PIC X(01) VALUE "N".
001760         88  MZ-FIN-PRTFILE-SI      VALUE "S".
001770     05  MZ-FIN-PARCIAL         PIC X(01) VALUE "N".
001780         88  MZ-FIN-PARCIAL-SI      VALUE "S".
001790     05  MZ-CONTROL-VISTO       PIC X(01) VALUE "N".
001800         88  MZ-CONTROL-SI          VALUE "S".
001810     05  MZ-PRTFILE-ERROR       PIC X(01) VALUE "N".
001820         88  MZ-PRTFILE-MAL         VALUE "S".
001830     05  MZ-FALTA-RESULTADO     PIC X(01) VALUE "N".
001840         88  MZ-FALTA-SI            VALUE "S".
001850     05  MZ-CUADRE-ERROR        PIC X(01) VALUE "N".
001860         88  MZ-CUADRE-MAL-SI       VALUE "S".
001870     05  MZ-REINICIO-VISTO      PIC X(01) VALUE "N".
001880         88  MZ-REINICIO-SI         VALUE "S".
001890
001900 01  MZ-FILE-STATUS.
001910     05  MZ-PRTFILE-STATUS      PIC X(02) VALUE "00".
001920     05  MZ-BALP-STATUS         PIC X(02) VALUE "00".
001930     05  MZ-STAP-STATUS         PIC X(02) VALUE "00".
001940     05  MZ-BALFILE-STATUS      PIC X(02) VALUE "00".
001950     05  MZ-STAFILE-STATUS      PIC X(02) VALUE "00".
001960     05  MZ-BIDFILE-STATUS      PIC X(02) VALUE "00".
001970     05  MZ-PARRPT-STATUS       PIC X(02) VALUE "00".
001980
001990 01  MZ-CONTADORES.
002000     05  MZ-CONT-PARCIAL        PIC 9(08) COMP VALUE ZERO.
002010     05  MZ-CONT-PCP            PIC 9(02) COMP VALUE ZERO.
002020     05  MZ-CONT-CON-TIEMPO     PIC 9(02) COMP VALUE ZERO.
002030     05  MZ-CONT-CUADRE         PIC 9(08) COMP VALUE ZERO.
002040
002050*    CONTROL DEL REPARTO (REGISTRO "C" DE PRTFILE).
002060 01  MZ-CONTROL-REPARTO.
002070     05  MZ-CTL-NUM-PARTICIONES PIC 9(02) VALUE ZERO.
002080     05  MZ-CTL-CONT-LEIDOS     PIC 9(08) VALUE ZERO.
002090     05  MZ-CTL-CABECERA-VISTA  PIC X(01) VALUE "N".
002100     05  MZ-CTL-TRAILER-VISTO   PIC X(01) VALUE "N".
002110         88  MZ-CTL-TRAILER-SI      VALUE "S".
002120     05  MZ-CTL-TRT-CONT        PIC 9(08) VALUE ZERO.
002130     05  MZ-CTL-TRT-HASH-NUM1   PIC 9(11)V9(02) VALUE ZERO.
002140     05  MZ-CTL-TRT-HASH-NUM2   PIC 9(11)V9(02) VALUE ZERO.
002150     05  MZ-CTL-BALANCE-ESTADO  PIC X(01) VALUE "N".
002160         88  MZ-CTL-BALANCE-OK      VALUE "S".
002170     05  MZ-CTL-HORA-INICIO     PIC 9(08) VALUE ZERO.
002180     05  MZ-CTL-HORA-FIN        PIC 9(08) VALUE ZERO.
002190
002200*    TOTALES DEL CORTE: SUMA DE LAS PARTICIONES.
002210 01  MZ-TOTALES.
002220     05  MZ-TOT-DETALLE         PIC 9(08) COMP VALUE ZERO.
002230     05  MZ-TOT-PROCESADOS      PIC 9(08) COMP VALUE ZERO.
002240     05  MZ-TOT-RECHAZADOS      PIC 9(08) COMP VALUE ZERO.
002250     05  MZ-TOT-SUSPENDIDOS     PIC 9(08) COMP VALUE ZERO.
002260     05  MZ-TOT-ALMACENADOS     PIC 9(08) COMP VALUE ZERO.
002270     05  MZ-TOT-AUDITORIA       PIC 9(08) COMP VALUE ZERO.
002280     05  MZ-TOT-HASH-NUM1       PIC 9(11)V9(02) COMP VALUE ZERO.
002290     05  MZ-TOT-HASH-NUM2       PIC 9(11)V9(02) COMP VALUE ZERO.
002300     05  MZ-TOT-CHECKPOINTS     PIC 9(04) COMP VALUE ZERO.
002310     05  MZ-PCT-RECHAZO         PIC 9(03)V9(02) VALUE ZERO.
002320
002330*    TABLA DE PARTICIONES: LO REPARTIDO (REGISTROS "P" DE PRTFILE)
002340*    Y LO QUE CADA PARTICION DICE HABER HECHO (ULTIMO REGISTRO DE
002350*    SU BALFILE Y DE SU STAFILE; UN REINICIO ANADE OTRO DETRAS).
002360 01  MZ-TABLA-PARTICIONES.
002370     05  MZ-MAX-PARTICIONES     PIC 9(02) COMP VALUE 4.
002380     05  MZ-PART OCCURS 4 TIMES
002390             INDEXED BY MZ-PART-IDX.
002400         10  MZ-PART-NUMERO     PIC 9(02).
002410         10  MZ-PART-DESDE      PIC 9(06).
002420         10  MZ-PART-HASTA      PIC 9(06).
002430         10  MZ-PART-ESCRITOS   PIC 9(08) COMP.
002440         10  MZ-PART-DETALLE    PIC 9(08) COMP.
002450         10  MZ-PART-HASH1      PIC 9(11)V9(02) COMP.
002460         10  MZ-PART-HASH2      PIC 9(11)V9(02) COMP.
002470         10  MZ-PART-ALTAS      PIC X(01).
002480         10  MZ-PART-BAL-VISTO  PIC X(01).
002490             88  MZ-PART-BAL-SI     VALUE "S".
002500         10  MZ-PART-STA-VISTO  PIC X(01).
002510             88  MZ-PART-STA-SI     VALUE "S".
002520         10  MZ-PART-BL-LEIDOS  PIC 9(08) COMP.
002530         10  MZ-PART-BL-DETALLE PIC 9(08) COMP.
002540         10  MZ-PART-BL-PROC    PIC 9(08) COMP.
002550         10  MZ-PART-BL-RECH    PIC 9(08) COMP.
002560         10  MZ-PART-BL-SUSP    PIC 9(08) COMP.
002570         10  MZ-PART-BL-ALM     PIC 9(08) COMP.
002580         10  MZ-PART-BL-AUD     PIC 9(08) COMP.
002590         10  MZ-PART-BL-HASH1   PIC 9(11)V9(02) COMP.
002600         10  MZ-PART-BL-HASH2   PIC 9(11)V9(02) COMP.
002610         10  MZ-PART-BL-ESTADO  PIC X(01).
002620             88  MZ-PART-BL-OK      VALUE "S".
002630         10  MZ-PART-REINICIO   PIC X(01).
002640         10  MZ-PART-HORA-INI   PIC 9(08).
002650         10  MZ-PART-HORA-FIN   PIC 9(08).
002660         10  MZ-PART-CHKPTS     PIC 9(04) COMP.
002670         10  MZ-PART-SEG-INI    PIC 9(06) COMP.
002680         10  MZ-PART-SEG-FIN    PIC 9(06) COMP.
002690         10  MZ-PART-DURACION   PIC 9(06) COMP.
002700         10  MZ-PART-CUADRE     PIC X(06).
002710
002716*    LOTES DEL CORTE (REGISTROS "L" DE PRTFILE) PARA BIDFILE. EL
002722*    TAMANO ES EL DE LA TABLA DE LOTES DE ESTPPAR (PA-MAX-LOTES).
002730 01  MZ-LOTES-CORTE.
002740     05  MZ-CONT-LOTES          PIC 9(02) COMP VALUE ZERO.
002750     05  MZ-MAX-LOTES           PIC 9(02) COMP VALUE 10.
002760     05  MZ-LOTE OCCURS 10 TIMES
002770             INDEXED BY MZ-LOTE-IDX.
002780         10  MZ-LOTE-ID         PIC X(08).
002790
002800*    HORAS HHMMSSCC DE ACCEPT ... FROM TIME PASADAS A SEGUNDOS
002810*    DESDE EL ARRANQUE DEL REPARTO. UNA HORA MENOR QUE LA DEL
002820*    ARRANQUE ES DEL DIA SIGUIENTE (EL CORTE CRUZO LA MEDIANOCHE).
002830 01  MZ-TIEMPOS.
002840     05  MZ-HORA-FUSION         PIC 9(08) VALUE ZERO.
002850     05  MZ-HORA-TRABAJO        PIC 9(08) VALUE ZERO.
002860     05  MZ-HORA-PARTES REDEFINES MZ-HORA-TRABAJO.
002870         10  MZ-HORA-HH         PIC 9(02).
002880         10  MZ-HORA-MM         PIC 9(02).
002890         10  MZ-HORA-SS         PIC 9(02).
002900         10  MZ-HORA-CC         PIC 9(02).
002910     05  MZ-SEG-DIA             PIC 9(06) COMP VALUE ZERO.
002920     05  MZ-SEG-BASE            PIC 9(06) COMP VALUE ZERO.
002930     05  MZ-SEG-RELATIVO        PIC 9(06) COMP VALUE ZERO.
002940     05  MZ-SEG-REPARTO         PIC 9(06) COMP VALUE ZERO.
002950     05  MZ-SEG-PRIMER-INICIO   PIC 9(06) COMP VALUE ZERO.
002960     05  MZ-SEG-ULTIMO-FIN      PIC 9(06) COMP VALUE ZERO.
002970     05  MZ-SEG-ESPERA          PIC 9(06) COMP VALUE ZERO.
002980     05  MZ-SEG-VENTANA         PIC 9(06) COMP VALUE ZERO.
002990     05  MZ-SEG-MAS-LARGA       PIC 9(06) COMP VALUE ZERO.
003000     05  MZ-PART-MAS-LARGA      PIC 9(02) VALUE ZERO.
003010     05  MZ-SEG-SUMA            PIC 9(07) COMP VALUE ZERO.
003020     05  MZ-SEG-MEDIA           PIC 9(06) COMP VALUE ZERO.
003030     05  MZ-PCT-DESEQUILIBRIO   PIC 9(05) COMP VALUE ZERO.
003040     05  MZ-SEG-FUSION          PIC 9(06) COMP VALUE ZERO.
003050
003060 01  MZ-HORA-EDITADA.
003070     05  MZ-HE-HH               PIC 9(02).
003080     05  FILLER                 PIC X(01) VALUE ":".
003090     05  MZ-HE-MM               PIC 9(02).
003100     05  FILLER                 PIC X(01) VALUE ":".
003110     05  MZ-HE-SS               PIC 9(02).
003120
003130 01  MZ-LINEA-TITULO.
003140     05  FILLER                 PIC X(01) VALUE SPACE.
003150     05  FILLER                 PIC X(40) VALUE
003160         "TIEMPOS DEL CORTE POR PARTICIONES".
003170     05  FILLER                 PIC X(07) VALUE SPACES.
003180     05  FILLER                 PIC X(12) VALUE
003190         "FECHA PROC: ".
003200     05  MZT-FECHA              PIC 9(08).
003210     05  FILLER                 PIC X(08) VALUE " CORTE: ".
003220     05  MZT-CORTE              PIC 9(02).
003230
003240 01  MZ-LINEA-CABECERA.
003250     05  FILLER                 PIC X(40) VALUE
003260         " PA TRAMO         DETALLE PROCES. RECHAZ".
003270     05  FILLER                 PIC X(40) VALUE
003280         " SUS+AL INICIO   FIN        SEG R CUADRE".
003290
003300 01  MZ-LINEA-PARTICION.
003310     05  FILLER                 PIC X(01) VALUE SPACE.
003320     05  MZL-PARTICION          PIC 9(02).
003330     05  FILLER                 PIC X(01) VALUE SPACE.
003340     05  MZL-DESDE              PIC 9(06).
003350     05  FILLER                 PIC X(01) VALUE "-".
003360     05  MZL-HASTA              PIC 9(06).
003370     05  FILLER                 PIC X(01) VALUE SPACE.
003380     05  MZL-DETALLE            PIC ZZZZZZ9.
003390     05  FILLER                 PIC X(01) VALUE SPACE.
003400     05  MZL-PROCESADOS         PIC ZZZZZZ9.
003410     05  FILLER                 PIC X(01) VALUE SPACE.
003420     05  MZL-RECHAZADOS         PIC ZZZZZ9.
003430     05  FILLER                 PIC X(01) VALUE SPACE.
003440     05  MZL-SUSP-ALM           PIC ZZZZZ9.
003450     05  FILLER                 PIC X(01) VALUE SPACE.
003460     05  MZL-INICIO             PIC X(08).
003470     05  FILLER                 PIC X(01) VALUE SPACE.
003480     05  MZL-FIN                PIC X(08).
003490     05  FILLER                 PIC X(01) VALUE SPACE.
003500     05  MZL-SEGUNDOS           PIC ZZZZ9.
003510     05  FILLER                 PIC X(01) VALUE SPACE.
003520     05  MZL-REINICIO           PIC X(01).
003530     05  FILLER                 PIC X(01) VALUE SPACE.
003540     05  MZL-CUADRE             PIC X(06).
003550
003560 01  MZ-LINEA-CIFRA.
003570     05  FILLER                 PIC X(01) VALUE SPACE.
003580     05  MZL-CONCEPTO           PIC X(44).
003590     05  FILLER                 PIC X(02) VALUE ": ".
003600     05  MZL-CIFRA              PIC ZZZ,ZZ9.
003610     05  FILLER                 PIC X(01) VALUE SPACE.
003620     05  MZL-UNIDAD             PIC X(20).
003630
003640 01  MZ-LINEA-CHEQUEO.
003650     05  FILLER                 PIC X(01) VALUE SPACE.
003660     05  MZL-CHEQUEO            PIC X(44).
003670     05  FILLER                 PIC X(02) VALUE ": ".
003680     05  MZL-VEREDICTO          PIC X(20).
003690
003700 PROCEDURE DIVISION.
003710 0000-MAINLINE.
003720     PERFORM 1000-INICIALIZAR
003730         THRU 1000-INICIALIZAR-EXIT.
003740     PERFORM 3000-LEER-PARTICION
003750         THRU 3000-LEER-PARTICION-EXIT
003760         VARYING MZ-PART-IDX FROM 1 BY 1
003770         UNTIL MZ-PART-IDX > MZ-CTL-NUM-PARTICIONES.
003780     PERFORM 4000-CALCULAR-TIEMPOS
003790         THRU 4000-CALCULAR-TIEMPOS-EXIT.
003800     PERFORM 5000-CUADRAR-CORTE
003810         THRU 5000-CUADRAR-CORTE-EXIT.
003820     PERFORM 6000-IMPRIMIR-INFORME
003830         THRU 6000-IMPRIMIR-INFORME-EXIT.
003840     PERFORM 8000-TERMINAR
003850         THRU 8000-TERMINAR-EXIT.
003860     STOP RUN.
003870
003880******************************************************************
003890*    1000-INICIALIZAR
003900*    TRATA EL PARM, CARGA EL CONTROL DEL REPARTO DE PRTFILE Y
003910*    ABRE LAS SALIDAS DEL CORTE.
003920******************************************************************
003930 1000-INICIALIZAR.
003940     ACCEPT MZ-LINEA-PARM FROM COMMAND-LINE.
003950     ACCEPT MZ-HORA-FUSION FROM TIME.
003960     MOVE MZ-LINEA-PARM(1:8) TO MZ-PARM-FECHA-PROCESO.
003970     IF MZ-LINEA-PARM(9:2) NUMERIC
003980         MOVE MZ-LINEA-PARM(9:2) TO MZ-PARM-CORTE
003990     END-IF.
004000     IF MZ-PARM-FECHA-PROCESO = ZEROES
004010         ACCEPT MZ-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
004020     END-IF.
004030     IF MZ-PARM-CORTE = ZEROES
004040         MOVE 01 TO MZ-PARM-CORTE
004050     END-IF.
004060     PERFORM 1100-CARGAR-PRTFILE
004070         THRU 1100-CARGAR-PRTFILE-EXIT.
004080     OPEN OUTPUT BALFILE.
004090     IF MZ-BALFILE-STATUS NOT = "00"
004100         DISPLAY "ERROR AL ABRIR BALFILE - STATUS "
004110             MZ-BALFILE-STATUS
004120         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004130     END-IF.
004140     OPEN EXTEND STAFILE.
004150     IF MZ-STAFILE-STATUS NOT = "00"
004160         OPEN OUTPUT STAFILE
004170     END-IF.
004180     IF MZ-STAFILE-STATUS NOT = "00"
004190         DISPLAY "ERROR AL ABRIR STAFILE - STATUS "
004200             MZ-STAFILE-STATUS
004210         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004220     END-IF.
004230     OPEN OUTPUT PARRPT.
004240     IF MZ-PARRPT-STATUS NOT = "00"
004250         DISPLAY "ERROR AL ABRIR PARRPT - STATUS "
004260             MZ-PARRPT-STATUS
004270         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004280     END-IF.
004290     DISPLAY "FUSION DEL CORTE " MZ-PARM-CORTE " DEL "
004300         MZ-PARM-FECHA-PROCESO " EN " MZ-CTL-NUM-PARTICIONES
004310         " PARTICIONES".
004320 1000-INICIALIZAR-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360*    1100-CARGAR-PRTFILE
004370*    EL PRIMER REGISTRO ES EL CONTROL "C" DEL REPARTO, DE ESTA
004380*    FECHA Y CORTE; DETRAS UNA "P" POR PARTICION, EN ORDEN, Y UNA
004390*    "L" POR LOTE. UN PRTFILE DE OTRO CORTE O INCOMPLETO NO SE
004400*    FUSIONA.
004410******************************************************************
004420 1100-CARGAR-PRTFILE.
004430     OPEN INPUT PRTFILE.
004440     IF MZ-PRTFILE-STATUS NOT = "00"
004450         DISPLAY "ERROR AL ABRIR PRTFILE - STATUS "
004460             MZ-PRTFILE-STATUS
004470         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004480     END-IF.
004490     PERFORM 1110-LEER-PRTFILE
004500         THRU 1110-LEER-PRTFILE-EXIT
004510         UNTIL MZ-FIN-PRTFILE-SI.
004520     CLOSE PRTFILE.
004530     IF NOT MZ-CONTROL-SI
004540         DISPLAY "PRTFILE SIN REGISTRO DE CONTROL DEL REPARTO"
004550         SET MZ-PRTFILE-MAL TO TRUE
004560     ELSE
004570         IF MZ-CONT-PCP NOT = MZ-CTL-NUM-PARTICIONES
004580             OR MZ-CONT-PCP = ZERO
004590             DISPLAY "PRTFILE CON " MZ-CONT-PCP
004600                 " PARTICIONES Y EL CONTROL DICE "
004610                 MZ-CTL-NUM-PARTICIONES
004620             SET MZ-PRTFILE-MAL TO TRUE
004630         END-IF
004640     END-IF.
004650     IF MZ-PRTFILE-MAL
004660         DISPLAY "CONTROL DEL REPARTO INCORRECTO - NO SE FUSIONA"
004670         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004680     END-IF.
004690 1100-CARGAR-PRTFILE-EXIT.
004700     EXIT.
004710
004720 1110-LEER-PRTFILE.
004730     READ PRTFILE
004740         AT END
004750             SET MZ-FIN-PRTFILE-SI TO TRUE
004760             GO TO 1110-LEER-PRTFILE-EXIT
004770     END-READ.
004780     EVALUATE TRUE
004790         WHEN PCC-CONTROL
004800             PERFORM 1120-GUARDAR-CONTROL
004810                 THRU 1120-GUARDAR-CONTROL-EXIT
004820         WHEN PCC-PARTICION
004830             PERFORM 1130-GUARDAR-PARTICION
004840                 THRU 1130-GUARDAR-PARTICION-EXIT
004850         WHEN PCC-LOTE
004860             IF MZ-CONT-LOTES < MZ-MAX-LOTES
004870                 ADD 1 TO MZ-CONT-LOTES
004880                 SET MZ-LOTE-IDX TO MZ-CONT-LOTES
004890                 MOVE PCL-LOTE-ID TO MZ-LOTE-ID (MZ-LOTE-IDX)
004900             ELSE
004910                 DISPLAY "TABLA DE LOTES LLENA - LOTE "
004920                     PCL-LOTE-ID
004930                 PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004940             END-IF
004950         WHEN OTHER
004960             DISPLAY "REGISTRO DE PRTFILE DESCONOCIDO: "
004970                 PCC-RECORD(1:20)
004980             SET MZ-PRTFILE-MAL TO TRUE
004990     END-EVALUATE.
005000 1110-LEER-PRTFILE-EXIT.
005010     EXIT.
005020
005030 1120-GUARDAR-CONTROL.
005040     IF MZ-CONTROL-SI
005050         OR PCC-FECHA-PROCESO NOT = MZ-PARM-FECHA-PROCESO
005060         OR PCC-CORTE NOT = MZ-PARM-CORTE
005070         OR PCC-NUM-PARTICIONES > MZ-MAX-PARTICIONES
005080         DISPLAY "CONTROL DE REPARTO DE OTRO CORTE O REPETIDO: "
005090             PCC-FECHA-PROCESO " CORTE " PCC-CORTE
005100         SET MZ-PRTFILE-MAL TO TRUE
005110         GO TO 1120-GUARDAR-CONTROL-EXIT
005120     END-IF.
005130     SET MZ-CONTROL-SI TO TRUE.
005140     MOVE PCC-NUM-PARTICIONES TO MZ-CTL-NUM-PARTICIONES.
005150     MOVE PCC-CONT-LEIDOS TO MZ-CTL-CONT-LEIDOS.
005160     MOVE PCC-CABECERA-VISTA TO MZ-CTL-CABECERA-VISTA.
005170     MOVE PCC-TRAILER-VISTO TO MZ-CTL-TRAILER-VISTO.
005180     MOVE PCC-TRT-CONT TO MZ-CTL-TRT-CONT.
005190     MOVE PCC-TRT-HASH-NUM1 TO MZ-CTL-TRT-HASH-NUM1.
005200     MOVE PCC-TRT-HASH-NUM2 TO MZ-CTL-TRT-HASH-NUM2.
005210     MOVE PCC-BALANCE-ESTADO TO MZ-CTL-BALANCE-ESTADO.
005220     MOVE PCC-HORA-INICIO TO MZ-CTL-HORA-INICIO.
005230     MOVE PCC-HORA-FIN TO MZ-CTL-HORA-FIN.
005240 1120-GUARDAR-CONTROL-EXIT.
005250     EXIT.
005260
005270 1130-GUARDAR-PARTICION.
005280     IF NOT MZ-CONTROL-SI
005290         OR MZ-CONT-PCP NOT < MZ-MAX-PARTICIONES
005300         DISPLAY "LINEA DE PARTICION FUERA DE SITIO: "
005310             PCP-RECORD(1:15)
005320         SET MZ-PRTFILE-MAL TO TRUE
005330         GO TO 1130-GUARDAR-PARTICION-EXIT
005340     END-IF.
005350     ADD 1 TO MZ-CONT-PCP.
005360     SET MZ-PART-IDX TO MZ-CONT-PCP.
005370     IF PCP-PARTICION NOT = MZ-CONT-PCP
005380         DISPLAY "PARTICION " PCP-PARTICION " FUERA DE ORDEN"
005390         SET MZ-PRTFILE-MAL TO TRUE
005400     END-IF.
005410     INITIALIZE MZ-PART (MZ-PART-IDX).
005420     MOVE PCP-PARTICION TO MZ-PART-NUMERO (MZ-PART-IDX).
005430     MOVE PCP-NUMERO-DESDE TO MZ-PART-DESDE (MZ-PART-IDX).
005440     MOVE PCP-NUMERO-HASTA TO MZ-PART-HASTA (MZ-PART-IDX).
005450     MOVE PCP-CONT-ESCRITOS TO MZ-PART-ESCRITOS (MZ-PART-IDX).
005460     MOVE PCP-CONT-DETALLE TO MZ-PART-DETALLE (MZ-PART-IDX).
005470     MOVE PCP-HASH-NUM1 TO MZ-PART-HASH1 (MZ-PART-IDX).
005480     MOVE PCP-HASH-NUM2 TO MZ-PART-HASH2 (MZ-PART-IDX).
005490     MOVE PCP-RECIBE-ALTAS TO MZ-PART-ALTAS (MZ-PART-IDX).
005500     MOVE "N" TO MZ-PART-BAL-VISTO (MZ-PART-IDX).
005510     MOVE "N" TO MZ-PART-STA-VISTO (MZ-PART-IDX).
005520     MOVE " " TO MZ-PART-REINICIO (MZ-PART-IDX).
005530 1130-GUARDAR-PARTICION-EXIT.
005540     EXIT.
005550
005560******************************************************************
005570*    3000-LEER-PARTICION
005580*    RECOGE EL CUADRE Y LA ESTADISTICA DE LA PARTICION
005590*    MZ-PART-IDX Y LA DA POR BUENA SOLO SI PROCESO JUSTO LO QUE
005600*    EL REPARTO LE DEJO (REGISTROS, DETALLE Y TOTALES HASH) Y
005610*    TERMINO CUADRADA. SIN RESULTADO, O CON EL DE OTRO CORTE, LA
005620*    PARTICION FALTA Y EL CORTE NO SE FUSIONA.
005630******************************************************************
005640 3000-LEER-PARTICION.
005650     PERFORM 3100-LEER-BALANCE
005660         THRU 3100-LEER-BALANCE-EXIT.
005670     PERFORM 3200-LEER-ESTADISTICA
005680         THRU 3200-LEER-ESTADISTICA-EXIT.
005690     IF NOT MZ-PART-BAL-SI (MZ-PART-IDX)
005700         OR NOT MZ-PART-STA-SI (MZ-PART-IDX)
005710         MOVE "FALTA" TO MZ-PART-CUADRE (MZ-PART-IDX)
005720         SET MZ-FALTA-SI TO TRUE
005730         GO TO 3000-LEER-PARTICION-EXIT
005740     END-IF.
005750     IF MZ-PART-BL-OK (MZ-PART-IDX)
005760         AND MZ-PART-BL-LEIDOS (MZ-PART-IDX) =
005770             MZ-PART-ESCRITOS (MZ-PART-IDX)
005780         AND MZ-PART-BL-DETALLE (MZ-PART-IDX) =
005790             MZ-PART-DETALLE (MZ-PART-IDX)
005800         AND MZ-PART-BL-HASH1 (MZ-PART-IDX) =
005810             MZ-PART-HASH1 (MZ-PART-IDX)
005820         AND MZ-PART-BL-HASH2 (MZ-PART-IDX) =
005830             MZ-PART-HASH2 (MZ-PART-IDX)
005840         MOVE "OK" TO MZ-PART-CUADRE (MZ-PART-IDX)
005850     ELSE
005860         MOVE "MAL" TO MZ-PART-CUADRE (MZ-PART-IDX)
005870         SET MZ-CUADRE-MAL-SI TO TRUE
005880     END-IF.
005890     ADD MZ-PART-BL-DETALLE (MZ-PART-IDX) TO MZ-TOT-DETALLE.
005900     ADD MZ-PART-BL-PROC (MZ-PART-IDX) TO MZ-TOT-PROCESADOS.
005910     ADD MZ-PART-BL-RECH (MZ-PART-IDX) TO MZ-TOT-RECHAZADOS.
005920     ADD MZ-PART-BL-SUSP (MZ-PART-IDX) TO MZ-TOT-SUSPENDIDOS.
005930     ADD MZ-PART-BL-ALM (MZ-PART-IDX) TO MZ-TOT-ALMACENADOS.
005940     ADD MZ-PART-BL-AUD (MZ-PART-IDX) TO MZ-TOT-AUDITORIA.
005950     ADD MZ-PART-BL-HASH1 (MZ-PART-IDX) TO MZ-TOT-HASH-NUM1.
005960     ADD MZ-PART-BL-HASH2 (MZ-PART-IDX) TO MZ-TOT-HASH-NUM2.
005970     ADD MZ-PART-CHKPTS (MZ-PART-IDX) TO MZ-TOT-CHECKPOINTS.
005980     IF MZ-PART-REINICIO (MZ-PART-IDX) = "R"
005990         SET MZ-REINICIO-SI TO TRUE
006000     END-IF.
006010 3000-LEER-PARTICION-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    3100-LEER-BALANCE
006060*    UN REINICIO DE LA PARTICION ANADE SU CUADRE DETRAS DEL DEL
006070*    INTENTO ANTERIOR: VALE EL ULTIMO REGISTRO.
006080******************************************************************
006090 3100-LEER-BALANCE.
006100     MOVE "N" TO MZ-FIN-PARCIAL.
006110     MOVE ZERO TO MZ-CONT-PARCIAL.
006120     EVALUATE TRUE
006130         WHEN MZ-PART-IDX = 1
006140             OPEN INPUT BALP01
006150         WHEN MZ-PART-IDX = 2
006160             OPEN INPUT BALP02
006170         WHEN MZ-PART-IDX = 3
006180             OPEN INPUT BALP03
006190         WHEN OTHER
006200             OPEN INPUT BALP04
006210     END-EVALUATE.
006220     IF MZ-BALP-STATUS NOT = "00"
006230         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
006240             " SIN BALFILE - STATUS " MZ-BALP-STATUS
006250         GO TO 3100-LEER-BALANCE-EXIT
006260     END-IF.
006270     PERFORM 3110-LEER-BALP
006280         THRU 3110-LEER-BALP-EXIT
006290         UNTIL MZ-FIN-PARCIAL-SI.
006300     EVALUATE TRUE
006310         WHEN MZ-PART-IDX = 1
006320             CLOSE BALP01
006330         WHEN MZ-PART-IDX = 2
006340             CLOSE BALP02
006350         WHEN MZ-PART-IDX = 3
006360             CLOSE BALP03
006370         WHEN OTHER
006380             CLOSE BALP04
006390     END-EVALUATE.
006400     IF MZ-CONT-PARCIAL = ZERO
006410         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
006420             " CON BALFILE VACIO"
006430         GO TO 3100-LEER-BALANCE-EXIT
006440     END-IF.
006450     IF BL-FECHA-PROCESO NOT = MZ-PARM-FECHA-PROCESO
006460         OR BL-CORTE NOT = MZ-PARM-CORTE
006470         OR BL-PARTICION NOT = MZ-PART-NUMERO (MZ-PART-IDX)
006480         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
006490             " CON BALFILE DE " BL-FECHA-PROCESO " CORTE "
006500             BL-CORTE " PARTICION " BL-PARTICION
006510         GO TO 3100-LEER-BALANCE-EXIT
006520     END-IF.
006530     SET MZ-PART-BAL-SI (MZ-PART-IDX) TO TRUE.
006540     MOVE BL-CONT-LEIDOS TO MZ-PART-BL-LEIDOS (MZ-PART-IDX).
006550     MOVE BL-CONT-DETALLE TO MZ-PART-BL-DETALLE (MZ-PART-IDX).
006560     MOVE BL-CONT-PROCESADOS TO MZ-PART-BL-PROC (MZ-PART-IDX).
006570     MOVE BL-CONT-RECHAZADOS TO MZ-PART-BL-RECH (MZ-PART-IDX).
006580     MOVE BL-CONT-SUSPENDIDOS TO MZ-PART-BL-SUSP (MZ-PART-IDX).
006590     MOVE BL-CONT-ALMACENADOS TO MZ-PART-BL-ALM (MZ-PART-IDX).
006600     MOVE BL-CONT-AUDITORIA TO MZ-PART-BL-AUD (MZ-PART-IDX).
006610     MOVE BL-HASH-NUM1 TO MZ-PART-BL-HASH1 (MZ-PART-IDX).
006620     MOVE BL-HASH-NUM2 TO MZ-PART-BL-HASH2 (MZ-PART-IDX).
006630     MOVE BL-BALANCE-ESTADO TO MZ-PART-BL-ESTADO (MZ-PART-IDX).
006640     IF BL-REINICIO-SI
006650         MOVE "R" TO MZ-PART-REINICIO (MZ-PART-IDX)
006660     END-IF.
006670 3100-LEER-BALANCE-EXIT.
006680     EXIT.
006690
006700 3110-LEER-BALP.
006710     EVALUATE TRUE
006720         WHEN MZ-PART-IDX = 1
006730             READ BALP01 INTO BL-RECORD
006740                 AT END
006750                     SET MZ-FIN-PARCIAL-SI TO TRUE
006760             END-READ
006770         WHEN MZ-PART-IDX = 2
006780             READ BALP02 INTO BL-RECORD
006790                 AT END
006800                     SET MZ-FIN-PARCIAL-SI TO TRUE
006810             END-READ
006820         WHEN MZ-PART-IDX = 3
006830             READ BALP03 INTO BL-RECORD
006840                 AT END
006850                     SET MZ-FIN-PARCIAL-SI TO TRUE
006860             END-READ
006870         WHEN OTHER
006880             READ BALP04 INTO BL-RECORD
006890                 AT END
006900                     SET MZ-FIN-PARCIAL-SI TO TRUE
006910             END-READ
006920     END-EVALUATE.
006930     IF NOT MZ-FIN-PARCIAL-SI
006940         ADD 1 TO MZ-CONT-PARCIAL
006950     END-IF.
006960 3110-LEER-BALP-EXIT.
006970     EXIT.
006980
006990******************************************************************
007000*    3200-LEER-ESTADISTICA
007010*    COMO EL CUADRE: VALE LA ULTIMA LINEA DEL STAFILE DE LA
007020*    PARTICION (LA DEL INTENTO QUE TERMINO).
007030******************************************************************
007040 3200-LEER-ESTADISTICA.
007050     MOVE "N" TO MZ-FIN-PARCIAL.
007060     MOVE ZERO TO MZ-CONT-PARCIAL.
007070     EVALUATE TRUE
007080         WHEN MZ-PART-IDX = 1
007090             OPEN INPUT STAP01
007100         WHEN MZ-PART-IDX = 2
007110             OPEN INPUT STAP02
007120         WHEN MZ-PART-IDX = 3
007130             OPEN INPUT STAP03
007140         WHEN OTHER
007150             OPEN INPUT STAP04
007160     END-EVALUATE.
007170     IF MZ-STAP-STATUS NOT = "00"
007180         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
007190             " SIN STAFILE - STATUS " MZ-STAP-STATUS
007200         GO TO 3200-LEER-ESTADISTICA-EXIT
007210     END-IF.
007220     PERFORM 3210-LEER-STAP
007230         THRU 3210-LEER-STAP-EXIT
007240         UNTIL MZ-FIN-PARCIAL-SI.
007250     EVALUATE TRUE
007260         WHEN MZ-PART-IDX = 1
007270             CLOSE STAP01
007280         WHEN MZ-PART-IDX = 2
007290             CLOSE STAP02
007300         WHEN MZ-PART-IDX = 3
007310             CLOSE STAP03
007320         WHEN OTHER
007330             CLOSE STAP04
007340     END-EVALUATE.
007350     IF MZ-CONT-PARCIAL = ZERO
007360         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
007370             " CON STAFILE VACIO"
007380         GO TO 3200-LEER-ESTADISTICA-EXIT
007390     END-IF.
007400     IF ST-FECHA-PROCESO NOT = MZ-PARM-FECHA-PROCESO
007410         OR ST-CORTE NOT = MZ-PARM-CORTE
007420         OR ST-PARTICION NOT = MZ-PART-NUMERO (MZ-PART-IDX)
007430         DISPLAY "PARTICION " MZ-PART-NUMERO (MZ-PART-IDX)
007440             " CON STAFILE DE " ST-FECHA-PROCESO " CORTE "
007450             ST-CORTE " PARTICION " ST-PARTICION
007460         GO TO 3200-LEER-ESTADISTICA-EXIT
007470     END-IF.
007480     SET MZ-PART-STA-SI (MZ-PART-IDX) TO TRUE.
007490     MOVE ST-HORA-INICIO TO MZ-PART-HORA-INI (MZ-PART-IDX).
007500     MOVE ST-HORA-FIN TO MZ-PART-HORA-FIN (MZ-PART-IDX).
007510     MOVE ST-CONT-CHECKPOINTS TO MZ-PART-CHKPTS (MZ-PART-IDX).
007520 3200-LEER-ESTADISTICA-EXIT.
007530     EXIT.
007540
007550 3210-LEER-STAP.
007560     EVALUATE TRUE
007570         WHEN MZ-PART-IDX = 1
007580             READ STAP01 INTO ST-RECORD
007590                 AT END
007600                     SET MZ-FIN-PARCIAL-SI TO TRUE
007610             END-READ
007620         WHEN MZ-PART-IDX = 2
007630             READ STAP02 INTO ST-RECORD
007640                 AT END
007650                     SET MZ-FIN-PARCIAL-SI TO TRUE
007660             END-READ
007670         WHEN MZ-PART-IDX = 3
007680             READ STAP03 INTO ST-RECORD
007690                 AT END
007700                     SET MZ-FIN-PARCIAL-SI TO TRUE
007710             END-READ
007720         WHEN OTHER
007730             READ STAP04 INTO ST-RECORD
007740                 AT END
007750                     SET MZ-FIN-PARCIAL-SI TO TRUE
007760             END-READ
007770     END-EVALUATE.
007780     IF NOT MZ-FIN-PARCIAL-SI
007790         ADD 1 TO MZ-CONT-PARCIAL
007800     END-IF.
007810 3210-LEER-STAP-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850*    4000-CALCULAR-TIEMPOS
007860*    TODO EN SEGUNDOS DESDE QUE ARRANCO EL REPARTO: CUANTO DURO
007870*    EL REPARTO, CUANDO ENTRO LA PRIMERA PARTICION Y SALIO LA
007880*    ULTIMA, LA MAS LARGA FRENTE A LA MEDIA Y EL CORTE ENTERO
007890*    HASTA ESTA FUSION.
007900******************************************************************
007910 4000-CALCULAR-TIEMPOS.
007920     MOVE MZ-CTL-HORA-INICIO TO MZ-HORA-TRABAJO.
007930     COMPUTE MZ-SEG-BASE =
007940         MZ-HORA-HH * 3600 + MZ-HORA-MM * 60 + MZ-HORA-SS.
007950     MOVE MZ-CTL-HORA-FIN TO MZ-HORA-TRABAJO.
007960     PERFORM 4100-SEGUNDOS-RELATIVOS
007970         THRU 4100-SEGUNDOS-RELATIVOS-EXIT.
007980     MOVE MZ-SEG-RELATIVO TO MZ-SEG-REPARTO.
007990     MOVE MZ-HORA-FUSION TO MZ-HORA-TRABAJO.
008000     PERFORM 4100-SEGUNDOS-RELATIVOS
008010         THRU 4100-SEGUNDOS-RELATIVOS-EXIT.
008020     MOVE MZ-SEG-RELATIVO TO MZ-SEG-FUSION.
008030     MOVE 999999 TO MZ-SEG-PRIMER-INICIO.
008040     PERFORM 4200-TIEMPO-PARTICION
008050         THRU 4200-TIEMPO-PARTICION-EXIT
008060         VARYING MZ-PART-IDX FROM 1 BY 1
008070         UNTIL MZ-PART-IDX > MZ-CTL-NUM-PARTICIONES.
008080     IF MZ-CONT-CON-TIEMPO = ZERO
008090         MOVE ZERO TO MZ-SEG-PRIMER-INICIO
008100         GO TO 4000-CALCULAR-TIEMPOS-EXIT
008110     END-IF.
008120     IF MZ-SEG-PRIMER-INICIO > MZ-SEG-REPARTO
008130         SUBTRACT MZ-SEG-REPARTO FROM MZ-SEG-PRIMER-INICIO
008140             GIVING MZ-SEG-ESPERA
008150     END-IF.
008160     SUBTRACT MZ-SEG-PRIMER-INICIO FROM MZ-SEG-ULTIMO-FIN
008170         GIVING MZ-SEG-VENTANA.
008180     DIVIDE MZ-SEG-SUMA BY MZ-CONT-CON-TIEMPO
008190         GIVING MZ-SEG-MEDIA ROUNDED.
008200     IF MZ-SEG-MEDIA > ZERO
008210         COMPUTE MZ-PCT-DESEQUILIBRIO ROUNDED =
008220             (MZ-SEG-MAS-LARGA - MZ-SEG-MEDIA) * 100
008230             / MZ-SEG-MEDIA
008240     END-IF.
008250 4000-CALCULAR-TIEMPOS-EXIT.
008260     EXIT.
008270
008280*    CONVIERTE MZ-HORA-TRABAJO (HHMMSSCC) EN MZ-SEG-RELATIVO.
008290 4100-SEGUNDOS-RELATIVOS.
008300     COMPUTE MZ-SEG-DIA =
008310         MZ-HORA-HH * 3600 + MZ-HORA-MM * 60 + MZ-HORA-SS.
008320     IF MZ-SEG-DIA < MZ-SEG-BASE
008330         ADD 86400 TO MZ-SEG-DIA
008340     END-IF.
008350     SUBTRACT MZ-SEG-BASE FROM MZ-SEG-DIA
008360         GIVING MZ-SEG-RELATIVO.
008370 4100-SEGUNDOS-RELATIVOS-EXIT.
008380     EXIT.
008390
008400*    UNA PARTICION REINICIADA DA LAS HORAS DEL INTENTO QUE
008410*    TERMINO: EL TIEMPO PERDIDO EN EL FALLIDO QUEDA EN LA ESPERA.
008420 4200-TIEMPO-PARTICION.
008430     IF NOT MZ-PART-STA-SI (MZ-PART-IDX)
008440         GO TO 4200-TIEMPO-PARTICION-EXIT
008450     END-IF.
008460     ADD 1 TO MZ-CONT-CON-TIEMPO.
008470     MOVE MZ-PART-HORA-INI (MZ-PART-IDX) TO MZ-HORA-TRABAJO.
008480     PERFORM 4100-SEGUNDOS-RELATIVOS
008490         THRU 4100-SEGUNDOS-RELATIVOS-EXIT.
008500     MOVE MZ-SEG-RELATIVO TO MZ-PART-SEG-INI (MZ-PART-IDX).
008510     MOVE MZ-PART-HORA-FIN (MZ-PART-IDX) TO MZ-HORA-TRABAJO.
008520     PERFORM 4100-SEGUNDOS-RELATIVOS
008530         THRU 4100-SEGUNDOS-RELATIVOS-EXIT.
008540     MOVE MZ-SEG-RELATIVO TO MZ-PART-SEG-FIN (MZ-PART-IDX).
008550     IF MZ-PART-SEG-FIN (MZ-PART-IDX) <
008560         MZ-PART-SEG-INI (MZ-PART-IDX)
008570         MOVE ZERO TO MZ-PART-DURACION (MZ-PART-IDX)
008580     ELSE
008590         SUBTRACT MZ-PART-SEG-INI (MZ-PART-IDX)
008600             FROM MZ-PART-SEG-FIN (MZ-PART-IDX)
008610             GIVING MZ-PART-DURACION (MZ-PART-IDX)
008620     END-IF.
008630     ADD MZ-PART-DURACION (MZ-PART-IDX) TO MZ-SEG-SUMA.
008640     IF MZ-PART-SEG-INI (MZ-PART-IDX) < MZ-SEG-PRIMER-INICIO
008650         MOVE MZ-PART-SEG-INI (MZ-PART-IDX)
008660             TO MZ-SEG-PRIMER-INICIO
008670     END-IF.
008680     IF MZ-PART-SEG-FIN (MZ-PART-IDX) > MZ-SEG-ULTIMO-FIN
008690         MOVE MZ-PART-SEG-FIN (MZ-PART-IDX) TO MZ-SEG-ULTIMO-FIN
008700     END-IF.
008710     IF MZ-PART-DURACION (MZ-PART-IDX) > MZ-SEG-MAS-LARGA
008720         OR MZ-PART-MAS-LARGA = ZERO
008730         MOVE MZ-PART-DURACION (MZ-PART-IDX) TO MZ-SEG-MAS-LARGA
008740         MOVE MZ-PART-NUMERO (MZ-PART-IDX) TO MZ-PART-MAS-LARGA
008750     END-IF.
008760 4200-TIEMPO-PARTICION-EXIT.
008770     EXIT.
008780
008790******************************************************************
008800*    5000-CUADRAR-CORTE
008810*    LOS MISMOS CHEQUEOS QUE HACIA LA CORRIDA SERIE SOBRE EL
008820*    CORTE ENTERO: LO LEIDO Y LO DECLARADO EN LOS TRAILERS SALEN
008830*    DEL REPARTO; LO PROCESADO ES LA SUMA DE LAS PARTICIONES.
008840*    CUALQUIER PARTICION DESCUADRADA DESCUADRA EL CORTE.
008850******************************************************************
008860 5000-CUADRAR-CORTE.
008870     IF NOT MZ-CTL-BALANCE-OK
008880         SET MZ-CUADRE-MAL-SI TO TRUE
008890     END-IF.
008900     IF NOT MZ-CTL-TRAILER-SI
008910         OR MZ-CTL-TRT-CONT NOT = MZ-TOT-DETALLE
008920         OR MZ-CTL-TRT-HASH-NUM1 NOT = MZ-TOT-HASH-NUM1
008930         OR MZ-CTL-TRT-HASH-NUM2 NOT = MZ-TOT-HASH-NUM2
008940         SET MZ-CUADRE-MAL-SI TO TRUE
008950     END-IF.
008960     ADD MZ-TOT-PROCESADOS MZ-TOT-RECHAZADOS
008970         MZ-TOT-SUSPENDIDOS MZ-TOT-ALMACENADOS
008980         GIVING MZ-CONT-CUADRE.
008990     IF MZ-CONT-CUADRE NOT = MZ-TOT-DETALLE
009000         SET MZ-CUADRE-MAL-SI TO TRUE
009010     END-IF.
009020 5000-CUADRAR-CORTE-EXIT.
009030     EXIT.
009040
009050******************************************************************
009060*    6000-IMPRIMIR-INFORME
009070*    UNA LINEA POR PARTICION CON SUS CIFRAS, HORAS, SEGUNDOS,
009080*    MARCA DE REINICIO Y CUADRE, Y DEBAJO DONDE SE FUE EL TIEMPO
009090*    DEL CORTE.
009100******************************************************************
009110 6000-IMPRIMIR-INFORME.
009120     MOVE MZ-PARM-FECHA-PROCESO TO MZT-FECHA.
009130     MOVE MZ-PARM-CORTE TO MZT-CORTE.
009140     MOVE MZ-LINEA-TITULO TO MZ-LINEA-IMPRESION.
009150     WRITE MZ-LINEA-IMPRESION.
009160     MOVE SPACES TO MZ-LINEA-IMPRESION.
009170     WRITE MZ-LINEA-IMPRESION.
009180     MOVE MZ-LINEA-CABECERA TO MZ-LINEA-IMPRESION.
009190     WRITE MZ-LINEA-IMPRESION.
009200     PERFORM 6100-IMPRIMIR-PARTICION
009210         THRU 6100-IMPRIMIR-PARTICION-EXIT
009220         VARYING MZ-PART-IDX FROM 1 BY 1
009230         UNTIL MZ-PART-IDX > MZ-CTL-NUM-PARTICIONES.
009240     MOVE SPACES TO MZ-LINEA-IMPRESION.
009250     WRITE MZ-LINEA-IMPRESION.
009260
009270     MOVE "DURACION DEL REPARTO (ESTPPAR)" TO MZL-CONCEPTO.
009280     MOVE MZ-SEG-REPARTO TO MZL-CIFRA.
009290     MOVE "SEG" TO MZL-UNIDAD.
009300     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009310     MOVE "ESPERA HASTA LA PRIMERA PARTICION" TO MZL-CONCEPTO.
009320     MOVE MZ-SEG-ESPERA TO MZL-CIFRA.
009330     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009340     MOVE "PARTICIONES EN CURSO (PRIMERA A ULTIMA)"
009350         TO MZL-CONCEPTO.
009360     MOVE MZ-SEG-VENTANA TO MZL-CIFRA.
009370     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009380     MOVE "SUMA DE TIEMPOS DE PARTICION" TO MZL-CONCEPTO.
009390     MOVE MZ-SEG-SUMA TO MZL-CIFRA.
009400     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009410     MOVE "MEDIA POR PARTICION" TO MZL-CONCEPTO.
009420     MOVE MZ-SEG-MEDIA TO MZL-CIFRA.
009430     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009440     MOVE "PARTICION MAS LARGA" TO MZL-CONCEPTO.
009450     MOVE MZ-SEG-MAS-LARGA TO MZL-CIFRA.
009460     MOVE SPACES TO MZL-UNIDAD.
009470     STRING "SEG (PARTICION " MZ-PART-MAS-LARGA ")"
009480         DELIMITED BY SIZE INTO MZL-UNIDAD.
009490     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009500     MOVE "DESEQUILIBRIO (MAS LARGA SOBRE LA MEDIA)"
009510         TO MZL-CONCEPTO.
009520     MOVE MZ-PCT-DESEQUILIBRIO TO MZL-CIFRA.
009530     MOVE "%" TO MZL-UNIDAD.
009540     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009550     MOVE "CORTE COMPLETO HASTA LA FUSION" TO MZL-CONCEPTO.
009560     MOVE MZ-SEG-FUSION TO MZL-CIFRA.
009570     MOVE "SEG" TO MZL-UNIDAD.
009580     PERFORM 6200-IMPRIMIR-CIFRA THRU 6200-IMPRIMIR-CIFRA-EXIT.
009590     MOVE SPACES TO MZ-LINEA-IMPRESION.
009600     WRITE MZ-LINEA-IMPRESION.
009610
009620     MOVE "DETALLE REPARTIDO = TRAILERS DEL CORTE"
009630         TO MZL-CHEQUEO.
009640     IF MZ-CTL-TRAILER-SI AND MZ-CTL-TRT-CONT = MZ-TOT-DETALLE
009650         MOVE "OK" TO MZL-VEREDICTO
009660     ELSE
009670         MOVE "MAL" TO MZL-VEREDICTO
009680     END-IF.
009690     PERFORM 6300-IMPRIMIR-CHEQUEO
009700         THRU 6300-IMPRIMIR-CHEQUEO-EXIT.
009710     MOVE "RESULTADO DE LA FUSION" TO MZL-CHEQUEO.
009720     EVALUATE TRUE
009730         WHEN MZ-FALTA-SI
009740             MOVE "FALTAN PARTICIONES" TO MZL-VEREDICTO
009750         WHEN MZ-CUADRE-MAL-SI
009760             MOVE "DESCUADRADO" TO MZL-VEREDICTO
009770         WHEN OTHER
009780             MOVE "CUADRADO" TO MZL-VEREDICTO
009790     END-EVALUATE.
009800     PERFORM 6300-IMPRIMIR-CHEQUEO
009810         THRU 6300-IMPRIMIR-CHEQUEO-EXIT.
009820 6000-IMPRIMIR-INFORME-EXIT.
009830     EXIT.
009840
009850 6100-IMPRIMIR-PARTICION.
009860     MOVE SPACES TO MZL-INICIO MZL-FIN.
009870     MOVE ZERO TO MZL-DETALLE MZL-PROCESADOS MZL-RECHAZADOS
009880         MZL-SUSP-ALM MZL-SEGUNDOS.
009890     MOVE MZ-PART-NUMERO (MZ-PART-IDX) TO MZL-PARTICION.
009900     MOVE MZ-PART-DESDE (MZ-PART-IDX) TO MZL-DESDE.
009910     MOVE MZ-PART-HASTA (MZ-PART-IDX) TO MZL-HASTA.
009920     MOVE MZ-PART-REINICIO (MZ-PART-IDX) TO MZL-REINICIO.
009930     MOVE MZ-PART-CUADRE (MZ-PART-IDX) TO MZL-CUADRE.
009940     IF MZ-PART-BAL-SI (MZ-PART-IDX)
009950         MOVE MZ-PART-BL-DETALLE (MZ-PART-IDX) TO MZL-DETALLE
009960         MOVE MZ-PART-BL-PROC (MZ-PART-IDX) TO MZL-PROCESADOS
009970         MOVE MZ-PART-BL-RECH (MZ-PART-IDX) TO MZL-RECHAZADOS
009980         ADD MZ-PART-BL-SUSP (MZ-PART-IDX)
009990             MZ-PART-BL-ALM (MZ-PART-IDX) GIVING MZL-SUSP-ALM
010000     END-IF.
010010     IF MZ-PART-STA-SI (MZ-PART-IDX)
010020         MOVE MZ-PART-HORA-INI (MZ-PART-IDX) TO MZ-HORA-TRABAJO
010030         PERFORM 6110-EDITAR-HORA THRU 6110-EDITAR-HORA-EXIT
010040         MOVE MZ-HORA-EDITADA TO MZL-INICIO
010050         MOVE MZ-PART-HORA-FIN (MZ-PART-IDX) TO MZ-HORA-TRABAJO
010060         PERFORM 6110-EDITAR-HORA THRU 6110-EDITAR-HORA-EXIT
010070         MOVE MZ-HORA-EDITADA TO MZL-FIN
010080         MOVE MZ-PART-DURACION (MZ-PART-IDX) TO MZL-SEGUNDOS
010090     END-IF.
010100     MOVE MZ-LINEA-PARTICION TO MZ-LINEA-IMPRESION.
010110     WRITE MZ-LINEA-IMPRESION.
010120 6100-IMPRIMIR-PARTICION-EXIT.
010130     EXIT.
010140
010150 6110-EDITAR-HORA.
010160     MOVE MZ-HORA-HH TO MZ-HE-HH.
010170     MOVE MZ-HORA-MM TO MZ-HE-MM.
010180     MOVE MZ-HORA-SS TO MZ-HE-SS.
010190 6110-EDITAR-HORA-EXIT.
010200     EXIT.
010210
010220 6200-IMPRIMIR-CIFRA.
010230     MOVE MZ-LINEA-CIFRA TO MZ-LINEA-IMPRESION.
010240     WRITE MZ-LINEA-IMPRESION.
010250 6200-IMPRIMIR-CIFRA-EXIT.
010260     EXIT.
010270
010280 6300-IMPRIMIR-CHEQUEO.
010290     MOVE MZ-LINEA-CHEQUEO TO MZ-LINEA-IMPRESION.
010300     WRITE MZ-LINEA-IMPRESION.
010310 6300-IMPRIMIR-CHEQUEO-EXIT.
010320     EXIT.
010330
010340******************************************************************
010350*    8000-TERMINAR
010360*    CON TODAS LAS PARTICIONES PRESENTES GRABA EL CUADRE DEL CORTE
010370*    PARA ESTPBAL Y SU LINEA DE ESTADISTICA, Y SI CUADRA ANOTA LOS
010380*    LOTES. SI FALTA ALGUNA NO GRABA NADA Y TERMINA CON 16: HAY
010390*    QUE TERMINAR (O REINICIAR) LA PARTICION Y REPETIR LA FUSION.
010400******************************************************************
010410 8000-TERMINAR.
010420     IF MZ-FALTA-SI
010430         CLOSE BALFILE STAFILE PARRPT
010440         DISPLAY "FALTA EL RESULTADO DE ALGUNA PARTICION - "
010450             "CORTE SIN FUSIONAR"
010460         MOVE 16 TO RETURN-CODE
010470         GO TO 8000-TERMINAR-EXIT
010480     END-IF.
010490     PERFORM 8100-GRABAR-CUADRE
010500         THRU 8100-GRABAR-CUADRE-EXIT.
010510     PERFORM 8200-GRABAR-ESTADISTICA
010520         THRU 8200-GRABAR-ESTADISTICA-EXIT.
010530     CLOSE BALFILE STAFILE PARRPT.
010540     IF MZ-CUADRE-MAL-SI
010550         DISPLAY "CORTE DESCUADRADO - RETURN-CODE 8"
010560         MOVE 8 TO RETURN-CODE
010570     ELSE
010580         PERFORM 8300-REGISTRAR-LOTES
010590             THRU 8300-REGISTRAR-LOTES-EXIT
010600     END-IF.
010610     DISPLAY "REGISTROS LEIDOS    : " MZ-CTL-CONT-LEIDOS.
010620     DISPLAY "REGISTROS DE DETALLE: " MZ-TOT-DETALLE.
010630     DISPLAY "PROCESADOS          : " MZ-TOT-PROCESADOS.
010640     DISPLAY "RECHAZADOS          : " MZ-TOT-RECHAZADOS.
010650 8000-TERMINAR-EXIT.
010660     EXIT.
010670
010680*    CUADRE DEL CORTE (PARTICION 00) EN EL LAYOUT DE SIEMPRE.
010690 8100-GRABAR-CUADRE.
010700     MOVE SPACES TO BL-RECORD.
010710     MOVE MZ-PARM-FECHA-PROCESO TO BL-FECHA-PROCESO.
010720     MOVE MZ-PARM-CORTE TO BL-CORTE.
010730     MOVE MZ-CTL-CONT-LEIDOS TO BL-CONT-LEIDOS.
010740     MOVE MZ-TOT-DETALLE TO BL-CONT-DETALLE.
010750     MOVE MZ-TOT-PROCESADOS TO BL-CONT-PROCESADOS.
010760     MOVE MZ-TOT-RECHAZADOS TO BL-CONT-RECHAZADOS.
010770     MOVE MZ-TOT-SUSPENDIDOS TO BL-CONT-SUSPENDIDOS.
010780     MOVE MZ-TOT-AUDITORIA TO BL-CONT-AUDITORIA.
010790     MOVE MZ-TOT-HASH-NUM1 TO BL-HASH-NUM1.
010800     MOVE MZ-TOT-HASH-NUM2 TO BL-HASH-NUM2.
010810     MOVE MZ-CTL-CABECERA-VISTA TO BL-CABECERA-VISTA.
010820     MOVE MZ-CTL-TRAILER-VISTO TO BL-TRAILER-VISTO.
010830     MOVE MZ-CTL-TRT-CONT TO BL-TRT-CONT.
010840     MOVE MZ-CTL-TRT-HASH-NUM1 TO BL-TRT-HASH-NUM1.
010850     MOVE MZ-CTL-TRT-HASH-NUM2 TO BL-TRT-HASH-NUM2.
010860     IF MZ-CUADRE-MAL-SI
010870         SET BL-BALANCE-MAL TO TRUE
010880     ELSE
010890         SET BL-BALANCE-OK TO TRUE
010900     END-IF.
010910     IF MZ-REINICIO-SI
010920         SET BL-REINICIO-SI TO TRUE
010930     ELSE
010940         MOVE "N" TO BL-REINICIO
010950     END-IF.
010960     MOVE MZ-TOT-ALMACENADOS TO BL-CONT-ALMACENADOS.
010970     MOVE ZERO TO BL-PARTICION.
010980     WRITE BL-RECORD.
010990 8100-GRABAR-CUADRE-EXIT.
011000     EXIT.
011010
011020*    LINEA DEL CORTE (PARTICION 00) PARA LA TENDENCIA ESTPTRD: DE
011030*    LA ENTRADA DEL REPARTO AL FINAL DE ESTA FUSION.
011040 8200-GRABAR-ESTADISTICA.
011050     IF MZ-TOT-DETALLE = ZERO
011060         MOVE ZERO TO MZ-PCT-RECHAZO
011070     ELSE
011080         COMPUTE MZ-PCT-RECHAZO ROUNDED =
011090             MZ-TOT-RECHAZADOS * 100 / MZ-TOT-DETALLE
011100     END-IF.
011110     ACCEPT MZ-HORA-FUSION FROM TIME.
011120     MOVE SPACES TO ST-RECORD.
011130     MOVE MZ-PARM-FECHA-PROCESO TO ST-FECHA-PROCESO.
011140     MOVE MZ-PARM-CORTE TO ST-CORTE.
011150     IF MZ-REINICIO-SI
011160         MOVE "R" TO ST-REINICIO
011170     ELSE
011180         MOVE " " TO ST-REINICIO
011190     END-IF.
011200     MOVE MZ-CTL-CONT-LEIDOS TO ST-CONT-LEIDOS.
011210     MOVE MZ-TOT-PROCESADOS TO ST-CONT-PROCESADOS.
011220     MOVE MZ-TOT-RECHAZADOS TO ST-CONT-RECHAZADOS.
011230     MOVE MZ-PCT-RECHAZO TO ST-PCT-RECHAZO.
011240     MOVE MZ-TOT-CHECKPOINTS TO ST-CONT-CHECKPOINTS.
011250     MOVE MZ-CTL-HORA-INICIO TO ST-HORA-INICIO.
011260     MOVE MZ-HORA-FUSION TO ST-HORA-FIN.
011270     MOVE MZ-TOT-SUSPENDIDOS TO ST-CONT-SUSPENDIDOS.
011280     MOVE MZ-TOT-ALMACENADOS TO ST-CONT-ALMACENADOS.
011290     MOVE ZERO TO ST-PARTICION.
011300     WRITE ST-RECORD.
011310 8200-GRABAR-ESTADISTICA-EXIT.
011320     EXIT.
011330
011340******************************************************************
011350*    8300-REGISTRAR-LOTES
011360*    COMO EN LA CORRIDA SERIE: SOLO UN CORTE CUADRADO DEJA SUS
011370*    LOTES VETADOS EN BIDFILE, CON LOS CONTADORES DEL CORTE.
011380******************************************************************
011390 8300-REGISTRAR-LOTES.
011400     IF MZ-CONT-LOTES = ZERO
011410         GO TO 8300-REGISTRAR-LOTES-EXIT
011420     END-IF.
011430     OPEN EXTEND BIDFILE.
011440     IF MZ-BIDFILE-STATUS NOT = "00"
011450         OPEN OUTPUT BIDFILE
011460     END-IF.
011470     IF MZ-BIDFILE-STATUS NOT = "00"
011480         DISPLAY "ERROR AL ABRIR BIDFILE - STATUS "
011490             MZ-BIDFILE-STATUS
011500         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
011510     END-IF.
011520     PERFORM 8310-GRABAR-LOTE
011530         THRU 8310-GRABAR-LOTE-EXIT
011540         VARYING MZ-LOTE-IDX FROM 1 BY 1
011550         UNTIL MZ-LOTE-IDX > MZ-CONT-LOTES.
011560     CLOSE BIDFILE.
011570 8300-REGISTRAR-LOTES-EXIT.
011580     EXIT.
011590
011600 8310-GRABAR-LOTE.
011610     MOVE SPACES TO BI-RECORD.
011620     MOVE MZ-LOTE-ID (MZ-LOTE-IDX) TO BI-LOTE-ID.
011630     MOVE MZ-PARM-FECHA-PROCESO TO BI-FECHA-PROCESO.
011640     MOVE MZ-PARM-CORTE TO BI-CORTE.
011650     MOVE MZ-CTL-CONT-LEIDOS TO BI-CONT-LEIDOS.
011660     MOVE MZ-TOT-PROCESADOS TO BI-CONT-PROCESADOS.
011670     MOVE MZ-TOT-RECHAZADOS TO BI-CONT-RECHAZADOS.
011680     WRITE BI-RECORD.
011690 8310-GRABAR-LOTE-EXIT.
011700     EXIT.
011710
011720 9999-ABEND.
011730     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
011740     MOVE 16 TO RETURN-CODE.
011750     STOP RUN.
011760 9999-ABEND-EXIT.
011770     EXIT.
011780
011790 END PROGRAM ESTPMRG.

000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Contabilizacion en contabilidad general. Resume el
000070*          origen del periodo por codigo, monta con la tabla de
000080*          cuentas CTAFILE un asiento cuadrado (cada codigo carga
000090*          una cuenta y abona otra por su importe neto) y lo graba
000100*          en GLJFILE con el layout fijo del libro mayor:
000110*          - DIARIO (PARM COL 10 "D" O BLANCO): los registros de
000120*            AUDFILE de la fecha de proceso, por TR-OPER-CODE,
000130*            conciliados con la auditoria escrita que declaran los
000140*            cortes del dia en BALFILE.
000150*          - MENSUAL (PARM COL 10 "M"): el FACFILE del mes, por
000160*            codigo de servicio, conciliado con su importe total.
000170*          Antes de grabar prueba que el debe es igual al haber.
000180*          Un periodo que ya figure en GLPFILE no se contabiliza
000190*          otra vez; un asiento que no cuadra, que no concilia con
000200*          el origen o con codigos sin cuenta tampoco se graba. En
000210*          todos esos casos termina con RETURN-CODE 8. El informe
000220*          de control CONRPT deja el resumen, los apuntes, el
000230*          cuadre y la conciliacion.
000240* Tectonics: cobc
000250*
000260* Modification history:
000270*   15/10/2026  CM  CREACION INICIAL DE LA CONTABILIZACION.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESTPCON.
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
000430     SELECT AUDFILE ASSIGN TO "AUDFILE"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS CN-AUDFILE-STATUS.
000460
000470     SELECT BALFILE ASSIGN TO "BALFILE"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS CN-BALFILE-STATUS.
000500
000510     SELECT FACFILE ASSIGN TO "FACFILE"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS CN-FACFILE-STATUS.
000540
000550     SELECT CTAFILE ASSIGN TO "CTAFILE"
000560         ORGANIZATION IS SEQUENTIAL
000570         FILE STATUS IS CN-CTAFILE-STATUS.
000580
000590     SELECT GLPFILE ASSIGN TO "GLPFILE"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS CN-GLPFILE-STATUS.
000620
000630     SELECT GLJFILE ASSIGN TO "GLJFILE"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS CN-GLJFILE-STATUS.
000660
000670     SELECT CONRPT ASSIGN TO "CONRPT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS CN-CONRPT-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  AUDFILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760     COPY audrec.
000770
000780 FD  BALFILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810     COPY balrec.
000820
000830 FD  FACFILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD.
000860     COPY facrec.
000870
000880 FD  CTAFILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910     COPY ctarec.
000920
000930 FD  GLPFILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960     COPY glprec.
000970
000980 FD  GLJFILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY gljrec.
001020
001030 FD  CONRPT
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  CN-LINEA-IMPRESION         PIC X(80).
001070
001080 WORKING-STORAGE SECTION.
001090*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD
001100*    (BLANCO = FECHA DEL SISTEMA) EN EL DIARIO, O 1-6 MES
001110*    AAAAMM EN EL MENSUAL; COLUMNA 10 CLASE "D"/"M".
001120 01  CN-PARAMETROS.
001130     05  CN-LINEA-PARM          PIC X(80) VALUE SPACES.
001140     05  CN-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
001150     05  CN-PARM-MES            PIC 9(06) VALUE ZEROES.
001160     05  CN-PARM-CLASE          PIC X(01) VALUE "D".
001170         88  CN-MENSUAL             VALUE "M".
001180
001190 01  CN-SWITCHES.
001200     05  CN-FIN-AUDFILE         PIC X(01) VALUE "N".
001210         88  CN-FIN-AUDFILE-SI      VALUE "S".
001220     05  CN-FIN-BALFILE         PIC X(01) VALUE "N".
001230         88  CN-FIN-BALFILE-SI      VALUE "S".
001240     05  CN-FIN-FACFILE         PIC X(01) VALUE "N".
001250         88  CN-FIN-FACFILE-SI      VALUE "S".
001260     05  CN-FIN-CTAFILE         PIC X(01) VALUE "N".
001270         88  CN-FIN-CTAFILE-SI      VALUE "S".
001280     05  CN-FIN-GLPFILE         PIC X(01) VALUE "N".
001290         88  CN-FIN-GLPFILE-SI      VALUE "S".
001300     05  CN-YA-CONTABILIZADO    PIC X(01) VALUE "N".
001310         88  CN-YA-CONTABILIZADO-SI VALUE "S".
001320     05  CN-SIN-CUENTA          PIC X(01) VALUE "N".
001330         88  CN-SIN-CUENTA-SI       VALUE "S".
001340     05  CN-DESCUADRE           PIC X(01) VALUE "N".
001350         88  CN-DESCUADRE-SI        VALUE "S".
001360     05  CN-ORIGEN-MAL          PIC X(01) VALUE "N".
001370         88  CN-ORIGEN-MAL-SI       VALUE "S".
001380     05  CN-REINICIO-VISTO      PIC X(01) VALUE "N".
001390         88  CN-REINICIO-VISTO-SI   VALUE "S".
001400     05  CN-CUENTA-HALLADA      PIC X(01) VALUE "N".
001410         88  CN-CUENTA-HALLADA-SI   VALUE "S".
001420
001430 01  CN-FILE-STATUS.
001440     05  CN-AUDFILE-STATUS      PIC X(02) VALUE "00".
001450     05  CN-BALFILE-STATUS      PIC X(02) VALUE "00".
001460     05  CN-FACFILE-STATUS      PIC X(02) VALUE "00".
001470     05  CN-CTAFILE-STATUS      PIC X(02) VALUE "00".
001480     05  CN-GLPFILE-STATUS      PIC X(02) VALUE "00".
001490     05  CN-GLJFILE-STATUS      PIC X(02) VALUE "00".
001500     05  CN-CONRPT-STATUS       PIC X(02) VALUE "00".
001510
001520 01  CN-CONTADORES.
001530     05  CN-CONT-LEIDOS         PIC 9(08) COMP VALUE ZERO.
001540     05  CN-CONT-PERIODO        PIC 9(08) COMP VALUE ZERO.
001550     05  CN-CONT-BAL-AUDITORIA  PIC 9(08) COMP VALUE ZERO.
001560     05  CN-CONT-CORTES         PIC 9(04) COMP VALUE ZERO.
001570     05  CN-CONT-CORTES-MAL     PIC 9(04) COMP VALUE ZERO.
001580     05  CN-CONT-CUENTAS        PIC 9(04) COMP VALUE ZERO.
001590     05  CN-CONT-RESUMEN        PIC 9(04) COMP VALUE ZERO.
001600     05  CN-CONT-APUNTES        PIC 9(04) COMP VALUE ZERO.
001610     05  CN-CONT-GLPFILE        PIC 9(06) COMP VALUE ZERO.
001620     05  CN-NUM-LINEA           PIC 9(04) COMP VALUE ZERO.
001630
001640 01  CN-TOTALES.
001650     05  CN-TOT-DEBE            PIC 9(13)V9(02) VALUE ZERO.
001660     05  CN-TOT-HABER           PIC 9(13)V9(02) VALUE ZERO.
001670     05  CN-TOT-NETO            PIC S9(13)V9(02) VALUE ZERO.
001680     05  CN-TOT-FACFILE         PIC 9(13)V9(02) VALUE ZERO.
001690
001700*    DATOS DEL PERIODO QUE SE CONTABILIZA. EL PERIODO MENSUAL SE
001710*    GUARDA COMO AAAAMM00 EN GLJFILE Y GLPFILE.
001720 01  CN-CLASE                   PIC X(01) VALUE "D".
001730 01  CN-PERIODO                 PIC 9(08) VALUE ZERO.
001740 01  CN-FECHA-ASIENTO           PIC 9(08) VALUE ZERO.
001750 01  CN-FECHA-SISTEMA           PIC 9(08) VALUE ZERO.
001760 01  CN-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
001770 01  CN-FECHA-ANTERIOR          PIC 9(08) VALUE ZERO.
001780
001790*    TRABAJO DE RESUMEN Y MONTAJE DEL ASIENTO.
001800 01  CN-CODIGO                  PIC X(01).
001810 01  CN-IMPORTE-APUNTE          PIC 9(11)V9(02).
001820 01  CN-APUNTE-CUENTA           PIC X(10).
001830 01  CN-APUNTE-DEBE-HABER       PIC X(01).
001840 01  CN-MAX-CUENTAS             PIC 9(04) COMP VALUE 40.
001850 01  CN-MAX-RESUMEN             PIC 9(04) COMP VALUE 10.
001860
001870*    TABLA DE CUENTAS DE LA CLASE QUE SE CONTABILIZA, CARGADA DE
001880*    CTAFILE.
001890 01  CN-TABLA-CUENTAS.
001900     05  CN-CTA-ENT             OCCURS 40 TIMES
001910                                INDEXED BY CN-CTA-IDX.
001920         10  CN-CTA-CODIGO      PIC X(01).
001930         10  CN-CTA-DEBE        PIC X(10).
001940         10  CN-CTA-HABER       PIC X(10).
001950         10  CN-CTA-CONCEPTO    PIC X(20).
001960
001970*    RESUMEN DEL ORIGEN POR CODIGO. SE SIEMBRA EN EL ORDEN DE
001980*    CTAFILE PARA QUE EL INFORME SALGA SIEMPRE IGUAL; UN CODIGO
001990*    NO TABULADO SE ANADE AL FINAL.
002000 01  CN-TABLA-RESUMEN.
002010     05  CN-RES-ENT             OCCURS 10 TIMES
002020                                INDEXED BY CN-RES-IDX.
002030         10  CN-RES-CODIGO      PIC X(01).
002040         10  CN-RES-CONT        PIC 9(08) COMP.
002050         10  CN-RES-ANULACIONES PIC 9(08) COMP.
002060         10  CN-RES-UNIDADES    PIC 9(09) COMP.
002070         10  CN-RES-IMPORTE     PIC S9(11)V9(02).
002080         10  CN-RES-CUENTA-DEBE PIC X(10).
002090         10  CN-RES-CUENTA-HABER
002100                                PIC X(10).
002110         10  CN-RES-CONCEPTO    PIC X(20).
002120
002130*    APUNTES DEL ASIENTO: DOS POR CODIGO CON IMPORTE.
002140 01  CN-TABLA-APUNTES.
002150     05  CN-APU-ENT             OCCURS 20 TIMES
002160                                INDEXED BY CN-APU-IDX.
002170         10  CN-APU-CUENTA      PIC X(10).
002180         10  CN-APU-DEBE-HABER  PIC X(01).
002190         10  CN-APU-IMPORTE     PIC 9(11)V9(02).
002200         10  CN-APU-CONCEPTO    PIC X(20).
002210         10  CN-APU-CODIGO      PIC X(01).
002220
002230 01  CN-LINEA-TITULO.
002240     05  FILLER                 PIC X(01) VALUE SPACE.
002250     05  FILLER                 PIC X(40) VALUE
002260         "CONTABILIZACION EN CONTABILIDAD GENERAL".
002270     05  CNT-CLASE              PIC X(08).
002280     05  FILLER                 PIC X(10) VALUE " PERIODO: ".
002290     05  CNT-PERIODO            PIC X(08).
002300
002310 01  CN-LINEA-SECCION.
002320     05  FILLER                 PIC X(01) VALUE SPACE.
002330     05  CNS-TEXTO              PIC X(60).
002340
002350 01  CN-LINEA-CAB-RESUMEN.
002360     05  FILLER                 PIC X(05) VALUE " COD ".
002370     05  FILLER                 PIC X(10) VALUE " REGISTROS".
002380     05  FILLER                 PIC X(02) VALUE SPACES.
002390     05  CNH-COLUMNA            PIC X(11).
002400     05  FILLER                 PIC X(02) VALUE SPACES.
002410     05  FILLER                 PIC X(19) VALUE
002420         "       IMPORTE NETO".
002430     05  FILLER                 PIC X(01) VALUE SPACE.
002440     05  FILLER                 PIC X(10) VALUE "CTA DEBE".
002450     05  FILLER                 PIC X(01) VALUE SPACE.
002460     05  FILLER                 PIC X(10) VALUE "CTA HABER".
002470
002480 01  CN-LINEA-RESUMEN.
002490     05  FILLER                 PIC X(01) VALUE SPACE.
002500     05  CNR-CODIGO             PIC X(01).
002510     05  FILLER                 PIC X(03) VALUE SPACES.
002520     05  CNR-CONT               PIC ZZ,ZZZ,ZZ9.
002530     05  FILLER                 PIC X(02) VALUE SPACES.
002540     05  CNR-COLUMNA            PIC ZZZ,ZZZ,ZZ9.
002550     05  FILLER                 PIC X(02) VALUE SPACES.
002560     05  CNR-IMPORTE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002570     05  FILLER                 PIC X(01) VALUE SPACE.
002580     05  CNR-CUENTA-DEBE        PIC X(10).
002590     05  FILLER                 PIC X(01) VALUE SPACE.
002600     05  CNR-CUENTA-HABER       PIC X(10).
002610
002620 01  CN-LINEA-CAB-APUNTE.
002630     05  FILLER                 PIC X(05) VALUE "  LIN".
002640     05  FILLER                 PIC X(02) VALUE SPACES.
002650     05  FILLER                 PIC X(10) VALUE "CUENTA".
002660     05  FILLER                 PIC X(02) VALUE SPACES.
002670     05  FILLER                 PIC X(05) VALUE "D/H".
002680     05  FILLER                 PIC X(02) VALUE SPACES.
002690     05  FILLER                 PIC X(17) VALUE
002700         "          IMPORTE".
002710     05  FILLER                 PIC X(02) VALUE SPACES.
002720     05  FILLER                 PIC X(20) VALUE "CONCEPTO".
002730     05  FILLER                 PIC X(03) VALUE "COD".
002740
002750 01  CN-LINEA-APUNTE.
002760     05  FILLER                 PIC X(01) VALUE SPACE.
002770     05  CNA-LINEA              PIC ZZZ9.
002780     05  FILLER                 PIC X(02) VALUE SPACES.
002790     05  CNA-CUENTA             PIC X(10).
002800     05  FILLER                 PIC X(02) VALUE SPACES.
002810     05  CNA-DEBE-HABER         PIC X(05).
002820     05  FILLER                 PIC X(02) VALUE SPACES.
002830     05  CNA-IMPORTE            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002840     05  FILLER                 PIC X(02) VALUE SPACES.
002850     05  CNA-CONCEPTO           PIC X(20).
002860     05  FILLER                 PIC X(01) VALUE SPACE.
002870     05  CNA-CODIGO             PIC X(01).
002880
002890 01  CN-LINEA-CIFRA.
002900     05  FILLER                 PIC X(01) VALUE SPACE.
002910     05  CNC-CONCEPTO           PIC X(36).
002920     05  FILLER                 PIC X(02) VALUE ": ".
002930     05  CNC-CIFRA              PIC ZZZ,ZZZ,ZZ9.
002940
002950 01  CN-LINEA-IMPORTE.
002960     05  FILLER                 PIC X(01) VALUE SPACE.
002970     05  CNI-CONCEPTO           PIC X(36).
002980     05  FILLER                 PIC X(02) VALUE ": ".
002990     05  CNI-IMPORTE            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
003000
003010 01  CN-LINEA-CHEQUEO.
003020     05  FILLER                 PIC X(01) VALUE SPACE.
003030     05  CNV-CHEQUEO            PIC X(36).
003040     05  FILLER                 PIC X(02) VALUE ": ".
003050     05  CNV-VEREDICTO          PIC X(30).
003060
003070 PROCEDURE DIVISION.
003080 0000-MAINLINE.
003090     PERFORM 1000-INICIALIZAR
003100         THRU 1000-INICIALIZAR-EXIT.
003110     IF CN-YA-CONTABILIZADO-SI
003120         PERFORM 6900-IMPRIMIR-VETO
003130             THRU 6900-IMPRIMIR-VETO-EXIT
003140     ELSE
003150         IF CN-MENSUAL
003160             PERFORM 2500-RESUMIR-FACFILE
003170                 THRU 2500-RESUMIR-FACFILE-EXIT
003180                 UNTIL CN-FIN-FACFILE-SI
003190         ELSE
003200             PERFORM 2000-RESUMIR-AUDFILE
003210                 THRU 2000-RESUMIR-AUDFILE-EXIT
003220                 UNTIL CN-FIN-AUDFILE-SI
003230             PERFORM 2100-SUMAR-BALFILE
003240                 THRU 2100-SUMAR-BALFILE-EXIT
003250                 UNTIL CN-FIN-BALFILE-SI
003260         END-IF
003270         PERFORM 4000-MONTAR-ASIENTO
003280             THRU 4000-MONTAR-ASIENTO-EXIT
003290         PERFORM 5000-PROBAR-CUADRE
003300             THRU 5000-PROBAR-CUADRE-EXIT
003310         PERFORM 6000-IMPRIMIR-CONTROL
003320             THRU 6000-IMPRIMIR-CONTROL-EXIT
003330         IF NOT CN-SIN-CUENTA-SI
003340             AND NOT CN-DESCUADRE-SI
003350             AND NOT CN-ORIGEN-MAL-SI
003360             PERFORM 7000-GRABAR-ASIENTO
003370                 THRU 7000-GRABAR-ASIENTO-EXIT
003380             PERFORM 7500-REGISTRAR-PERIODO
003390                 THRU 7500-REGISTRAR-PERIODO-EXIT
003400         END-IF
003410     END-IF.
003420     PERFORM 8000-TERMINAR
003430         THRU 8000-TERMINAR-EXIT.
003440     STOP RUN.
003450
003460******************************************************************
003470*    1000-INICIALIZAR
003480*    TOMA LA CLASE Y EL PERIODO DEL PARM, MIRA EN GLPFILE SI YA
003490*    ESTA CONTABILIZADO, CARGA LAS CUENTAS DE LA CLASE Y ABRE EL
003500*    ORIGEN QUE CORRESPONDE (AUDFILE+BALFILE O FACFILE).
003510******************************************************************
003520 1000-INICIALIZAR.
003530     ACCEPT CN-LINEA-PARM FROM COMMAND-LINE.
003540     ACCEPT CN-FECHA-SISTEMA FROM DATE YYYYMMDD.
003550     ACCEPT CN-HORA-SISTEMA FROM TIME.
003560     IF CN-LINEA-PARM(10:1) = "M"
003570         MOVE "M" TO CN-PARM-CLASE
003580     END-IF.
003590     IF CN-MENSUAL
003600         IF CN-LINEA-PARM(1:6) = SPACES
003610             DISPLAY "FALTA EL MES AAAAMM EN EL PARM"
003620             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003630         END-IF
003640         MOVE CN-LINEA-PARM(1:6) TO CN-PARM-MES
003650         MOVE "M" TO CN-CLASE
003660         COMPUTE CN-PERIODO = CN-PARM-MES * 100
003670         MOVE CN-FECHA-SISTEMA TO CN-FECHA-ASIENTO
003680         MOVE "MENSUAL" TO CNT-CLASE
003690         MOVE CN-LINEA-PARM(1:6) TO CNT-PERIODO
003700         MOVE "   UNIDADES" TO CNH-COLUMNA
003710     ELSE
003720         IF CN-LINEA-PARM(1:8) = SPACES
003730             ACCEPT CN-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
003740         ELSE
003750             MOVE CN-LINEA-PARM(1:8) TO CN-PARM-FECHA-PROCESO
003760         END-IF
003770         MOVE "D" TO CN-CLASE
003780         MOVE CN-PARM-FECHA-PROCESO TO CN-PERIODO
003790         MOVE CN-PARM-FECHA-PROCESO TO CN-FECHA-ASIENTO
003800         MOVE "DIARIA" TO CNT-CLASE
003810         MOVE CN-PARM-FECHA-PROCESO TO CNT-PERIODO
003820         MOVE "ANULACIONES" TO CNH-COLUMNA
003830     END-IF.
003840
003850     PERFORM 1100-COMPROBAR-PERIODO
003860         THRU 1100-COMPROBAR-PERIODO-EXIT.
003870
003880     OPEN INPUT CTAFILE.
003890     IF CN-CTAFILE-STATUS NOT = "00"
003900         DISPLAY "ERROR AL ABRIR CTAFILE - STATUS "
003910             CN-CTAFILE-STATUS
003920         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003930     END-IF.
003940     PERFORM 1200-CARGAR-CUENTAS
003950         THRU 1200-CARGAR-CUENTAS-EXIT
003960         UNTIL CN-FIN-CTAFILE-SI.
003970     CLOSE CTAFILE.
003980
003990     IF CN-MENSUAL
004000         OPEN INPUT FACFILE
004010         IF CN-FACFILE-STATUS NOT = "00"
004020             DISPLAY "ERROR AL ABRIR FACFILE - STATUS "
004030                 CN-FACFILE-STATUS
004040             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004050         END-IF
004060     ELSE
004070         OPEN INPUT AUDFILE
004080         IF CN-AUDFILE-STATUS NOT = "00"
004090             DISPLAY "ERROR AL ABRIR AUDFILE - STATUS "
004100                 CN-AUDFILE-STATUS
004110             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004120         END-IF
004130         OPEN INPUT BALFILE
004140         IF CN-BALFILE-STATUS NOT = "00"
004150             DISPLAY "ERROR AL ABRIR BALFILE - STATUS "
004160                 CN-BALFILE-STATUS
004170             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004180         END-IF
004190     END-IF.
004200
004210*    GLJFILE SE ABRE SIEMPRE PARA QUE EL DATASET QUEDE CERRADO
004220*    (VACIO) AUNQUE EL ASIENTO NO SE GRABE.
004230     OPEN OUTPUT GLJFILE.
004240     IF CN-GLJFILE-STATUS NOT = "00"
004250         DISPLAY "ERROR AL ABRIR GLJFILE - STATUS "
004260             CN-GLJFILE-STATUS
004270         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004280     END-IF.
004290     OPEN OUTPUT CONRPT.
004300     IF CN-CONRPT-STATUS NOT = "00"
004310         DISPLAY "ERROR AL ABRIR CONRPT - STATUS "
004320             CN-CONRPT-STATUS
004330         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004340     END-IF.
004350     MOVE CN-LINEA-TITULO TO CN-LINEA-IMPRESION.
004360     WRITE CN-LINEA-IMPRESION.
004370 1000-INICIALIZAR-EXIT.
004380     EXIT.
004390
004400******************************************************************
004410*    1100-COMPROBAR-PERIODO
004420*    GLPFILE ES EL REGISTRO ACUMULATIVO DE PERIODOS YA ENVIADOS A
004430*    CONTABILIDAD. LA PRIMERA VEZ PUEDE NO EXISTIR.
004440******************************************************************
004450 1100-COMPROBAR-PERIODO.
004460     OPEN INPUT GLPFILE.
004470     IF CN-GLPFILE-STATUS NOT = "00"
004480         DISPLAY "GLPFILE NO DISPONIBLE - STATUS "
004490             CN-GLPFILE-STATUS
004500             " - NINGUN PERIODO CONTABILIZADO"
004510         GO TO 1100-COMPROBAR-PERIODO-EXIT
004520     END-IF.
004530     PERFORM 1110-LEER-GLPFILE
004540         THRU 1110-LEER-GLPFILE-EXIT
004550         UNTIL CN-FIN-GLPFILE-SI.
004560     CLOSE GLPFILE.
004570 1100-COMPROBAR-PERIODO-EXIT.
004580     EXIT.
004590
004600 1110-LEER-GLPFILE.
004610     READ GLPFILE
004620         AT END
004630             SET CN-FIN-GLPFILE-SI TO TRUE
004640             GO TO 1110-LEER-GLPFILE-EXIT
004650     END-READ.
004660     ADD 1 TO CN-CONT-GLPFILE.
004670     IF GP-CLASE = CN-CLASE
004680         AND GP-PERIODO = CN-PERIODO
004690         SET CN-YA-CONTABILIZADO-SI TO TRUE
004700         MOVE GP-FECHA-CONTAB TO CN-FECHA-ANTERIOR
004710     END-IF.
004720 1110-LEER-GLPFILE-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760*    1200-CARGAR-CUENTAS
004770*    SOLO LAS LINEAS DE LA CLASE QUE SE CONTABILIZA. CADA CODIGO
004780*    TABULADO (SALVO EL "*" POR DEFECTO) SIEMBRA SU LINEA DEL
004790*    RESUMEN.
004800******************************************************************
004810 1200-CARGAR-CUENTAS.
004820     READ CTAFILE
004830         AT END
004840             SET CN-FIN-CTAFILE-SI TO TRUE
004850             GO TO 1200-CARGAR-CUENTAS-EXIT
004860     END-READ.
004870     IF CT-CLASE NOT = CN-CLASE
004880         GO TO 1200-CARGAR-CUENTAS-EXIT
004890     END-IF.
004900     IF CN-CONT-CUENTAS NOT < CN-MAX-CUENTAS
004910         DISPLAY "TABLA DE CUENTAS LLENA - SE IGNORA "
004920             CT-CLAVE
004930         GO TO 1200-CARGAR-CUENTAS-EXIT
004940     END-IF.
004950     ADD 1 TO CN-CONT-CUENTAS.
004960     SET CN-CTA-IDX TO CN-CONT-CUENTAS.
004970     MOVE CT-CODIGO TO CN-CTA-CODIGO (CN-CTA-IDX).
004980     MOVE CT-CUENTA-DEBE TO CN-CTA-DEBE (CN-CTA-IDX).
004990     MOVE CT-CUENTA-HABER TO CN-CTA-HABER (CN-CTA-IDX).
005000     MOVE CT-CONCEPTO TO CN-CTA-CONCEPTO (CN-CTA-IDX).
005010     IF CT-CODIGO NOT = "*"
005020         MOVE CT-CODIGO TO CN-CODIGO
005030         PERFORM 2900-BUSCAR-RESUMEN
005040             THRU 2900-BUSCAR-RESUMEN-EXIT
005050     END-IF.
005060 1200-CARGAR-CUENTAS-EXIT.
005070     EXIT.
005080
005090******************************************************************
005100*    2000-RESUMIR-AUDFILE
005110*    AUDFILE ES ACUMULATIVO: SOLO CUENTAN LOS REGISTROS DE LA
005120*    FECHA DE PROCESO. EL CODIGO DE OPERACION EN BLANCO ES UNA
005130*    SUMA. LAS ANULACIONES LLEVAN EL RESULTADO CON SIGNO
005140*    CONTRARIO Y NETEAN SOLAS DENTRO DE SU CODIGO.
005150******************************************************************
005160 2000-RESUMIR-AUDFILE.
005170     READ AUDFILE
005180         AT END
005190             SET CN-FIN-AUDFILE-SI TO TRUE
005200             GO TO 2000-RESUMIR-AUDFILE-EXIT
005210     END-READ.
005220     ADD 1 TO CN-CONT-LEIDOS.
005230     IF AU-FECHA NOT = CN-PARM-FECHA-PROCESO
005240         GO TO 2000-RESUMIR-AUDFILE-EXIT
005250     END-IF.
005260     ADD 1 TO CN-CONT-PERIODO.
005270     MOVE AU-OPER-CODE TO CN-CODIGO.
005280     IF CN-CODIGO = SPACE
005290         MOVE "+" TO CN-CODIGO
005300     END-IF.
005310     PERFORM 2900-BUSCAR-RESUMEN
005320         THRU 2900-BUSCAR-RESUMEN-EXIT.
005330     ADD 1 TO CN-RES-CONT (CN-RES-IDX).
005340     IF AU-ES-ANULACION
005350         ADD 1 TO CN-RES-ANULACIONES (CN-RES-IDX)
005360     END-IF.
005370     ADD AU-RESUL TO CN-RES-IMPORTE (CN-RES-IDX).
005380     ADD AU-RESUL TO CN-TOT-NETO.
005390 2000-RESUMIR-AUDFILE-EXIT.
005400     EXIT.
005410
005420******************************************************************
005430*    2100-SUMAR-BALFILE
005440*    LOS CORTES DEL DIA CONCATENADOS: LA AUDITORIA QUE DECLARA
005450*    CADA CORTE ES LA CIFRA CON QUE DEBE CONCILIAR AUDFILE.
005460******************************************************************
005470 2100-SUMAR-BALFILE.
005480     READ BALFILE
005490         AT END
005500             SET CN-FIN-BALFILE-SI TO TRUE
005510             GO TO 2100-SUMAR-BALFILE-EXIT
005520     END-READ.
005530     IF BL-FECHA-PROCESO NOT = CN-PARM-FECHA-PROCESO
005540         DISPLAY "BALFILE DE OTRA FECHA - CORTE " BL-CORTE
005550             " FECHA " BL-FECHA-PROCESO " IGNORADO"
005560         GO TO 2100-SUMAR-BALFILE-EXIT
005570     END-IF.
005580     ADD 1 TO CN-CONT-CORTES.
005590     ADD BL-CONT-AUDITORIA TO CN-CONT-BAL-AUDITORIA.
005600     IF BL-BALANCE-MAL
005610         ADD 1 TO CN-CONT-CORTES-MAL
005620     END-IF.
005630     IF BL-REINICIO-SI
005640         SET CN-REINICIO-VISTO-SI TO TRUE
005650     END-IF.
005660 2100-SUMAR-BALFILE-EXIT.
005670     EXIT.
005680
005690******************************************************************
005700*    2500-RESUMIR-FACFILE
005710*    EL FACFILE DEL MES POR CODIGO DE SERVICIO: LINEAS, UNIDADES
005720*    FACTURADAS E IMPORTE.
005730******************************************************************
005740 2500-RESUMIR-FACFILE.
005750     READ FACFILE
005760         AT END
005770             SET CN-FIN-FACFILE-SI TO TRUE
005780             GO TO 2500-RESUMIR-FACFILE-EXIT
005790     END-READ.
005800     ADD 1 TO CN-CONT-LEIDOS.
005810     IF FB-MES NOT = CN-PARM-MES
005820         DISPLAY "LINEA DE FACFILE DE OTRO MES IGNORADA - "
005830             FB-MES " " FB-PERSONA-NUM
005840         GO TO 2500-RESUMIR-FACFILE-EXIT
005850     END-IF.
005860     ADD 1 TO CN-CONT-PERIODO.
005870     MOVE FB-SVC-CODE TO CN-CODIGO.
005880     PERFORM 2900-BUSCAR-RESUMEN
005890         THRU 2900-BUSCAR-RESUMEN-EXIT.
005900     ADD 1 TO CN-RES-CONT (CN-RES-IDX).
005910     ADD FB-CANTIDAD TO CN-RES-UNIDADES (CN-RES-IDX).
005920     ADD FB-IMPORTE TO CN-RES-IMPORTE (CN-RES-IDX).
005930     ADD FB-IMPORTE TO CN-TOT-NETO.
005940     ADD FB-IMPORTE TO CN-TOT-FACFILE.
005950 2500-RESUMIR-FACFILE-EXIT.
005960     EXIT.
005970
005980******************************************************************
005990*    2900-BUSCAR-RESUMEN
006000*    DEJA CN-RES-IDX EN LA LINEA DEL RESUMEN DE CN-CODIGO, QUE SE
006010*    CREA A CERO SI NO EXISTE.
006020******************************************************************
006030 2900-BUSCAR-RESUMEN.
006040     SET CN-RES-IDX TO 1.
006050     SEARCH CN-RES-ENT
006060         AT END
006070             CONTINUE
006080         WHEN CN-RES-IDX > CN-CONT-RESUMEN
006090             CONTINUE
006100         WHEN CN-RES-CODIGO (CN-RES-IDX) = CN-CODIGO
006110             GO TO 2900-BUSCAR-RESUMEN-EXIT
006120     END-SEARCH.
006130     IF CN-CONT-RESUMEN NOT < CN-MAX-RESUMEN
006140         DISPLAY "DEMASIADOS CODIGOS DISTINTOS EN EL ORIGEN - "
006150             CN-CODIGO
006160         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006170     END-IF.
006180     ADD 1 TO CN-CONT-RESUMEN.
006190     SET CN-RES-IDX TO CN-CONT-RESUMEN.
006200     MOVE CN-CODIGO TO CN-RES-CODIGO (CN-RES-IDX).
006210     MOVE ZERO TO CN-RES-CONT (CN-RES-IDX)
006220                  CN-RES-ANULACIONES (CN-RES-IDX)
006230                  CN-RES-UNIDADES (CN-RES-IDX)
006240                  CN-RES-IMPORTE (CN-RES-IDX).
006250     MOVE SPACES TO CN-RES-CUENTA-DEBE (CN-RES-IDX)
006260                    CN-RES-CUENTA-HABER (CN-RES-IDX)
006270                    CN-RES-CONCEPTO (CN-RES-IDX).
006280 2900-BUSCAR-RESUMEN-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320*    4000-MONTAR-ASIENTO
006330*    POR CADA CODIGO CON IMPORTE NETO, UN APUNTE AL DEBE Y OTRO
006340*    AL HABER POR EL MISMO IMPORTE.
006350******************************************************************
006360 4000-MONTAR-ASIENTO.
006370     PERFORM 4100-MONTAR-CODIGO
006380         THRU 4100-MONTAR-CODIGO-EXIT
006390         VARYING CN-RES-IDX FROM 1 BY 1
006400         UNTIL CN-RES-IDX > CN-CONT-RESUMEN.
006410 4000-MONTAR-ASIENTO-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450*    4100-MONTAR-CODIGO
006460*    LA CUENTA SE BUSCA POR EL CODIGO Y, SI NO ESTA, POR EL "*"
006470*    DE LA CLASE. CON IMPORTE NETO NEGATIVO (MAS ANULACIONES QUE
006480*    OPERACIONES, O RESULTADOS NEGATIVOS) SE INVIERTEN LAS
006490*    CUENTAS Y SE APUNTA EL VALOR ABSOLUTO.
006500******************************************************************
006510 4100-MONTAR-CODIGO.
006520     MOVE CN-RES-CODIGO (CN-RES-IDX) TO CN-CODIGO.
006530     PERFORM 4200-BUSCAR-CUENTA
006540         THRU 4200-BUSCAR-CUENTA-EXIT.
006550     IF NOT CN-CUENTA-HALLADA-SI
006560         MOVE "*" TO CN-CODIGO
006570         PERFORM 4200-BUSCAR-CUENTA
006580             THRU 4200-BUSCAR-CUENTA-EXIT
006590     END-IF.
006600     IF CN-CUENTA-HALLADA-SI
006610         MOVE CN-CTA-DEBE (CN-CTA-IDX)
006620             TO CN-RES-CUENTA-DEBE (CN-RES-IDX)
006630         MOVE CN-CTA-HABER (CN-CTA-IDX)
006640             TO CN-RES-CUENTA-HABER (CN-RES-IDX)
006650         MOVE CN-CTA-CONCEPTO (CN-CTA-IDX)
006660             TO CN-RES-CONCEPTO (CN-RES-IDX)
006670     ELSE
006680         MOVE "SIN CUENTA" TO CN-RES-CUENTA-DEBE (CN-RES-IDX)
006690                              CN-RES-CUENTA-HABER (CN-RES-IDX)
006700     END-IF.
006710     IF CN-RES-IMPORTE (CN-RES-IDX) = ZERO
006720         GO TO 4100-MONTAR-CODIGO-EXIT
006730     END-IF.
006740     IF NOT CN-CUENTA-HALLADA-SI
006750         DISPLAY "CODIGO " CN-RES-CODIGO (CN-RES-IDX)
006760             " SIN CUENTA EN CTAFILE"
006770         SET CN-SIN-CUENTA-SI TO TRUE
006780         GO TO 4100-MONTAR-CODIGO-EXIT
006790     END-IF.
006800     IF CN-RES-IMPORTE (CN-RES-IDX) > ZERO
006810         MOVE CN-RES-IMPORTE (CN-RES-IDX) TO CN-IMPORTE-APUNTE
006820         MOVE "D" TO CN-APUNTE-DEBE-HABER
006830         MOVE CN-RES-CUENTA-DEBE (CN-RES-IDX) TO CN-APUNTE-CUENTA
006840         PERFORM 4300-ANADIR-APUNTE
006850             THRU 4300-ANADIR-APUNTE-EXIT
006860         MOVE "H" TO CN-APUNTE-DEBE-HABER
006870         MOVE CN-RES-CUENTA-HABER (CN-RES-IDX) TO CN-APUNTE-CUENTA
006880         PERFORM 4300-ANADIR-APUNTE
006890             THRU 4300-ANADIR-APUNTE-EXIT
006900     ELSE
006910         SUBTRACT CN-RES-IMPORTE (CN-RES-IDX) FROM ZERO
006920             GIVING CN-IMPORTE-APUNTE
006930         MOVE "D" TO CN-APUNTE-DEBE-HABER
006940         MOVE CN-RES-CUENTA-HABER (CN-RES-IDX) TO CN-APUNTE-CUENTA
006950         PERFORM 4300-ANADIR-APUNTE
006960             THRU 4300-ANADIR-APUNTE-EXIT
006970         MOVE "H" TO CN-APUNTE-DEBE-HABER
006980         MOVE CN-RES-CUENTA-DEBE (CN-RES-IDX) TO CN-APUNTE-CUENTA
006990         PERFORM 4300-ANADIR-APUNTE
007000             THRU 4300-ANADIR-APUNTE-EXIT
007010     END-IF.
007020 4100-MONTAR-CODIGO-EXIT.
007030     EXIT.
007040
007050 4200-BUSCAR-CUENTA.
007060     MOVE "N" TO CN-CUENTA-HALLADA.
007070     SET CN-CTA-IDX TO 1.
007080     SEARCH CN-CTA-ENT
007090         AT END
007100             CONTINUE
007110         WHEN CN-CTA-IDX > CN-CONT-CUENTAS
007120             CONTINUE
007130         WHEN CN-CTA-CODIGO (CN-CTA-IDX) = CN-CODIGO
007140             SET CN-CUENTA-HALLADA-SI TO TRUE
007150     END-SEARCH.
007160 4200-BUSCAR-CUENTA-EXIT.
007170     EXIT.
007180
007190 4300-ANADIR-APUNTE.
007200     ADD 1 TO CN-CONT-APUNTES.
007210     SET CN-APU-IDX TO CN-CONT-APUNTES.
007220     MOVE CN-APUNTE-CUENTA TO CN-APU-CUENTA (CN-APU-IDX).
007230     MOVE CN-APUNTE-DEBE-HABER TO CN-APU-DEBE-HABER (CN-APU-IDX).
007240     MOVE CN-IMPORTE-APUNTE TO CN-APU-IMPORTE (CN-APU-IDX).
007250     MOVE CN-RES-CONCEPTO (CN-RES-IDX)
007260         TO CN-APU-CONCEPTO (CN-APU-IDX).
007270     MOVE CN-RES-CODIGO (CN-RES-IDX)
007280         TO CN-APU-CODIGO (CN-APU-IDX).
007290 4300-ANADIR-APUNTE-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330*    5000-PROBAR-CUADRE
007340*    SUMA EL DEBE Y EL HABER DE LOS APUNTES MONTADOS Y CONCILIA
007350*    CON EL ORIGEN: EN EL DIARIO LOS REGISTROS DE AUDFILE DE LA
007360*    FECHA CON LA AUDITORIA QUE DECLARA BALFILE; EN EL MENSUAL EL
007370*    HABER DEL ASIENTO CON EL IMPORTE TOTAL DE FACFILE.
007380******************************************************************
007390 5000-PROBAR-CUADRE.
007400     PERFORM 5100-SUMAR-APUNTE
007410         THRU 5100-SUMAR-APUNTE-EXIT
007420         VARYING CN-APU-IDX FROM 1 BY 1
007430         UNTIL CN-APU-IDX > CN-CONT-APUNTES.
007440     IF CN-TOT-DEBE NOT = CN-TOT-HABER
007450         SET CN-DESCUADRE-SI TO TRUE
007460     END-IF.
007470     IF CN-MENSUAL
007480         IF CN-TOT-HABER NOT = CN-TOT-FACFILE
007490             SET CN-ORIGEN-MAL-SI TO TRUE
007500         END-IF
007510     ELSE
007520         IF CN-CONT-CORTES = ZERO
007530             OR CN-CONT-PERIODO NOT = CN-CONT-BAL-AUDITORIA
007540             SET CN-ORIGEN-MAL-SI TO TRUE
007550         END-IF
007560     END-IF.
007570 5000-PROBAR-CUADRE-EXIT.
007580     EXIT.
007590
007600 5100-SUMAR-APUNTE.
007610     IF CN-APU-DEBE-HABER (CN-APU-IDX) = "D"
007620         ADD CN-APU-IMPORTE (CN-APU-IDX) TO CN-TOT-DEBE
007630     ELSE
007640         ADD CN-APU-IMPORTE (CN-APU-IDX) TO CN-TOT-HABER
007650     END-IF.
007660 5100-SUMAR-APUNTE-EXIT.
007670     EXIT.
007680
007690******************************************************************
007700*    6000-IMPRIMIR-CONTROL
007710*    INFORME DE CONTROL: RESUMEN POR CODIGO, APUNTES, CUADRE DEL
007720*    ASIENTO, CONCILIACION CON BALFILE O FACFILE Y RESULTADO.
007730******************************************************************
007740 6000-IMPRIMIR-CONTROL.
007750     PERFORM 6800-LINEA-EN-BLANCO
007760         THRU 6800-LINEA-EN-BLANCO-EXIT.
007770     IF CN-MENSUAL
007780         MOVE "RESUMEN DE FACFILE POR CODIGO DE SERVICIO"
007790             TO CNS-TEXTO
007800     ELSE
007810         MOVE "RESUMEN DE AUDFILE POR CODIGO DE OPERACION"
007820             TO CNS-TEXTO
007830     END-IF.
007840     MOVE CN-LINEA-SECCION TO CN-LINEA-IMPRESION.
007850     WRITE CN-LINEA-IMPRESION.
007860     MOVE CN-LINEA-CAB-RESUMEN TO CN-LINEA-IMPRESION.
007870     WRITE CN-LINEA-IMPRESION.
007880     PERFORM 6100-IMPRIMIR-RESUMEN
007890         THRU 6100-IMPRIMIR-RESUMEN-EXIT
007900         VARYING CN-RES-IDX FROM 1 BY 1
007910         UNTIL CN-RES-IDX > CN-CONT-RESUMEN.
007920
007930     PERFORM 6800-LINEA-EN-BLANCO
007940         THRU 6800-LINEA-EN-BLANCO-EXIT.
007950     MOVE "APUNTES DEL ASIENTO" TO CNS-TEXTO.
007960     MOVE CN-LINEA-SECCION TO CN-LINEA-IMPRESION.
007970     WRITE CN-LINEA-IMPRESION.
007980     MOVE CN-LINEA-CAB-APUNTE TO CN-LINEA-IMPRESION.
007990     WRITE CN-LINEA-IMPRESION.
008000     PERFORM 6200-IMPRIMIR-APUNTE
008010         THRU 6200-IMPRIMIR-APUNTE-EXIT
008020         VARYING CN-APU-IDX FROM 1 BY 1
008030         UNTIL CN-APU-IDX > CN-CONT-APUNTES.
008040     IF CN-CONT-APUNTES = ZERO
008050         MOVE "SIN APUNTES: NINGUN CODIGO CON IMPORTE NETO"
008060             TO CNS-TEXTO
008070         MOVE CN-LINEA-SECCION TO CN-LINEA-IMPRESION
008080         WRITE CN-LINEA-IMPRESION
008090     END-IF.
008100
008110     PERFORM 6800-LINEA-EN-BLANCO
008120         THRU 6800-LINEA-EN-BLANCO-EXIT.
008130     MOVE "CUADRE DEL ASIENTO" TO CNS-TEXTO.
008140     MOVE CN-LINEA-SECCION TO CN-LINEA-IMPRESION.
008150     WRITE CN-LINEA-IMPRESION.
008160     MOVE "APUNTES" TO CNC-CONCEPTO.
008170     MOVE CN-CONT-APUNTES TO CNC-CIFRA.
008180     PERFORM 6300-IMPRIMIR-CIFRA THRU 6300-IMPRIMIR-CIFRA-EXIT.
008190     MOVE "TOTAL DEBE" TO CNI-CONCEPTO.
008200     MOVE CN-TOT-DEBE TO CNI-IMPORTE.
008210     PERFORM 6400-IMPRIMIR-IMPORTE
008220         THRU 6400-IMPRIMIR-IMPORTE-EXIT.
008230     MOVE "TOTAL HABER" TO CNI-CONCEPTO.
008240     MOVE CN-TOT-HABER TO CNI-IMPORTE.
008250     PERFORM 6400-IMPRIMIR-IMPORTE
008260         THRU 6400-IMPRIMIR-IMPORTE-EXIT.
008270     MOVE "DEBE = HABER" TO CNV-CHEQUEO.
008280     IF CN-DESCUADRE-SI
008290         MOVE "MAL" TO CNV-VEREDICTO
008300     ELSE
008310         MOVE "OK" TO CNV-VEREDICTO
008320     END-IF.
008330     PERFORM 6500-IMPRIMIR-CHEQUEO
008340         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
008350     MOVE "CUENTA PARA CADA CODIGO CON IMPORTE" TO CNV-CHEQUEO.
008360     IF CN-SIN-CUENTA-SI
008370         MOVE "MAL - FALTAN EN CTAFILE" TO CNV-VEREDICTO
008380     ELSE
008390         MOVE "OK" TO CNV-VEREDICTO
008400     END-IF.
008410     PERFORM 6500-IMPRIMIR-CHEQUEO
008420         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
008430
008440     PERFORM 6800-LINEA-EN-BLANCO
008450         THRU 6800-LINEA-EN-BLANCO-EXIT.
008460     MOVE "CONCILIACION CON EL ORIGEN" TO CNS-TEXTO.
008470     MOVE CN-LINEA-SECCION TO CN-LINEA-IMPRESION.
008480     WRITE CN-LINEA-IMPRESION.
008490     IF CN-MENSUAL
008500         PERFORM 6600-CONCILIAR-FACFILE
008510             THRU 6600-CONCILIAR-FACFILE-EXIT
008520     ELSE
008530         PERFORM 6700-CONCILIAR-BALFILE
008540             THRU 6700-CONCILIAR-BALFILE-EXIT
008550     END-IF.
008560
008570     PERFORM 6800-LINEA-EN-BLANCO
008580         THRU 6800-LINEA-EN-BLANCO-EXIT.
008590     MOVE "RESULTADO DE LA CONTABILIZACION" TO CNV-CHEQUEO.
008600     IF CN-SIN-CUENTA-SI OR CN-DESCUADRE-SI OR CN-ORIGEN-MAL-SI
008610         MOVE "NO CONTABILIZADO" TO CNV-VEREDICTO
008620     ELSE
008630         MOVE "CONTABILIZADO" TO CNV-VEREDICTO
008640     END-IF.
008650     PERFORM 6500-IMPRIMIR-CHEQUEO
008660         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
008670 6000-IMPRIMIR-CONTROL-EXIT.
008680     EXIT.
008690
008700 6100-IMPRIMIR-RESUMEN.
008710     MOVE CN-RES-CODIGO (CN-RES-IDX) TO CNR-CODIGO.
008720     MOVE CN-RES-CONT (CN-RES-IDX) TO CNR-CONT.
008730     IF CN-MENSUAL
008740         MOVE CN-RES-UNIDADES (CN-RES-IDX) TO CNR-COLUMNA
008750     ELSE
008760         MOVE CN-RES-ANULACIONES (CN-RES-IDX) TO CNR-COLUMNA
008770     END-IF.
008780     MOVE CN-RES-IMPORTE (CN-RES-IDX) TO CNR-IMPORTE.
008790     MOVE CN-RES-CUENTA-DEBE (CN-RES-IDX) TO CNR-CUENTA-DEBE.
008800     MOVE CN-RES-CUENTA-HABER (CN-RES-IDX) TO CNR-CUENTA-HABER.
008810     MOVE CN-LINEA-RESUMEN TO CN-LINEA-IMPRESION.
008820     WRITE CN-LINEA-IMPRESION.
008830 6100-IMPRIMIR-RESUMEN-EXIT.
008840     EXIT.
008850
008860 6200-IMPRIMIR-APUNTE.
008870     SET CN-NUM-LINEA TO CN-APU-IDX.
008880     MOVE CN-NUM-LINEA TO CNA-LINEA.
008890     MOVE CN-APU-CUENTA (CN-APU-IDX) TO CNA-CUENTA.
008900     IF CN-APU-DEBE-HABER (CN-APU-IDX) = "D"
008910         MOVE "DEBE" TO CNA-DEBE-HABER
008920     ELSE
008930         MOVE "HABER" TO CNA-DEBE-HABER
008940     END-IF.
008950     MOVE CN-APU-IMPORTE (CN-APU-IDX) TO CNA-IMPORTE.
008960     MOVE CN-APU-CONCEPTO (CN-APU-IDX) TO CNA-CONCEPTO.
008970     MOVE CN-APU-CODIGO (CN-APU-IDX) TO CNA-CODIGO.
008980     MOVE CN-LINEA-APUNTE TO CN-LINEA-IMPRESION.
008990     WRITE CN-LINEA-IMPRESION.
009000 6200-IMPRIMIR-APUNTE-EXIT.
009010     EXIT.
009020
009030 6300-IMPRIMIR-CIFRA.
009040     MOVE CN-LINEA-CIFRA TO CN-LINEA-IMPRESION.
009050     WRITE CN-LINEA-IMPRESION.
009060 6300-IMPRIMIR-CIFRA-EXIT.
009070     EXIT.
009080
009090 6400-IMPRIMIR-IMPORTE.
009100     MOVE CN-LINEA-IMPORTE TO CN-LINEA-IMPRESION.
009110     WRITE CN-LINEA-IMPRESION.
009120 6400-IMPRIMIR-IMPORTE-EXIT.
009130     EXIT.
009140
009150 6500-IMPRIMIR-CHEQUEO.
009160     MOVE CN-LINEA-CHEQUEO TO CN-LINEA-IMPRESION.
009170     WRITE CN-LINEA-IMPRESION.
009180 6500-IMPRIMIR-CHEQUEO-EXIT.
009190     EXIT.
009200
009210 6600-CONCILIAR-FACFILE.
009220     MOVE "LINEAS DE FACFILE DEL MES" TO CNC-CONCEPTO.
009230     MOVE CN-CONT-PERIODO TO CNC-CIFRA.
009240     PERFORM 6300-IMPRIMIR-CIFRA THRU 6300-IMPRIMIR-CIFRA-EXIT.
009250     MOVE "IMPORTE TOTAL DE FACFILE" TO CNI-CONCEPTO.
009260     MOVE CN-TOT-FACFILE TO CNI-IMPORTE.
009270     PERFORM 6400-IMPRIMIR-IMPORTE
009280         THRU 6400-IMPRIMIR-IMPORTE-EXIT.
009290     MOVE "IMPORTE ABONADO EN EL ASIENTO" TO CNI-CONCEPTO.
009300     MOVE CN-TOT-HABER TO CNI-IMPORTE.
009310     PERFORM 6400-IMPRIMIR-IMPORTE
009320         THRU 6400-IMPRIMIR-IMPORTE-EXIT.
009330     MOVE "FACFILE = ASIENTO" TO CNV-CHEQUEO.
009340     IF CN-ORIGEN-MAL-SI
009350         MOVE "MAL" TO CNV-VEREDICTO
009360     ELSE
009370         MOVE "OK" TO CNV-VEREDICTO
009380     END-IF.
009390     PERFORM 6500-IMPRIMIR-CHEQUEO
009400         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
009410 6600-CONCILIAR-FACFILE-EXIT.
009420     EXIT.
009430
009440******************************************************************
009450*    6700-CONCILIAR-BALFILE
009460*    UNA CORRIDA REINICIADA DEJA EN AUDFILE LOS REGISTROS DEL
009470*    INTENTO ANTERIOR AL ULTIMO CHECKPOINT, QUE BALFILE NO
009480*    CUENTA: ESE DIA NO CONCILIA Y NO SE CONTABILIZA HASTA
009490*    DEPURAR EL AUDFILE.
009500******************************************************************
009510 6700-CONCILIAR-BALFILE.
009520     MOVE "REGISTROS DE AUDFILE DE LA FECHA" TO CNC-CONCEPTO.
009530     MOVE CN-CONT-PERIODO TO CNC-CIFRA.
009540     PERFORM 6300-IMPRIMIR-CIFRA THRU 6300-IMPRIMIR-CIFRA-EXIT.
009550     MOVE "AUDITORIA ESCRITA SEGUN BALFILE" TO CNC-CONCEPTO.
009560     MOVE CN-CONT-BAL-AUDITORIA TO CNC-CIFRA.
009570     PERFORM 6300-IMPRIMIR-CIFRA THRU 6300-IMPRIMIR-CIFRA-EXIT.
009580     MOVE "CORTES DEL DIA EN BALFILE" TO CNC-CONCEPTO.
009590     MOVE CN-CONT-CORTES TO CNC-CIFRA.
009600     PERFORM 6300-IMPRIMIR-CIFRA THRU 6300-IMPRIMIR-CIFRA-EXIT.
009610     MOVE "RESULTADO NETO DEL DIA" TO CNI-CONCEPTO.
009620     MOVE CN-TOT-NETO TO CNI-IMPORTE.
009630     PERFORM 6400-IMPRIMIR-IMPORTE
009640         THRU 6400-IMPRIMIR-IMPORTE-EXIT.
009650     MOVE "AUDFILE = BALFILE" TO CNV-CHEQUEO.
009660     EVALUATE TRUE
009670         WHEN CN-CONT-CORTES = ZERO
009680             MOVE "MAL - SIN CORTES DE LA FECHA" TO CNV-VEREDICTO
009690         WHEN NOT CN-ORIGEN-MAL-SI
009700             MOVE "OK" TO CNV-VEREDICTO
009710         WHEN CN-REINICIO-VISTO-SI
009720             MOVE "MAL - VER REINICIO" TO CNV-VEREDICTO
009730         WHEN OTHER
009740             MOVE "MAL" TO CNV-VEREDICTO
009750     END-EVALUATE.
009760     PERFORM 6500-IMPRIMIR-CHEQUEO
009770         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
009780*    UN CORTE DESCUADRADO NO IMPIDE CONTABILIZAR (LA AUDITORIA
009790*    ESCRITA ES LA QUE ES), PERO SE SENALA PARA SU REVISION.
009800     MOVE "CORTES CUADRADOS (ESTPBAL)" TO CNV-CHEQUEO.
009810     IF CN-CONT-CORTES-MAL = ZERO
009820         MOVE "OK" TO CNV-VEREDICTO
009830     ELSE
009840         MOVE "REVISAR" TO CNV-VEREDICTO
009850     END-IF.
009860     PERFORM 6500-IMPRIMIR-CHEQUEO
009870         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
009880 6700-CONCILIAR-BALFILE-EXIT.
009890     EXIT.
009900
009910 6800-LINEA-EN-BLANCO.
009920     MOVE SPACES TO CN-LINEA-IMPRESION.
009930     WRITE CN-LINEA-IMPRESION.
009940 6800-LINEA-EN-BLANCO-EXIT.
009950     EXIT.
009960
009970 6900-IMPRIMIR-VETO.
009980     PERFORM 6800-LINEA-EN-BLANCO
009990         THRU 6800-LINEA-EN-BLANCO-EXIT.
010000     MOVE "PERIODO YA CONTABILIZADO EL" TO CNV-CHEQUEO.
010010     MOVE CN-FECHA-ANTERIOR TO CNV-VEREDICTO.
010020     PERFORM 6500-IMPRIMIR-CHEQUEO
010030         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
010040     MOVE "RESULTADO DE LA CONTABILIZACION" TO CNV-CHEQUEO.
010050     MOVE "RECHAZADO - YA CONTABILIZADO" TO CNV-VEREDICTO.
010060     PERFORM 6500-IMPRIMIR-CHEQUEO
010070         THRU 6500-IMPRIMIR-CHEQUEO-EXIT.
010080 6900-IMPRIMIR-VETO-EXIT.
010090     EXIT.
010100
010110******************************************************************
010120*    7000-GRABAR-ASIENTO
010130*    CABECERA, APUNTES Y TRAILER CON LAS SUMAS YA PROBADAS.
010140******************************************************************
010150 7000-GRABAR-ASIENTO.
010160     MOVE SPACES TO GL-RECORD.
010170     SET GL-CABECERA TO TRUE.
010180     PERFORM 7900-CLAVE-ASIENTO THRU 7900-CLAVE-ASIENTO-EXIT.
010190     MOVE CN-FECHA-ASIENTO TO GL-FECHA-ASIENTO.
010200     IF CN-MENSUAL
010210         MOVE "ESTPROB FACTURACION MENSUAL" TO GL-DESCRIPCION
010220     ELSE
010230         MOVE "ESTPROB RESULTADOS DEL DIA" TO GL-DESCRIPCION
010240     END-IF.
010250     WRITE GL-RECORD.
010260     PERFORM 7100-GRABAR-APUNTE
010270         THRU 7100-GRABAR-APUNTE-EXIT
010280         VARYING CN-APU-IDX FROM 1 BY 1
010290         UNTIL CN-APU-IDX > CN-CONT-APUNTES.
010300     MOVE SPACES TO GL-RECORD.
010310     SET GL-TRAILER TO TRUE.
010320     PERFORM 7900-CLAVE-ASIENTO THRU 7900-CLAVE-ASIENTO-EXIT.
010330     MOVE CN-CONT-APUNTES TO GL-CONT-APUNTES.
010340     MOVE CN-TOT-DEBE TO GL-TOTAL-DEBE.
010350     MOVE CN-TOT-HABER TO GL-TOTAL-HABER.
010360     WRITE GL-RECORD.
010370 7000-GRABAR-ASIENTO-EXIT.
010380     EXIT.
010390
010400 7100-GRABAR-APUNTE.
010410     MOVE SPACES TO GL-RECORD.
010420     SET GL-APUNTE TO TRUE.
010430     PERFORM 7900-CLAVE-ASIENTO THRU 7900-CLAVE-ASIENTO-EXIT.
010440     SET GL-LINEA TO CN-APU-IDX.
010450     MOVE CN-APU-CUENTA (CN-APU-IDX) TO GL-CUENTA.
010460     MOVE CN-APU-DEBE-HABER (CN-APU-IDX) TO GL-DEBE-HABER.
010470     MOVE CN-APU-IMPORTE (CN-APU-IDX) TO GL-IMPORTE.
010480     MOVE CN-APU-CONCEPTO (CN-APU-IDX) TO GL-CONCEPTO.
010490     MOVE CN-APU-CODIGO (CN-APU-IDX) TO GL-CODIGO-ORIGEN.
010500     WRITE GL-RECORD.
010510 7100-GRABAR-APUNTE-EXIT.
010520     EXIT.
010530
010540 7900-CLAVE-ASIENTO.
010550     MOVE "ESTP" TO GL-ORIGEN.
010560     MOVE CN-CLASE TO GL-CLASE.
010570     MOVE CN-PERIODO TO GL-PERIODO.
010580 7900-CLAVE-ASIENTO-EXIT.
010590     EXIT.
010600
010610******************************************************************
010620*    7500-REGISTRAR-PERIODO
010630*    SOLO TRAS GRABAR UN ASIENTO CUADRADO. GLPFILE ES ACUMULATIVO:
010640*    EXTEND CON CAIDA A OUTPUT LA PRIMERA VEZ.
010650******************************************************************
010660 7500-REGISTRAR-PERIODO.
010670     OPEN EXTEND GLPFILE.
010680     IF CN-GLPFILE-STATUS NOT = "00"
010690         OPEN OUTPUT GLPFILE
010700     END-IF.
010710     IF CN-GLPFILE-STATUS NOT = "00"
010720         DISPLAY "ERROR AL ABRIR GLPFILE - STATUS "
010730             CN-GLPFILE-STATUS
010740         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
010750     END-IF.
010760     MOVE SPACES TO GP-RECORD.
010770     MOVE CN-CLASE TO GP-CLASE.
010780     MOVE CN-PERIODO TO GP-PERIODO.
010790     MOVE CN-FECHA-SISTEMA TO GP-FECHA-CONTAB.
010800     MOVE CN-HORA-SISTEMA TO GP-HORA-CONTAB.
010810     MOVE CN-CONT-PERIODO TO GP-CONT-REGISTROS.
010820     MOVE CN-CONT-APUNTES TO GP-CONT-APUNTES.
010830     MOVE CN-TOT-DEBE TO GP-TOTAL-DEBE.
010840     MOVE CN-TOT-HABER TO GP-TOTAL-HABER.
010850     WRITE GP-RECORD.
010860     CLOSE GLPFILE.
010870 7500-REGISTRAR-PERIODO-EXIT.
010880     EXIT.
010890
010900 8000-TERMINAR.
010910     IF CN-MENSUAL
010920         CLOSE FACFILE
010930     ELSE
010940         CLOSE AUDFILE BALFILE
010950     END-IF.
010960     CLOSE GLJFILE CONRPT.
010970     DISPLAY "PERIODOS EN GLPFILE : " CN-CONT-GLPFILE.
010980     DISPLAY "REGISTROS LEIDOS    : " CN-CONT-LEIDOS.
010990     DISPLAY "REGISTROS PERIODO   : " CN-CONT-PERIODO.
011000     DISPLAY "APUNTES             : " CN-CONT-APUNTES.
011010     DISPLAY "TOTAL DEBE          : " CN-TOT-DEBE.
011020     DISPLAY "TOTAL HABER         : " CN-TOT-HABER.
011030     EVALUATE TRUE
011040         WHEN CN-YA-CONTABILIZADO-SI
011050             DISPLAY "PERIODO " CN-CLASE " " CN-PERIODO
011060                 " YA CONTABILIZADO EL " CN-FECHA-ANTERIOR
011070                 " - RETURN-CODE 8"
011080             MOVE 8 TO RETURN-CODE
011090         WHEN CN-SIN-CUENTA-SI
011100             OR CN-DESCUADRE-SI
011110             OR CN-ORIGEN-MAL-SI
011120             DISPLAY "ASIENTO NO CONTABILIZADO - RETURN-CODE 8"
011130             MOVE 8 TO RETURN-CODE
011140         WHEN OTHER
011150             DISPLAY "ASIENTO CONTABILIZADO"
011160     END-EVALUATE.
011170 8000-TERMINAR-EXIT.
011180     EXIT.
011190
011200 9999-ABEND.
011210     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
011220     MOVE 16 TO RETURN-CODE.
011230     STOP RUN.
011240 9999-ABEND-EXIT.
011250     EXIT.
011260
011270 END PROGRAM ESTPCON.

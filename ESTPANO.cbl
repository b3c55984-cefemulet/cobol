000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Deteccion de actividad anomala por persona. Recorre el
000070*          indice de auditoria AUDIXF (ya cargado con el dia por
000080*          ESTPAIX) y compara la actividad de cada persona en la
000090*          fecha de proceso con su historia anterior en el indice:
000100*          - C: operaciones del dia frente a la media diaria.
000110*          - R: suma de RESUL (en valor absoluto) del dia frente a
000120*            la media diaria.
000130*          - 1/2: mayor NUM1/NUM2 del dia frente al mayor de la
000140*            historia.
000150*          - M: mezcla de operaciones, un codigo de operacion que
000160*            la persona no habia usado nunca.
000170*          C, R, 1 y 2 saltan cuando el dia supera la historia en
000180*          el factor del PARM (en por ciento). Las personas con
000190*          menos dias de historia que el minimo no se evaluan.
000200*          Cada persona marcada sale en el informe de excepciones
000210*          ANORPT y entra (o se prorroga) en la lista de
000220*          vigilancia WATFILE, que ESTOY_PROBANDO consulta para
000230*          aparcar en SUSFILE sus transacciones hasta que las
000240*          revise un supervisor con ESTPSUS.
000250*          Los asientos de anulacion y las operaciones anuladas no
000260*          cuentan: no son actividad real de la persona.
000270* Tectonics: cobc
000280*
000290* Modification history:
000300*   15/10/2026  CM  CREACION INICIAL DE LA DETECCION DE ANOMALIAS.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID. ESTPANO.
000340 AUTHOR. CEFERINO MULET.
000350 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000360 DATE-WRITTEN. 15/10/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER. IBM-370.
000420 OBJECT-COMPUTER. IBM-370.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT AUDIXF ASSIGN TO "AUDIXF"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS AX-CLAVE
000500         FILE STATUS IS AN-AUDIXF-STATUS.
000510
000520     SELECT WATFILE ASSIGN TO "WATFILE"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS WA-NUMERO
000560         FILE STATUS IS AN-WATFILE-STATUS.
000570
000580     SELECT ANORPT ASSIGN TO "ANORPT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS AN-ANORPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  AUDIXF
000650     LABEL RECORDS ARE STANDARD.
000660     COPY audixrec.
000670
000680 FD  WATFILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY watrec.
000710
000720 FD  ANORPT
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD.
000750 01  AN-LINEA-IMPRESION         PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD
000790*    (BLANCO = FECHA DEL SISTEMA), 10-12 FACTOR EN POR CIENTO
000800*    (300 = EL TRIPLE), 13-16 DIAS MINIMOS DE HISTORIA, 18-20
000810*    DIAS NATURALES DE VIGILANCIA. CEROS O BLANCOS TOMAN LOS
000820*    VALORES POR DEFECTO.
000830 01  AN-PARAMETROS.
000840     05  AN-LINEA-PARM          PIC X(80) VALUE SPACES.
000850     05  AN-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
000860     05  AN-PARM-FACTOR         PIC 9(03) VALUE 300.
000870     05  AN-PARM-MIN-DIAS       PIC 9(03) VALUE 005.
000880     05  AN-PARM-DIAS-VIGIL     PIC 9(03) VALUE 030.
000890
000900 01  AN-SWITCHES.
000910     05  AN-FIN-AUDIXF          PIC X(01) VALUE "N".
000920         88  AN-FIN-AUDIXF-SI       VALUE "S".
000930
000940 01  AN-FILE-STATUS.
000950     05  AN-AUDIXF-STATUS       PIC X(02) VALUE "00".
000960     05  AN-WATFILE-STATUS      PIC X(02) VALUE "00".
000970     05  AN-ANORPT-STATUS       PIC X(02) VALUE "00".
000980
000990 01  AN-CONTADORES.
001000     05  AN-CONT-LEIDOS         PIC 9(08) COMP VALUE ZERO.
001010     05  AN-CONT-EXCLUIDOS      PIC 9(08) COMP VALUE ZERO.
001020     05  AN-CONT-ACTIVAS        PIC 9(07) COMP VALUE ZERO.
001030     05  AN-CONT-SIN-HISTORIA   PIC 9(07) COMP VALUE ZERO.
001040     05  AN-CONT-MARCADAS       PIC 9(07) COMP VALUE ZERO.
001050     05  AN-CONT-ALTAS          PIC 9(07) COMP VALUE ZERO.
001060     05  AN-CONT-PRORROGAS      PIC 9(07) COMP VALUE ZERO.
001070     05  AN-OPER-POS            PIC 9(02) COMP VALUE ZERO.
001080
001090*    PERSONA QUE SE ESTA ACUMULANDO: LOS REGISTROS DEL INDICE
001100*    LLEGAN POR APELLIDO+NOMBRE Y FECHA, ASI QUE CADA NOMBRE ES
001110*    UN GRUPO; LOS HOMONIMOS DENTRO DEL GRUPO SE SEPARAN POR
001120*    NUMERO DE PERSONA EN LA TABLA.
001130 01  AN-GRUPO-NOMBRE.
001140     05  AN-GRUPO-APELLIDO      PIC X(10) VALUE SPACES.
001150     05  AN-GRUPO-NOMBRE-PILA   PIC X(10) VALUE SPACES.
001160
001170 01  AN-TABLA-PERSONAS.
001180     05  AN-CONT-PERS           PIC 9(04) COMP VALUE ZERO.
001190     05  AN-MAX-PERS            PIC 9(04) COMP VALUE 50.
001200     05  AN-PER-ENT OCCURS 50 TIMES
001210             INDEXED BY AN-PER-IDX.
001220         10  AN-P-NUMERO        PIC 9(06).
001230         10  AN-P-H-DIAS        PIC 9(03) COMP.
001240         10  AN-P-H-ULT-FECHA   PIC 9(08).
001250         10  AN-P-H-CONT        PIC 9(07) COMP.
001260         10  AN-P-H-RESUL       PIC 9(13)V9(02) COMP.
001270         10  AN-P-H-MAX-NUM1    PIC 9(07)V9(02).
001280         10  AN-P-H-MAX-NUM2    PIC 9(07)V9(02).
001290         10  AN-P-D-CONT        PIC 9(05) COMP.
001300         10  AN-P-D-RESUL       PIC 9(11)V9(02) COMP.
001310         10  AN-P-D-MAX-NUM1    PIC 9(07)V9(02).
001320         10  AN-P-D-MAX-NUM2    PIC 9(07)V9(02).
001330*            MEZCLA DE OPERACIONES: + - * / Y OTRAS.
001340         10  AN-P-H-OPER        PIC 9(07) COMP OCCURS 5 TIMES.
001350         10  AN-P-D-OPER        PIC 9(05) COMP OCCURS 5 TIMES.
001360
001370*    CAMPOS DE TRABAJO DE LA EVALUACION.
001380 01  AN-IMPORTE                 PIC 9(09)V9(02).
001390 01  AN-LADO-DIA                PIC 9(16)V9(02) COMP.
001400 01  AN-LADO-HISTORIA           PIC 9(16)V9(02) COMP.
001410 01  AN-MOTIVOS                 PIC X(05).
001420 01  AN-MEDIA-CONT              PIC 9(05)V9(02).
001430 01  AN-MEDIA-RESUL             PIC 9(11)V9(02).
001440
001450*    FECHA HASTA DE LA VIGILANCIA: FECHA DE PROCESO MAS LOS DIAS
001460*    DEL PARM, DIA A DIA SOBRE LA TABLA DE DIAS POR MES.
001470 01  AN-FECHA-HASTA             PIC 9(08) VALUE ZERO.
001480 01  AN-FECHA-CALC              PIC 9(08).
001490 01  AN-FECHA-CALC-R REDEFINES AN-FECHA-CALC.
001500     05  AN-CALC-ANO            PIC 9(04).
001510     05  AN-CALC-MES            PIC 9(02).
001520     05  AN-CALC-DIA            PIC 9(02).
001530 01  AN-DIAS-MES-VALORES        PIC X(24)
001540         VALUE "312831303130313130313031".
001550 01  AN-DIAS-MES-TABLA REDEFINES AN-DIAS-MES-VALORES.
001560     05  AN-DIAS-MES            PIC 9(02) OCCURS 12 TIMES.
001570 01  AN-ULTIMO-DIA              PIC 9(02).
001580 01  AN-COCIENTE                PIC 9(04).
001590 01  AN-RESTO-4                 PIC 9(04).
001600 01  AN-RESTO-100               PIC 9(04).
001610 01  AN-RESTO-400               PIC 9(04).
001620
001630 01  AN-LINEA-TITULO.
001640     05  FILLER                 PIC X(01) VALUE SPACE.
001650     05  FILLER                 PIC X(40) VALUE
001660         "EXCEPCIONES DE ACTIVIDAD POR PERSONA".
001670     05  FILLER                 PIC X(12) VALUE
001680         "FECHA PROC: ".
001690     05  ANT-FECHA              PIC 9(08).
001700
001710 01  AN-LINEA-PARAMETROS.
001720     05  FILLER                 PIC X(01) VALUE SPACE.
001730     05  FILLER                 PIC X(08) VALUE "FACTOR: ".
001740     05  ANP-FACTOR             PIC ZZ9.
001750     05  FILLER                 PIC X(21) VALUE
001760         "%  HISTORIA MINIMA: ".
001770     05  ANP-MIN-DIAS           PIC ZZ9.
001780     05  FILLER                 PIC X(24) VALUE
001790         " DIAS  VIGILANCIA HASTA ".
001800     05  ANP-FECHA-HASTA        PIC 9(08).
001810
001820 01  AN-LINEA-CABECERA.
001830     05  FILLER                 PIC X(01) VALUE SPACE.
001840     05  FILLER                 PIC X(07) VALUE "NUMERO".
001850     05  FILLER                 PIC X(11) VALUE "APELLIDO".
001860     05  FILLER                 PIC X(11) VALUE "NOMBRE".
001870     05  FILLER                 PIC X(08) VALUE "MOTIVOS".
001880     05  FILLER                 PIC X(16) VALUE "DIAS HISTORIA".
001890
001900 01  AN-LINEA-PERSONA.
001910     05  FILLER                 PIC X(01) VALUE SPACE.
001920     05  ANL-NUMERO             PIC 9(06).
001930     05  FILLER                 PIC X(01) VALUE SPACE.
001940     05  ANL-APELLIDO           PIC X(10).
001950     05  FILLER                 PIC X(01) VALUE SPACE.
001960     05  ANL-NOMBRE             PIC X(10).
001970     05  FILLER                 PIC X(01) VALUE SPACE.
001980     05  ANL-MOTIVOS            PIC X(05).
001990     05  FILLER                 PIC X(03) VALUE SPACES.
002000     05  ANL-DIAS-HISTORIA      PIC ZZ9.
002010
002020 01  AN-LINEA-CONTADOR.
002030     05  FILLER                 PIC X(04) VALUE SPACES.
002040     05  FILLER                 PIC X(22) VALUE
002050         "OPERACIONES      DIA: ".
002060     05  ANC-DIA                PIC ZZZZ9.
002070     05  FILLER                 PIC X(18) VALUE
002080         "    MEDIA DIARIA: ".
002090     05  ANC-MEDIA              PIC ZZZZ9.99.
002100
002110 01  AN-LINEA-RESULTADO.
002120     05  FILLER                 PIC X(04) VALUE SPACES.
002130     05  FILLER                 PIC X(22) VALUE
002140         "RESULTADO        DIA: ".
002150     05  ANR-DIA                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002160     05  FILLER                 PIC X(08) VALUE " MEDIA: ".
002170     05  ANR-MEDIA              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002180
002190 01  AN-LINEA-MAXIMO.
002200     05  FILLER                 PIC X(04) VALUE SPACES.
002210     05  ANX-ETIQUETA           PIC X(17).
002220     05  FILLER                 PIC X(05) VALUE "DIA: ".
002230     05  ANX-DIA                PIC Z,ZZZ,ZZ9.99.
002240     05  FILLER                 PIC X(12) VALUE "  HISTORIA: ".
002250     05  ANX-HISTORIA           PIC Z,ZZZ,ZZ9.99.
002260
002270 01  AN-LINEA-MEZCLA-CAB.
002280     05  FILLER                 PIC X(04) VALUE SPACES.
002290     05  FILLER                 PIC X(22) VALUE
002300         "MEZCLA DE OPERACIONES".
002310     05  FILLER                 PIC X(40) VALUE
002320         "       +       -       *       /   OTRAS".
002330
002340 01  AN-LINEA-MEZCLA.
002350     05  FILLER                 PIC X(04).
002360     05  ANM-ETIQUETA           PIC X(22).
002370     05  ANM-ENT OCCURS 5 TIMES.
002380         10  FILLER             PIC X(01).
002390         10  ANM-CANT           PIC ZZZZZZ9.
002400
002410 01  AN-LINEA-TOTAL.
002420     05  FILLER                 PIC X(01) VALUE SPACE.
002430     05  ANT-CONCEPTO           PIC X(40).
002440     05  ANT-CANTIDAD           PIC ZZZ,ZZ9.
002450
002460 01  AN-LINEA-BLANCO            PIC X(80) VALUE SPACES.
002470
002480 PROCEDURE DIVISION.
002490 0000-MAINLINE.
002500     PERFORM 1000-INICIALIZAR
002510         THRU 1000-INICIALIZAR-EXIT.
002520     PERFORM 2000-TRATAR-REGISTRO
002530         THRU 2000-TRATAR-REGISTRO-EXIT
002540         UNTIL AN-FIN-AUDIXF-SI.
002550     PERFORM 3000-EVALUAR-GRUPO
002560         THRU 3000-EVALUAR-GRUPO-EXIT.
002570     PERFORM 8000-TERMINAR
002580         THRU 8000-TERMINAR-EXIT.
002590     STOP RUN.
002600
002610 1000-INICIALIZAR.
002620     ACCEPT AN-LINEA-PARM FROM COMMAND-LINE.
002630     IF AN-LINEA-PARM(1:8) = SPACES
002640         ACCEPT AN-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
002650     ELSE
002660         MOVE AN-LINEA-PARM(1:8) TO AN-PARM-FECHA-PROCESO
002670     END-IF.
002680     IF AN-LINEA-PARM(10:3) NUMERIC
002690         AND AN-LINEA-PARM(10:3) NOT = "000"
002700         MOVE AN-LINEA-PARM(10:3) TO AN-PARM-FACTOR
002710     END-IF.
002720     IF AN-LINEA-PARM(14:3) NUMERIC
002730         AND AN-LINEA-PARM(14:3) NOT = "000"
002740         MOVE AN-LINEA-PARM(14:3) TO AN-PARM-MIN-DIAS
002750     END-IF.
002760     IF AN-LINEA-PARM(18:3) NUMERIC
002770         AND AN-LINEA-PARM(18:3) NOT = "000"
002780         MOVE AN-LINEA-PARM(18:3) TO AN-PARM-DIAS-VIGIL
002790     END-IF.
002800     MOVE AN-PARM-FECHA-PROCESO TO AN-FECHA-CALC.
002810     PERFORM 1100-SUMAR-UN-DIA
002820         THRU 1100-SUMAR-UN-DIA-EXIT
002830         AN-PARM-DIAS-VIGIL TIMES.
002840     MOVE AN-FECHA-CALC TO AN-FECHA-HASTA.
002850
002860     OPEN INPUT AUDIXF.
002870     IF AN-AUDIXF-STATUS NOT = "00"
002880         DISPLAY "ERROR AL ABRIR AUDIXF - STATUS "
002890             AN-AUDIXF-STATUS
002900         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002910     END-IF.
002920*    LA LISTA DE VIGILANCIA SE CREA LA PRIMERA VEZ QUE NO EXISTE.
002930     OPEN I-O WATFILE.
002940     IF AN-WATFILE-STATUS = "35"
002950         OPEN OUTPUT WATFILE
002960         CLOSE WATFILE
002970         OPEN I-O WATFILE
002980     END-IF.
002990     IF AN-WATFILE-STATUS NOT = "00"
003000         DISPLAY "ERROR AL ABRIR WATFILE - STATUS "
003010             AN-WATFILE-STATUS
003020         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003030     END-IF.
003040     OPEN OUTPUT ANORPT.
003050     IF AN-ANORPT-STATUS NOT = "00"
003060         DISPLAY "ERROR AL ABRIR ANORPT - STATUS "
003070             AN-ANORPT-STATUS
003080         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003090     END-IF.
003100
003110     MOVE AN-PARM-FECHA-PROCESO TO ANT-FECHA.
003120     MOVE AN-LINEA-TITULO TO AN-LINEA-IMPRESION.
003130     WRITE AN-LINEA-IMPRESION.
003140     MOVE AN-PARM-FACTOR TO ANP-FACTOR.
003150     MOVE AN-PARM-MIN-DIAS TO ANP-MIN-DIAS.
003160     MOVE AN-FECHA-HASTA TO ANP-FECHA-HASTA.
003170     MOVE AN-LINEA-PARAMETROS TO AN-LINEA-IMPRESION.
003180     WRITE AN-LINEA-IMPRESION.
003190     MOVE AN-LINEA-BLANCO TO AN-LINEA-IMPRESION.
003200     WRITE AN-LINEA-IMPRESION.
003210     MOVE AN-LINEA-CABECERA TO AN-LINEA-IMPRESION.
003220     WRITE AN-LINEA-IMPRESION.
003230 1000-INICIALIZAR-EXIT.
003240     EXIT.
003250
003260 1100-SUMAR-UN-DIA.
003270     MOVE AN-DIAS-MES (AN-CALC-MES) TO AN-ULTIMO-DIA.
003280     IF AN-CALC-MES = 2
003290         DIVIDE AN-CALC-ANO BY 4 GIVING AN-COCIENTE
003300             REMAINDER AN-RESTO-4
003310         DIVIDE AN-CALC-ANO BY 100 GIVING AN-COCIENTE
003320             REMAINDER AN-RESTO-100
003330         DIVIDE AN-CALC-ANO BY 400 GIVING AN-COCIENTE
003340             REMAINDER AN-RESTO-400
003350         IF AN-RESTO-400 = ZERO
003360             OR (AN-RESTO-4 = ZERO AND AN-RESTO-100 NOT = ZERO)
003370             MOVE 29 TO AN-ULTIMO-DIA
003380         END-IF
003390     END-IF.
003400     ADD 1 TO AN-CALC-DIA.
003410     IF AN-CALC-DIA > AN-ULTIMO-DIA
003420         MOVE 1 TO AN-CALC-DIA
003430         ADD 1 TO AN-CALC-MES
003440         IF AN-CALC-MES > 12
003450             MOVE 1 TO AN-CALC-MES
003460             ADD 1 TO AN-CALC-ANO
003470         END-IF
003480     END-IF.
003490 1100-SUMAR-UN-DIA-EXIT.
003500     EXIT.
003510
003520******************************************************************
003530*    2000-TRATAR-REGISTRO
003540*    UN REGISTRO DEL INDICE POR ITERACION. AL CAMBIAR DE NOMBRE
003550*    SE EVALUAN LAS PERSONAS DEL GRUPO ANTERIOR. LO POSTERIOR A
003560*    LA FECHA DE PROCESO (UNA RECARGA ADELANTADA) SE IGNORA.
003562*    LAS OPERACIONES DE PERSONAS CON DATOS BORRADOS (ESTPBOR)
003564*    QUEDAN SIN NOMBRE, TODAS EN UN MISMO GRUPO QUE DESBORDARIA
003566*    LA TABLA DE PERSONAS: SE EXCLUYEN COMO LAS ANULACIONES.
003570******************************************************************
003580 2000-TRATAR-REGISTRO.
003590     READ AUDIXF NEXT RECORD
003600         AT END
003610             SET AN-FIN-AUDIXF-SI TO TRUE
003620             GO TO 2000-TRATAR-REGISTRO-EXIT
003630     END-READ.
003640     ADD 1 TO AN-CONT-LEIDOS.
003650     IF AX-APELLIDO NOT = AN-GRUPO-APELLIDO
003660         OR AX-NOMBRE NOT = AN-GRUPO-NOMBRE-PILA
003670         PERFORM 3000-EVALUAR-GRUPO
003680             THRU 3000-EVALUAR-GRUPO-EXIT
003690         MOVE AX-APELLIDO TO AN-GRUPO-APELLIDO
003700         MOVE AX-NOMBRE TO AN-GRUPO-NOMBRE-PILA
003710         MOVE ZERO TO AN-CONT-PERS
003720     END-IF.
003730     IF AX-FECHA > AN-PARM-FECHA-PROCESO
003732         GO TO 2000-TRATAR-REGISTRO-EXIT
003734     END-IF.
003736     IF AX-APELLIDO = SPACES AND AX-NOMBRE = SPACES
003738         ADD 1 TO AN-CONT-EXCLUIDOS
003740         GO TO 2000-TRATAR-REGISTRO-EXIT
003750     END-IF.
003760     IF AX-ES-ANULACION OR AX-ANULADA-SI
003770         ADD 1 TO AN-CONT-EXCLUIDOS
003780         GO TO 2000-TRATAR-REGISTRO-EXIT
003790     END-IF.
003800     PERFORM 2100-LOCALIZAR-PERSONA
003810         THRU 2100-LOCALIZAR-PERSONA-EXIT.
003820     EVALUATE AX-OPER-CODE
003830         WHEN SPACE
003840         WHEN "+"
003850             MOVE 1 TO AN-OPER-POS
003860         WHEN "-"
003870             MOVE 2 TO AN-OPER-POS
003880         WHEN "*"
003890             MOVE 3 TO AN-OPER-POS
003900         WHEN "/"
003910             MOVE 4 TO AN-OPER-POS
003920         WHEN OTHER
003930             MOVE 5 TO AN-OPER-POS
003940     END-EVALUATE.
003950     IF AX-RESUL < ZERO
003960         COMPUTE AN-IMPORTE = ZERO - AX-RESUL
003970     ELSE
003980         MOVE AX-RESUL TO AN-IMPORTE
003990     END-IF.
004000     IF AX-FECHA = AN-PARM-FECHA-PROCESO
004010         PERFORM 2200-ACUMULAR-DIA
004020             THRU 2200-ACUMULAR-DIA-EXIT
004030     ELSE
004040         PERFORM 2300-ACUMULAR-HISTORIA
004050             THRU 2300-ACUMULAR-HISTORIA-EXIT
004060     END-IF.
004070 2000-TRATAR-REGISTRO-EXIT.
004080     EXIT.
004090
004100 2100-LOCALIZAR-PERSONA.
004110     SET AN-PER-IDX TO 1.
004120     SEARCH AN-PER-ENT
004130         AT END
004140             CONTINUE
004150         WHEN AN-PER-IDX > AN-CONT-PERS
004160             CONTINUE
004170         WHEN AN-P-NUMERO (AN-PER-IDX) = AX-PERSONA-NUM
004180             GO TO 2100-LOCALIZAR-PERSONA-EXIT
004190     END-SEARCH.
004200     IF AN-CONT-PERS NOT < AN-MAX-PERS
004210         DISPLAY "DEMASIADOS HOMONIMOS DE " AX-APELLIDO " "
004220             AX-NOMBRE
004230         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004240     END-IF.
004250     ADD 1 TO AN-CONT-PERS.
004260     SET AN-PER-IDX TO AN-CONT-PERS.
004270     INITIALIZE AN-PER-ENT (AN-PER-IDX).
004280     MOVE AX-PERSONA-NUM TO AN-P-NUMERO (AN-PER-IDX).
004290 2100-LOCALIZAR-PERSONA-EXIT.
004300     EXIT.
004310
004320 2200-ACUMULAR-DIA.
004330     ADD 1 TO AN-P-D-CONT (AN-PER-IDX).
004340     ADD AN-IMPORTE TO AN-P-D-RESUL (AN-PER-IDX).
004350     IF AX-NUM1 > AN-P-D-MAX-NUM1 (AN-PER-IDX)
004360         MOVE AX-NUM1 TO AN-P-D-MAX-NUM1 (AN-PER-IDX)
004370     END-IF.
004380     IF AX-NUM2 > AN-P-D-MAX-NUM2 (AN-PER-IDX)
004390         MOVE AX-NUM2 TO AN-P-D-MAX-NUM2 (AN-PER-IDX)
004400     END-IF.
004410     ADD 1 TO AN-P-D-OPER (AN-PER-IDX AN-OPER-POS).
004420 2200-ACUMULAR-DIA-EXIT.
004430     EXIT.
004440
004450 2300-ACUMULAR-HISTORIA.
004460     IF AX-FECHA NOT = AN-P-H-ULT-FECHA (AN-PER-IDX)
004470         AND AN-P-H-DIAS (AN-PER-IDX) < 999
004480         ADD 1 TO AN-P-H-DIAS (AN-PER-IDX)
004490         MOVE AX-FECHA TO AN-P-H-ULT-FECHA (AN-PER-IDX)
004500     END-IF.
004510     ADD 1 TO AN-P-H-CONT (AN-PER-IDX).
004520     ADD AN-IMPORTE TO AN-P-H-RESUL (AN-PER-IDX).
004530     IF AX-NUM1 > AN-P-H-MAX-NUM1 (AN-PER-IDX)
004540         MOVE AX-NUM1 TO AN-P-H-MAX-NUM1 (AN-PER-IDX)
004550     END-IF.
004560     IF AX-NUM2 > AN-P-H-MAX-NUM2 (AN-PER-IDX)
004570         MOVE AX-NUM2 TO AN-P-H-MAX-NUM2 (AN-PER-IDX)
004580     END-IF.
004590     ADD 1 TO AN-P-H-OPER (AN-PER-IDX AN-OPER-POS).
004600 2300-ACUMULAR-HISTORIA-EXIT.
004610     EXIT.
004620
004630 3000-EVALUAR-GRUPO.
004640     PERFORM 3100-EVALUAR-PERSONA
004650         THRU 3100-EVALUAR-PERSONA-EXIT
004660         VARYING AN-PER-IDX FROM 1 BY 1
004670         UNTIL AN-PER-IDX > AN-CONT-PERS.
004680 3000-EVALUAR-GRUPO-EXIT.
004690     EXIT.
004700
004710******************************************************************
004720*    3100-EVALUAR-PERSONA
004730*    SOLO SE EVALUA A QUIEN TIENE ACTIVIDAD EN LA FECHA Y
004740*    HISTORIA SUFICIENTE. LAS MEDIAS SE COMPARAN SIN DIVIDIR:
004750*    DIA * 100 * DIAS DE HISTORIA FRENTE A TOTAL DE HISTORIA *
004760*    FACTOR.
004770******************************************************************
004780 3100-EVALUAR-PERSONA.
004790     IF AN-P-D-CONT (AN-PER-IDX) = ZERO
004800         GO TO 3100-EVALUAR-PERSONA-EXIT
004810     END-IF.
004820     ADD 1 TO AN-CONT-ACTIVAS.
004830     IF AN-P-H-DIAS (AN-PER-IDX) < AN-PARM-MIN-DIAS
004840         ADD 1 TO AN-CONT-SIN-HISTORIA
004850         GO TO 3100-EVALUAR-PERSONA-EXIT
004860     END-IF.
004870     MOVE SPACES TO AN-MOTIVOS.
004880     COMPUTE AN-LADO-DIA = AN-P-D-CONT (AN-PER-IDX) * 100
004890         * AN-P-H-DIAS (AN-PER-IDX).
004900     COMPUTE AN-LADO-HISTORIA = AN-P-H-CONT (AN-PER-IDX)
004910         * AN-PARM-FACTOR.
004920     IF AN-LADO-DIA > AN-LADO-HISTORIA
004930         MOVE "C" TO AN-MOTIVOS(1:1)
004940     END-IF.
004950     COMPUTE AN-LADO-DIA = AN-P-D-RESUL (AN-PER-IDX) * 100
004960         * AN-P-H-DIAS (AN-PER-IDX).
004970     COMPUTE AN-LADO-HISTORIA = AN-P-H-RESUL (AN-PER-IDX)
004980         * AN-PARM-FACTOR.
004990     IF AN-LADO-DIA > AN-LADO-HISTORIA
005000         MOVE "R" TO AN-MOTIVOS(2:1)
005010     END-IF.
005020     COMPUTE AN-LADO-DIA = AN-P-D-MAX-NUM1 (AN-PER-IDX) * 100.
005030     COMPUTE AN-LADO-HISTORIA = AN-P-H-MAX-NUM1 (AN-PER-IDX)
005040         * AN-PARM-FACTOR.
005050     IF AN-LADO-DIA > AN-LADO-HISTORIA
005060         MOVE "1" TO AN-MOTIVOS(3:1)
005070     END-IF.
005080     COMPUTE AN-LADO-DIA = AN-P-D-MAX-NUM2 (AN-PER-IDX) * 100.
005090     COMPUTE AN-LADO-HISTORIA = AN-P-H-MAX-NUM2 (AN-PER-IDX)
005100         * AN-PARM-FACTOR.
005110     IF AN-LADO-DIA > AN-LADO-HISTORIA
005120         MOVE "2" TO AN-MOTIVOS(4:1)
005130     END-IF.
005140     PERFORM 3110-COMPARAR-MEZCLA
005150         THRU 3110-COMPARAR-MEZCLA-EXIT
005160         VARYING AN-OPER-POS FROM 1 BY 1
005170         UNTIL AN-OPER-POS > 5.
005180     IF AN-MOTIVOS = SPACES
005190         GO TO 3100-EVALUAR-PERSONA-EXIT
005200     END-IF.
005210     ADD 1 TO AN-CONT-MARCADAS.
005220     PERFORM 4000-ANOTAR-VIGILANCIA
005230         THRU 4000-ANOTAR-VIGILANCIA-EXIT.
005240     PERFORM 6000-IMPRIMIR-EXCEPCION
005250         THRU 6000-IMPRIMIR-EXCEPCION-EXIT.
005260 3100-EVALUAR-PERSONA-EXIT.
005270     EXIT.
005280
005290 3110-COMPARAR-MEZCLA.
005300     IF AN-P-D-OPER (AN-PER-IDX AN-OPER-POS) > ZERO
005310         AND AN-P-H-OPER (AN-PER-IDX AN-OPER-POS) = ZERO
005320         MOVE "M" TO AN-MOTIVOS(5:1)
005330     END-IF.
005340 3110-COMPARAR-MEZCLA-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380*    4000-ANOTAR-VIGILANCIA
005390*    ALTA EN LA LISTA, O PRORROGA DE LA VIGILANCIA SI LA PERSONA
005400*    YA ESTABA. UNA VIGILANCIA VENCIDA QUE VUELVE A SALTAR CUENTA
005410*    COMO ALTA NUEVA.
005420******************************************************************
005430 4000-ANOTAR-VIGILANCIA.
005440     MOVE AN-P-NUMERO (AN-PER-IDX) TO WA-NUMERO.
005450     READ WATFILE
005460         INVALID KEY
005470             PERFORM 4100-ALTA-VIGILANCIA
005480                 THRU 4100-ALTA-VIGILANCIA-EXIT
005490             GO TO 4000-ANOTAR-VIGILANCIA-EXIT
005500     END-READ.
005510     IF WA-FECHA-HASTA < AN-PARM-FECHA-PROCESO
005520         MOVE AN-PARM-FECHA-PROCESO TO WA-FECHA-ALTA
005530         ADD 1 TO AN-CONT-ALTAS
005540     ELSE
005550         ADD 1 TO AN-CONT-PRORROGAS
005560     END-IF.
005570     MOVE AN-GRUPO-APELLIDO TO WA-APELLIDO.
005580     MOVE AN-GRUPO-NOMBRE-PILA TO WA-NOMBRE.
005590     MOVE AN-PARM-FECHA-PROCESO TO WA-FECHA-DETECCION.
005600     IF AN-FECHA-HASTA > WA-FECHA-HASTA
005610         MOVE AN-FECHA-HASTA TO WA-FECHA-HASTA
005620     END-IF.
005630     MOVE AN-MOTIVOS TO WA-MOTIVOS.
005640     IF WA-CONT-DETECCIONES < 9999
005650         ADD 1 TO WA-CONT-DETECCIONES
005660     END-IF.
005670     REWRITE WA-RECORD
005680         INVALID KEY
005690             DISPLAY "ERROR AL REGRABAR WATFILE - STATUS "
005700                 AN-WATFILE-STATUS
005710             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005720     END-REWRITE.
005730 4000-ANOTAR-VIGILANCIA-EXIT.
005740     EXIT.
005750
005760 4100-ALTA-VIGILANCIA.
005770     MOVE SPACES TO WA-RECORD.
005780     MOVE AN-P-NUMERO (AN-PER-IDX) TO WA-NUMERO.
005790     MOVE AN-GRUPO-APELLIDO TO WA-APELLIDO.
005800     MOVE AN-GRUPO-NOMBRE-PILA TO WA-NOMBRE.
005810     MOVE AN-PARM-FECHA-PROCESO TO WA-FECHA-ALTA.
005820     MOVE AN-PARM-FECHA-PROCESO TO WA-FECHA-DETECCION.
005830     MOVE AN-FECHA-HASTA TO WA-FECHA-HASTA.
005840     MOVE AN-MOTIVOS TO WA-MOTIVOS.
005850     MOVE 1 TO WA-CONT-DETECCIONES.
005860     WRITE WA-RECORD
005870         INVALID KEY
005880             DISPLAY "ERROR AL GRABAR WATFILE - STATUS "
005890                 AN-WATFILE-STATUS
005900             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005910     END-WRITE.
005920     ADD 1 TO AN-CONT-ALTAS.
005930 4100-ALTA-VIGILANCIA-EXIT.
005940     EXIT.
005950
005960 6000-IMPRIMIR-EXCEPCION.
005970     MOVE AN-LINEA-BLANCO TO AN-LINEA-IMPRESION.
005980     WRITE AN-LINEA-IMPRESION.
005990     MOVE AN-P-NUMERO (AN-PER-IDX) TO ANL-NUMERO.
006000     MOVE AN-GRUPO-APELLIDO TO ANL-APELLIDO.
006010     MOVE AN-GRUPO-NOMBRE-PILA TO ANL-NOMBRE.
006020     MOVE AN-MOTIVOS TO ANL-MOTIVOS.
006030     MOVE AN-P-H-DIAS (AN-PER-IDX) TO ANL-DIAS-HISTORIA.
006040     MOVE AN-LINEA-PERSONA TO AN-LINEA-IMPRESION.
006050     WRITE AN-LINEA-IMPRESION.
006060
006070     COMPUTE AN-MEDIA-CONT ROUNDED = AN-P-H-CONT (AN-PER-IDX)
006080         / AN-P-H-DIAS (AN-PER-IDX).
006090     MOVE AN-P-D-CONT (AN-PER-IDX) TO ANC-DIA.
006100     MOVE AN-MEDIA-CONT TO ANC-MEDIA.
006110     MOVE AN-LINEA-CONTADOR TO AN-LINEA-IMPRESION.
006120     WRITE AN-LINEA-IMPRESION.
006130
006140     COMPUTE AN-MEDIA-RESUL ROUNDED = AN-P-H-RESUL (AN-PER-IDX)
006150         / AN-P-H-DIAS (AN-PER-IDX).
006160     MOVE AN-P-D-RESUL (AN-PER-IDX) TO ANR-DIA.
006170     MOVE AN-MEDIA-RESUL TO ANR-MEDIA.
006180     MOVE AN-LINEA-RESULTADO TO AN-LINEA-IMPRESION.
006190     WRITE AN-LINEA-IMPRESION.
006200
006210     MOVE "MAYOR NUM1" TO ANX-ETIQUETA.
006220     MOVE AN-P-D-MAX-NUM1 (AN-PER-IDX) TO ANX-DIA.
006230     MOVE AN-P-H-MAX-NUM1 (AN-PER-IDX) TO ANX-HISTORIA.
006240     MOVE AN-LINEA-MAXIMO TO AN-LINEA-IMPRESION.
006250     WRITE AN-LINEA-IMPRESION.
006260     MOVE "MAYOR NUM2" TO ANX-ETIQUETA.
006270     MOVE AN-P-D-MAX-NUM2 (AN-PER-IDX) TO ANX-DIA.
006280     MOVE AN-P-H-MAX-NUM2 (AN-PER-IDX) TO ANX-HISTORIA.
006290     MOVE AN-LINEA-MAXIMO TO AN-LINEA-IMPRESION.
006300     WRITE AN-LINEA-IMPRESION.
006310
006320     MOVE AN-LINEA-MEZCLA-CAB TO AN-LINEA-IMPRESION.
006330     WRITE AN-LINEA-IMPRESION.
006340     MOVE SPACES TO AN-LINEA-MEZCLA.
006350     MOVE "  DIA" TO ANM-ETIQUETA.
006360     PERFORM 6100-MEZCLA-DIA
006370         THRU 6100-MEZCLA-DIA-EXIT
006380         VARYING AN-OPER-POS FROM 1 BY 1
006390         UNTIL AN-OPER-POS > 5.
006400     MOVE AN-LINEA-MEZCLA TO AN-LINEA-IMPRESION.
006410     WRITE AN-LINEA-IMPRESION.
006420     MOVE SPACES TO AN-LINEA-MEZCLA.
006430     MOVE "  HISTORIA" TO ANM-ETIQUETA.
006440     PERFORM 6200-MEZCLA-HISTORIA
006450         THRU 6200-MEZCLA-HISTORIA-EXIT
006460         VARYING AN-OPER-POS FROM 1 BY 1
006470         UNTIL AN-OPER-POS > 5.
006480     MOVE AN-LINEA-MEZCLA TO AN-LINEA-IMPRESION.
006490     WRITE AN-LINEA-IMPRESION.
006500 6000-IMPRIMIR-EXCEPCION-EXIT.
006510     EXIT.
006520
006530 6100-MEZCLA-DIA.
006540     MOVE AN-P-D-OPER (AN-PER-IDX AN-OPER-POS)
006550         TO ANM-CANT (AN-OPER-POS).
006560 6100-MEZCLA-DIA-EXIT.
006570     EXIT.
006580
006590 6200-MEZCLA-HISTORIA.
006600     MOVE AN-P-H-OPER (AN-PER-IDX AN-OPER-POS)
006610         TO ANM-CANT (AN-OPER-POS).
006620 6200-MEZCLA-HISTORIA-EXIT.
006630     EXIT.
006640
006650 8000-TERMINAR.
006660     MOVE AN-LINEA-BLANCO TO AN-LINEA-IMPRESION.
006670     WRITE AN-LINEA-IMPRESION.
006680     MOVE "PERSONAS CON ACTIVIDAD EN LA FECHA" TO ANT-CONCEPTO.
006690     MOVE AN-CONT-ACTIVAS TO ANT-CANTIDAD.
006700     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006710     MOVE "SIN HISTORIA SUFICIENTE (NO EVALUADAS)"
006720         TO ANT-CONCEPTO.
006730     MOVE AN-CONT-SIN-HISTORIA TO ANT-CANTIDAD.
006740     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006750     MOVE "PERSONAS CON EXCEPCIONES" TO ANT-CONCEPTO.
006760     MOVE AN-CONT-MARCADAS TO ANT-CANTIDAD.
006770     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006780     MOVE "  ALTAS EN VIGILANCIA" TO ANT-CONCEPTO.
006790     MOVE AN-CONT-ALTAS TO ANT-CANTIDAD.
006800     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006810     MOVE "  VIGILANCIAS PRORROGADAS" TO ANT-CONCEPTO.
006820     MOVE AN-CONT-PRORROGAS TO ANT-CANTIDAD.
006830     PERFORM 8100-IMPRIMIR-TOTAL THRU 8100-IMPRIMIR-TOTAL-EXIT.
006840     CLOSE AUDIXF WATFILE ANORPT.
006850     DISPLAY "REGISTROS LEIDOS    : " AN-CONT-LEIDOS.
006856     DISPLAY "EXCLUIDAS (ANULACIONES Y SIN NOMBRE): "
006862         AN-CONT-EXCLUIDOS.
006870     DISPLAY "PERSONAS ACTIVAS    : " AN-CONT-ACTIVAS.
006880     DISPLAY "PERSONAS MARCADAS   : " AN-CONT-MARCADAS.
006890 8000-TERMINAR-EXIT.
006900     EXIT.
006910
006920 8100-IMPRIMIR-TOTAL.
006930     MOVE AN-LINEA-TOTAL TO AN-LINEA-IMPRESION.
006940     WRITE AN-LINEA-IMPRESION.
006950 8100-IMPRIMIR-TOTAL-EXIT.
006960     EXIT.
006970
006980 9999-ABEND.
006990     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
007000     MOVE 16 TO RETURN-CODE.
007010     STOP RUN.
007020 9999-ABEND-EXIT.
007030     EXIT.
007040
007050 END PROGRAM ESTPANO.

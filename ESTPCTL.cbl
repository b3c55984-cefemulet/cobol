000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Control de ejecucion de los jobs del proceso ESTPROB.
000070*          Corre como primer paso de cada job (ESTPROB, ESTPEOD,
000080*          ESTPAIX, ESTAUDA, ESTPFAC, ESTPSTM, ESTPBKP) para
000090*          comprobar sus requisitos contra el calendario CALFILE
000100*          y el fichero de control RUNFILE, y como ultimo paso
000110*          para anotar que el job termino bien:
000120*          - ACCION "I": comprueba requisitos; si se cumplen anota
000130*            el inicio, si no los lista y termina con RC 8 para
000140*            que los pasos siguientes no corran. Un periodo ya
000150*            terminado no se repite.
000160*          - ACCION "R": igual que "I" pero admite repetir un
000170*            periodo ya terminado (reejecucion autorizada).
000180*          - ACCION "F": anota el fin del periodo.
000190*          Requisitos: ESTPROB corre en dia laborable, dentro de
000200*          los cortes del calendario, el corte 01 tras el fin de
000210*          dia ESTPEOD del laborable anterior y cada corte tras el
000220*          anterior; ESTPEOD y ESTPAIX tras todos los cortes del
000230*          dia; ESTAUDA con el fin de dia de todos los laborables
000240*          del mes; ESTPFAC y ESTPSTM con el mes archivado por
000250*          ESTAUDA; ESTAUDA y ESTPBKP sin lote ESTPROB en curso.
000260* Tectonics: cobc
000270*
000280* Modification history:
000290*   15/10/2026  CM  CREACION INICIAL DEL CONTROL DE EJECUCION.
000300******************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. ESTPCTL.
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
000450     SELECT CALFILE ASSIGN TO "CALFILE"
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS CL-CALFILE-STATUS.
000480
000490     SELECT RUNFILE ASSIGN TO "RUNFILE"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS CL-RUNFILE-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  CALFILE
000560     RECORDING MODE IS F
000570     LABEL RECORDS ARE STANDARD.
000580     COPY calrec.
000590
000600 FD  RUNFILE
000610     RECORDING MODE IS F
000620     LABEL RECORDS ARE STANDARD.
000630     COPY runrec.
000640
000650 WORKING-STORAGE SECTION.
000660*    PARM EN COLUMNAS FIJAS: 1 ACCION (I/R/F), 3-10 PROCESO,
000670*    12-19 PERIODO (FECHA AAAAMMDD, O MES AAAAMM EN ESTAUDA,
000680*    ESTPFAC Y ESTPSTM), 21-22 CORTE (SOLO ESTPROB). CON LA FECHA
000690*    DE REINICIO "RAAAAMMDD" TODO SE CORRE UNA COLUMNA.
000700 01  CL-PARAMETROS.
000710     05  CL-LINEA-PARM          PIC X(80) VALUE SPACES.
000720     05  CL-PARM-ACCION         PIC X(01) VALUE SPACE.
000730         88  CL-ACCION-VALIDA       VALUE "I" "R" "F".
000740         88  CL-ACCION-REEJECUCION  VALUE "R".
000750         88  CL-ACCION-FIN          VALUE "F".
000760     05  CL-PARM-PROCESO        PIC X(08) VALUE SPACES.
000770     05  CL-PARM-PERIODO        PIC X(08) VALUE SPACES.
000780     05  CL-PARM-CORTE          PIC X(02) VALUE SPACES.
000790
000800 01  CL-SWITCHES.
000810     05  CL-FIN-CALFILE         PIC X(01) VALUE "N".
000820         88  CL-FIN-CALFILE-SI      VALUE "S".
000830     05  CL-FIN-RUNFILE         PIC X(01) VALUE "N".
000840         88  CL-FIN-RUNFILE-SI      VALUE "S".
000850     05  CL-RUNFILE-ABIERTO     PIC X(01) VALUE "N".
000860         88  CL-RUNFILE-ABIERTO-SI  VALUE "S".
000870     05  CL-CALFILE-ABIERTO     PIC X(01) VALUE "N".
000880         88  CL-CALFILE-ABIERTO-SI  VALUE "S".
000890     05  CL-CLASE-PROCESO       PIC X(01) VALUE "D".
000900         88  CL-MENSUAL             VALUE "M".
000910     05  CL-RECHAZADO           PIC X(01) VALUE "N".
000920         88  CL-RECHAZADO-SI        VALUE "S".
000930     05  CL-PROPIO-INICIADO     PIC X(01) VALUE "N".
000940         88  CL-PROPIO-INICIADO-SI  VALUE "S".
000950     05  CL-PROPIO-TERMINADO    PIC X(01) VALUE "N".
000960         88  CL-PROPIO-TERMINADO-SI VALUE "S".
000970     05  CL-FECHA-EN-CAL        PIC X(01) VALUE "N".
000980         88  CL-FECHA-EN-CAL-SI     VALUE "S".
000990     05  CL-MES-EN-CAL          PIC X(01) VALUE "N".
001000         88  CL-MES-EN-CAL-SI       VALUE "S".
001010     05  CL-EXIGE-SIN-LOTE      PIC X(01) VALUE "N".
001020         88  CL-EXIGE-SIN-LOTE-SI   VALUE "S".
001030
001040 01  CL-FILE-STATUS.
001050     05  CL-CALFILE-STATUS      PIC X(02) VALUE "00".
001060     05  CL-RUNFILE-STATUS      PIC X(02) VALUE "00".
001070
001080 01  CL-CONTADORES.
001090     05  CL-CONT-CALFILE        PIC 9(06) COMP VALUE ZERO.
001100     05  CL-CONT-RUNFILE        PIC 9(08) COMP VALUE ZERO.
001110     05  CL-CONT-REQUISITOS     PIC 9(04) COMP VALUE ZERO.
001120     05  CL-CONT-ABIERTOS       PIC 9(04) COMP VALUE ZERO.
001130     05  CL-MAX-REQUISITOS      PIC 9(04) COMP VALUE 40.
001140     05  CL-MAX-ABIERTOS        PIC 9(04) COMP VALUE 50.
001150
001160*    CLAVE DEL PROPIO PROCESO Y PERIODO, CON EL LAYOUT DE
001170*    CR-CLAVE.
001180 01  CL-CLAVE-PROPIA.
001190     05  CL-PROCESO             PIC X(08).
001200     05  CL-PERIODO             PIC 9(08).
001210     05  CL-CORTE               PIC 9(02).
001220
001230*    CLAVE DE UN REQUISITO QUE SE VA A ANADIR A LA TABLA.
001240 01  CL-CLAVE-NUEVA.
001250     05  CL-NUEVO-PROCESO       PIC X(08).
001260     05  CL-NUEVO-PERIODO       PIC 9(08).
001270     05  CL-NUEVO-CORTE         PIC 9(02).
001280
001290*    DATOS DEL CALENDARIO PARA LA FECHA DEL PARM.
001300 01  CL-FECHA                   PIC 9(08) VALUE ZERO.
001310 01  CL-MES                     PIC 9(06) VALUE ZERO.
001320 01  CL-TIPO-DIA                PIC X(01) VALUE SPACE.
001330 01  CL-NUM-CORTES              PIC 9(02) VALUE ZERO.
001340 01  CL-LABORABLE-ANTERIOR      PIC 9(08) VALUE ZERO.
001350 01  CL-FECHA-CAL-ANTERIOR      PIC 9(08) VALUE ZERO.
001360 01  CL-CORTE-REQ               PIC 9(02) VALUE ZERO.
001370 01  CL-FECHA-SISTEMA           PIC 9(08) VALUE ZERO.
001380 01  CL-HORA-SISTEMA            PIC 9(08) VALUE ZERO.
001390
001400*    REQUISITOS: PROCESO+PERIODO+CORTE QUE TIENEN QUE CONSTAR
001410*    TERMINADOS EN RUNFILE.
001420 01  CL-TABLA-REQUISITOS.
001430     05  CL-REQ-ENT             OCCURS 40 TIMES
001440                                INDEXED BY CL-REQ-IDX.
001450         10  CL-REQ-CLAVE.
001460             15  CL-REQ-PROCESO PIC X(08).
001470             15  CL-REQ-PERIODO PIC 9(08).
001480             15  CL-REQ-CORTE   PIC 9(02).
001490         10  CL-REQ-CUMPLIDO    PIC X(01).
001500
001510*    CORTES ESTPROB VISTOS EN RUNFILE CON SU ULTIMO EVENTO: "I"
001520*    ES UN LOTE EN CURSO (O CAIDO SIN TERMINAR). LAS ENTRADAS
001530*    TERMINADAS SE REAPROVECHAN.
001540 01  CL-TABLA-LOTES.
001550     05  CL-ABI-ENT             OCCURS 50 TIMES
001560                                INDEXED BY CL-ABI-IDX.
001570         10  CL-ABI-CLAVE.
001580             15  CL-ABI-PROCESO PIC X(08).
001590             15  CL-ABI-PERIODO PIC 9(08).
001600             15  CL-ABI-CORTE   PIC 9(02).
001610         10  CL-ABI-ESTADO      PIC X(01).
001620
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INICIALIZAR
001660         THRU 1000-INICIALIZAR-EXIT.
001670     IF CL-ACCION-FIN
001680         PERFORM 3000-LEER-CONTROL
001690             THRU 3000-LEER-CONTROL-EXIT
001700             UNTIL CL-FIN-RUNFILE-SI
001710         PERFORM 5000-REGISTRAR-FIN
001720             THRU 5000-REGISTRAR-FIN-EXIT
001730     ELSE
001740         PERFORM 2000-LEER-CALENDARIO
001750             THRU 2000-LEER-CALENDARIO-EXIT
001760             UNTIL CL-FIN-CALFILE-SI
001770         PERFORM 2500-FIJAR-REQUISITOS
001780             THRU 2500-FIJAR-REQUISITOS-EXIT
001790         PERFORM 3000-LEER-CONTROL
001800             THRU 3000-LEER-CONTROL-EXIT
001810             UNTIL CL-FIN-RUNFILE-SI
001820         PERFORM 4000-COMPROBAR-REQUISITOS
001830             THRU 4000-COMPROBAR-REQUISITOS-EXIT
001840         IF NOT CL-RECHAZADO-SI
001850             PERFORM 5100-REGISTRAR-INICIO
001860                 THRU 5100-REGISTRAR-INICIO-EXIT
001870         END-IF
001880     END-IF.
001890     PERFORM 8000-TERMINAR
001900         THRU 8000-TERMINAR-EXIT.
001910     STOP RUN.
001920
001930******************************************************************
001940*    1000-INICIALIZAR
001950*    VALIDA EL PARM Y ABRE EL CALENDARIO (SOLO PARA COMPROBAR
001960*    REQUISITOS) Y EL FICHERO DE CONTROL, QUE LA PRIMERA VEZ
001970*    PUEDE NO EXISTIR.
001980******************************************************************
001990 1000-INICIALIZAR.
002000     ACCEPT CL-LINEA-PARM FROM COMMAND-LINE.
002010     ACCEPT CL-FECHA-SISTEMA FROM DATE YYYYMMDD.
002020     ACCEPT CL-HORA-SISTEMA FROM TIME.
002030     MOVE CL-LINEA-PARM(1:1) TO CL-PARM-ACCION.
002040     MOVE CL-LINEA-PARM(3:8) TO CL-PARM-PROCESO.
002050*    EL REINICIO DE ESTPROB ANTEPONE UNA "R" A LA FECHA.
002060     IF CL-LINEA-PARM(12:1) = "R"
002070         MOVE CL-LINEA-PARM(13:8) TO CL-PARM-PERIODO
002080         MOVE CL-LINEA-PARM(22:2) TO CL-PARM-CORTE
002090     ELSE
002100         MOVE CL-LINEA-PARM(12:8) TO CL-PARM-PERIODO
002110         MOVE CL-LINEA-PARM(21:2) TO CL-PARM-CORTE
002120     END-IF.
002130     IF NOT CL-ACCION-VALIDA
002140         DISPLAY "ACCION NO VALIDA EN EL PARM (I/R/F): "
002150             CL-PARM-ACCION
002160         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002170     END-IF.
002180     EVALUATE CL-PARM-PROCESO
002190         WHEN "ESTPROB"
002200         WHEN "ESTPEOD"
002210         WHEN "ESTPAIX"
002220         WHEN "ESTPBKP"
002230             MOVE "D" TO CL-CLASE-PROCESO
002240         WHEN "ESTAUDA"
002250         WHEN "ESTPFAC"
002260         WHEN "ESTPSTM"
002270             MOVE "M" TO CL-CLASE-PROCESO
002280         WHEN OTHER
002290             DISPLAY "PROCESO SIN CONTROL DE EJECUCION: "
002300                 CL-PARM-PROCESO
002310             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002320     END-EVALUATE.
002330     MOVE CL-PARM-PROCESO TO CL-PROCESO.
002340     MOVE ZERO TO CL-CORTE.
002350     IF CL-MENSUAL
002360         IF CL-PARM-PERIODO(1:6) NOT NUMERIC
002370             DISPLAY "FALTA EL MES AAAAMM EN EL PARM"
002380             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002390         END-IF
002400         MOVE CL-PARM-PERIODO(1:6) TO CL-MES
002410         COMPUTE CL-PERIODO = CL-MES * 100
002420     ELSE
002430         IF CL-PARM-PERIODO NOT NUMERIC
002440             DISPLAY "FALTA LA FECHA AAAAMMDD EN EL PARM"
002450             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002460         END-IF
002470         MOVE CL-PARM-PERIODO TO CL-FECHA
002480         MOVE CL-FECHA TO CL-PERIODO
002490     END-IF.
002500     IF CL-PARM-PROCESO = "ESTPROB"
002510         IF CL-PARM-CORTE NOT NUMERIC
002520             OR CL-PARM-CORTE = "00"
002530             DISPLAY "FALTA EL CORTE EN EL PARM DE ESTPROB"
002540             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002550         END-IF
002560         MOVE CL-PARM-CORTE TO CL-CORTE
002570     END-IF.
002580
002590     IF NOT CL-ACCION-FIN
002600         OPEN INPUT CALFILE
002610         IF CL-CALFILE-STATUS NOT = "00"
002620             DISPLAY "ERROR AL ABRIR CALFILE - STATUS "
002630                 CL-CALFILE-STATUS
002640             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002650         END-IF
002660         SET CL-CALFILE-ABIERTO-SI TO TRUE
002670     END-IF.
002680     OPEN INPUT RUNFILE.
002690     IF CL-RUNFILE-STATUS = "00"
002700         SET CL-RUNFILE-ABIERTO-SI TO TRUE
002710     ELSE
002720         DISPLAY "RUNFILE NO DISPONIBLE - STATUS "
002730             CL-RUNFILE-STATUS
002740             " - SIN EJECUCIONES REGISTRADAS"
002750         SET CL-FIN-RUNFILE-SI TO TRUE
002760     END-IF.
002770 1000-INICIALIZAR-EXIT.
002780     EXIT.
002790
002800******************************************************************
002810*    2000-LEER-CALENDARIO
002820*    EL CALENDARIO VA EN ORDEN DE FECHA. DE EL SALEN EL TIPO DE
002830*    DIA Y LOS CORTES DE LA FECHA DEL PARM, EL LABORABLE
002840*    ANTERIOR Y, PARA ESTAUDA, LOS LABORABLES DEL MES.
002850******************************************************************
002860 2000-LEER-CALENDARIO.
002870     READ CALFILE
002880         AT END
002890             SET CL-FIN-CALFILE-SI TO TRUE
002900             GO TO 2000-LEER-CALENDARIO-EXIT
002910     END-READ.
002920     ADD 1 TO CL-CONT-CALFILE.
002930     IF CA-FECHA NOT > CL-FECHA-CAL-ANTERIOR
002940         DISPLAY "CALFILE FUERA DE ORDEN EN LA FECHA " CA-FECHA
002950         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002960     END-IF.
002970     MOVE CA-FECHA TO CL-FECHA-CAL-ANTERIOR.
002980     IF CL-MENSUAL
002990         IF CA-FECHA(1:6) = CL-PARM-PERIODO(1:6)
003000             SET CL-MES-EN-CAL-SI TO TRUE
003010             IF CA-LABORABLE AND CL-PARM-PROCESO = "ESTAUDA"
003020                 MOVE "ESTPEOD" TO CL-NUEVO-PROCESO
003030                 MOVE CA-FECHA TO CL-NUEVO-PERIODO
003040                 MOVE ZERO TO CL-NUEVO-CORTE
003050                 PERFORM 2900-ANADIR-REQUISITO
003060                     THRU 2900-ANADIR-REQUISITO-EXIT
003070             END-IF
003080         END-IF
003090         GO TO 2000-LEER-CALENDARIO-EXIT
003100     END-IF.
003110     IF CA-FECHA = CL-FECHA
003120         SET CL-FECHA-EN-CAL-SI TO TRUE
003130         MOVE CA-TIPO-DIA TO CL-TIPO-DIA
003140         MOVE CA-NUM-CORTES TO CL-NUM-CORTES
003150     END-IF.
003160     IF CA-FECHA < CL-FECHA AND CA-LABORABLE
003170         MOVE CA-FECHA TO CL-LABORABLE-ANTERIOR
003180     END-IF.
003190 2000-LEER-CALENDARIO-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230*    2500-FIJAR-REQUISITOS
003240*    COMPRUEBA EL CALENDARIO Y MONTA LA TABLA DE PROCESOS QUE
003250*    TIENEN QUE CONSTAR TERMINADOS ANTES DE ESTE.
003260******************************************************************
003270 2500-FIJAR-REQUISITOS.
003280     EVALUATE CL-PARM-PROCESO
003290         WHEN "ESTPROB"
003300             PERFORM 2510-EXIGIR-LABORABLE
003310                 THRU 2510-EXIGIR-LABORABLE-EXIT
003320             IF CL-TIPO-DIA = "L" AND CL-CORTE > CL-NUM-CORTES
003330                 DISPLAY "EL CALENDARIO PREVE " CL-NUM-CORTES
003340                     " CORTES EL " CL-FECHA
003350                     " - NO SE ADMITE EL CORTE " CL-CORTE
003360                 SET CL-RECHAZADO-SI TO TRUE
003370             END-IF
003380             IF CL-CORTE = 1
003390                 IF CL-LABORABLE-ANTERIOR NOT = ZERO
003400                     MOVE "ESTPEOD" TO CL-NUEVO-PROCESO
003410                     MOVE CL-LABORABLE-ANTERIOR
003420                         TO CL-NUEVO-PERIODO
003430                     MOVE ZERO TO CL-NUEVO-CORTE
003440                     PERFORM 2900-ANADIR-REQUISITO
003450                         THRU 2900-ANADIR-REQUISITO-EXIT
003460                 END-IF
003470             ELSE
003480                 MOVE "ESTPROB" TO CL-NUEVO-PROCESO
003490                 MOVE CL-FECHA TO CL-NUEVO-PERIODO
003500                 SUBTRACT 1 FROM CL-CORTE GIVING CL-NUEVO-CORTE
003510                 PERFORM 2900-ANADIR-REQUISITO
003520                     THRU 2900-ANADIR-REQUISITO-EXIT
003530             END-IF
003540         WHEN "ESTPEOD"
003550         WHEN "ESTPAIX"
003560             PERFORM 2510-EXIGIR-LABORABLE
003570                 THRU 2510-EXIGIR-LABORABLE-EXIT
003580             PERFORM 2520-EXIGIR-CORTE
003590                 THRU 2520-EXIGIR-CORTE-EXIT
003600                 VARYING CL-CORTE-REQ FROM 1 BY 1
003610                 UNTIL CL-CORTE-REQ > CL-NUM-CORTES
003620         WHEN "ESTPBKP"
003630             IF NOT CL-FECHA-EN-CAL-SI
003640                 DISPLAY "FECHA " CL-FECHA
003650                     " NO ESTA EN EL CALENDARIO CALFILE"
003660                 SET CL-RECHAZADO-SI TO TRUE
003670             END-IF
003680             SET CL-EXIGE-SIN-LOTE-SI TO TRUE
003690         WHEN "ESTAUDA"
003700             IF NOT CL-MES-EN-CAL-SI
003710                 DISPLAY "MES " CL-MES
003720                     " NO ESTA EN EL CALENDARIO CALFILE"
003730                 SET CL-RECHAZADO-SI TO TRUE
003740             END-IF
003750             SET CL-EXIGE-SIN-LOTE-SI TO TRUE
003760         WHEN OTHER
003770             MOVE "ESTAUDA" TO CL-NUEVO-PROCESO
003780             MOVE CL-PERIODO TO CL-NUEVO-PERIODO
003790             MOVE ZERO TO CL-NUEVO-CORTE
003800             PERFORM 2900-ANADIR-REQUISITO
003810                 THRU 2900-ANADIR-REQUISITO-EXIT
003820     END-EVALUATE.
003830 2500-FIJAR-REQUISITOS-EXIT.
003840     EXIT.
003850
003860 2510-EXIGIR-LABORABLE.
003870     IF NOT CL-FECHA-EN-CAL-SI
003880         DISPLAY "FECHA " CL-FECHA
003890             " NO ESTA EN EL CALENDARIO CALFILE"
003900         SET CL-RECHAZADO-SI TO TRUE
003910         GO TO 2510-EXIGIR-LABORABLE-EXIT
003920     END-IF.
003930     IF CL-TIPO-DIA NOT = "L"
003940         DISPLAY "FECHA " CL-FECHA " ES FESTIVO EN EL CALENDARIO"
003950         SET CL-RECHAZADO-SI TO TRUE
003960     END-IF.
003970 2510-EXIGIR-LABORABLE-EXIT.
003980     EXIT.
003990
004000 2520-EXIGIR-CORTE.
004010     MOVE "ESTPROB" TO CL-NUEVO-PROCESO.
004020     MOVE CL-FECHA TO CL-NUEVO-PERIODO.
004030     MOVE CL-CORTE-REQ TO CL-NUEVO-CORTE.
004040     PERFORM 2900-ANADIR-REQUISITO
004050         THRU 2900-ANADIR-REQUISITO-EXIT.
004060 2520-EXIGIR-CORTE-EXIT.
004070     EXIT.
004080
004090 2900-ANADIR-REQUISITO.
004100     IF CL-CONT-REQUISITOS NOT < CL-MAX-REQUISITOS
004110         DISPLAY "TABLA DE REQUISITOS LLENA"
004120         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004130     END-IF.
004140     ADD 1 TO CL-CONT-REQUISITOS.
004150     SET CL-REQ-IDX TO CL-CONT-REQUISITOS.
004160     MOVE CL-CLAVE-NUEVA TO CL-REQ-CLAVE (CL-REQ-IDX).
004170     MOVE "N" TO CL-REQ-CUMPLIDO (CL-REQ-IDX).
004180 2900-ANADIR-REQUISITO-EXIT.
004190     EXIT.
004200
004210******************************************************************
004220*    3000-LEER-CONTROL
004230*    RECORRE LA HISTORIA DE EJECUCIONES: ESTADO DEL PROPIO
004240*    PERIODO, REQUISITOS TERMINADOS Y LOTES ESTPROB EN CURSO.
004250******************************************************************
004260 3000-LEER-CONTROL.
004270     READ RUNFILE
004280         AT END
004290             SET CL-FIN-RUNFILE-SI TO TRUE
004300             GO TO 3000-LEER-CONTROL-EXIT
004310     END-READ.
004320     ADD 1 TO CL-CONT-RUNFILE.
004330     IF CR-CLAVE = CL-CLAVE-PROPIA
004340         IF CR-INICIO
004350             SET CL-PROPIO-INICIADO-SI TO TRUE
004360         ELSE
004370             SET CL-PROPIO-TERMINADO-SI TO TRUE
004380         END-IF
004390     END-IF.
004400     IF CR-FIN
004410         PERFORM 3100-MARCAR-REQUISITO
004420             THRU 3100-MARCAR-REQUISITO-EXIT
004430     END-IF.
004440     IF CR-PROCESO = "ESTPROB"
004450         PERFORM 3200-SEGUIR-LOTE
004460             THRU 3200-SEGUIR-LOTE-EXIT
004470     END-IF.
004480 3000-LEER-CONTROL-EXIT.
004490     EXIT.
004500
004510 3100-MARCAR-REQUISITO.
004520     SET CL-REQ-IDX TO 1.
004530     SEARCH CL-REQ-ENT
004540         AT END
004550             CONTINUE
004560         WHEN CL-REQ-IDX > CL-CONT-REQUISITOS
004570             CONTINUE
004580         WHEN CL-REQ-CLAVE (CL-REQ-IDX) = CR-CLAVE
004590             MOVE "S" TO CL-REQ-CUMPLIDO (CL-REQ-IDX)
004600     END-SEARCH.
004610 3100-MARCAR-REQUISITO-EXIT.
004620     EXIT.
004630
004640 3200-SEGUIR-LOTE.
004650     SET CL-ABI-IDX TO 1.
004660     SEARCH CL-ABI-ENT
004670         AT END
004680             CONTINUE
004690         WHEN CL-ABI-IDX > CL-CONT-ABIERTOS
004700             CONTINUE
004710         WHEN CL-ABI-CLAVE (CL-ABI-IDX) = CR-CLAVE
004720             MOVE CR-EVENTO TO CL-ABI-ESTADO (CL-ABI-IDX)
004730             GO TO 3200-SEGUIR-LOTE-EXIT
004740     END-SEARCH.
004750     IF CR-FIN
004760         GO TO 3200-SEGUIR-LOTE-EXIT
004770     END-IF.
004780     SET CL-ABI-IDX TO 1.
004790     SEARCH CL-ABI-ENT
004800         AT END
004810             CONTINUE
004820         WHEN CL-ABI-IDX > CL-CONT-ABIERTOS
004830             CONTINUE
004840         WHEN CL-ABI-ESTADO (CL-ABI-IDX) = "F"
004850             MOVE CR-CLAVE TO CL-ABI-CLAVE (CL-ABI-IDX)
004860             MOVE "I" TO CL-ABI-ESTADO (CL-ABI-IDX)
004870             GO TO 3200-SEGUIR-LOTE-EXIT
004880     END-SEARCH.
004890     IF CL-CONT-ABIERTOS NOT < CL-MAX-ABIERTOS
004900         DISPLAY "DEMASIADOS LOTES ESTPROB SIN TERMINAR"
004910         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004920     END-IF.
004930     ADD 1 TO CL-CONT-ABIERTOS.
004940     SET CL-ABI-IDX TO CL-CONT-ABIERTOS.
004950     MOVE CR-CLAVE TO CL-ABI-CLAVE (CL-ABI-IDX).
004960     MOVE "I" TO CL-ABI-ESTADO (CL-ABI-IDX).
004970 3200-SEGUIR-LOTE-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010*    4000-COMPROBAR-REQUISITOS
005020*    CADA REQUISITO QUE FALTA SE LISTA EN CONSOLA. UN PERIODO
005030*    EMPEZADO Y NO TERMINADO SE DEJA REANUDAR (REINICIO TRAS UNA
005040*    CAIDA); UNO TERMINADO SOLO CON LA ACCION "R".
005050******************************************************************
005060 4000-COMPROBAR-REQUISITOS.
005070     IF CL-PROPIO-TERMINADO-SI AND NOT CL-ACCION-REEJECUCION
005080         DISPLAY CL-PROCESO " " CL-PERIODO " CORTE " CL-CORTE
005090             " YA TERMINO - NO SE REPITE SIN ACCION R"
005100         SET CL-RECHAZADO-SI TO TRUE
005110     END-IF.
005120     PERFORM 4100-VER-REQUISITO
005130         THRU 4100-VER-REQUISITO-EXIT
005140         VARYING CL-REQ-IDX FROM 1 BY 1
005150         UNTIL CL-REQ-IDX > CL-CONT-REQUISITOS.
005160     IF CL-EXIGE-SIN-LOTE-SI
005170         PERFORM 4200-VER-LOTE
005180             THRU 4200-VER-LOTE-EXIT
005190             VARYING CL-ABI-IDX FROM 1 BY 1
005200             UNTIL CL-ABI-IDX > CL-CONT-ABIERTOS
005210     END-IF.
005220     IF CL-PROPIO-INICIADO-SI
005230         AND NOT CL-PROPIO-TERMINADO-SI
005240         AND NOT CL-RECHAZADO-SI
005250         DISPLAY "EJECUCION ANTERIOR SIN TERMINAR - SE REANUDA"
005260     END-IF.
005270 4000-COMPROBAR-REQUISITOS-EXIT.
005280     EXIT.
005290
005300 4100-VER-REQUISITO.
005310     IF CL-REQ-CUMPLIDO (CL-REQ-IDX) = "N"
005320         DISPLAY "FALTA TERMINAR " CL-REQ-PROCESO (CL-REQ-IDX)
005330             " " CL-REQ-PERIODO (CL-REQ-IDX)
005340             " CORTE " CL-REQ-CORTE (CL-REQ-IDX)
005350         SET CL-RECHAZADO-SI TO TRUE
005360     END-IF.
005370 4100-VER-REQUISITO-EXIT.
005380     EXIT.
005390
005400 4200-VER-LOTE.
005410     IF CL-ABI-ESTADO (CL-ABI-IDX) = "I"
005420         DISPLAY "LOTE EN CURSO O SIN TERMINAR: "
005430             CL-ABI-PROCESO (CL-ABI-IDX)
005440             " " CL-ABI-PERIODO (CL-ABI-IDX)
005450             " CORTE " CL-ABI-CORTE (CL-ABI-IDX)
005460         SET CL-RECHAZADO-SI TO TRUE
005470     END-IF.
005480 4200-VER-LOTE-EXIT.
005490     EXIT.
005500
005510******************************************************************
005520*    5000-REGISTRAR-FIN
005530*    EL FIN SE ANOTA SIEMPRE. SIN INICIO PREVIO ES UN ALTA MANUAL
005540*    (P.EJ. EL PRIMER DIA TRAS LA INSTALACION, O UN PROCESO QUE
005550*    EXPLOTACION DA POR BUENO A MANO).
005560******************************************************************
005570 5000-REGISTRAR-FIN.
005580     IF NOT CL-PROPIO-INICIADO-SI
005590         DISPLAY "AVISO: FIN SIN INICIO REGISTRADO (ALTA MANUAL)"
005600     END-IF.
005610     IF CL-PROPIO-TERMINADO-SI
005620         DISPLAY "AVISO: EL PERIODO YA CONSTABA TERMINADO"
005630     END-IF.
005640     MOVE "F" TO CR-EVENTO.
005650     PERFORM 5900-GRABAR-EVENTO
005660         THRU 5900-GRABAR-EVENTO-EXIT.
005670 5000-REGISTRAR-FIN-EXIT.
005680     EXIT.
005690
005700 5100-REGISTRAR-INICIO.
005710     MOVE "I" TO CR-EVENTO.
005720     PERFORM 5900-GRABAR-EVENTO
005730         THRU 5900-GRABAR-EVENTO-EXIT.
005740 5100-REGISTRAR-INICIO-EXIT.
005750     EXIT.
005760
005770******************************************************************
005780*    5900-GRABAR-EVENTO
005790*    RUNFILE ES ACUMULATIVO: SE CIERRA LA LECTURA Y SE ABRE EN
005800*    EXTEND, CON CAIDA A OUTPUT LA PRIMERA VEZ.
005810******************************************************************
005820 5900-GRABAR-EVENTO.
005830     IF CL-RUNFILE-ABIERTO-SI
005840         CLOSE RUNFILE
005850         MOVE "N" TO CL-RUNFILE-ABIERTO
005860     END-IF.
005870     OPEN EXTEND RUNFILE.
005880     IF CL-RUNFILE-STATUS NOT = "00"
005890         OPEN OUTPUT RUNFILE
005900     END-IF.
005910     IF CL-RUNFILE-STATUS NOT = "00"
005920         DISPLAY "ERROR AL ABRIR RUNFILE - STATUS "
005930             CL-RUNFILE-STATUS
005940         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005950     END-IF.
005960     MOVE CL-CLAVE-PROPIA TO CR-CLAVE.
005970     MOVE CL-FECHA-SISTEMA TO CR-FECHA.
005980     MOVE CL-HORA-SISTEMA TO CR-HORA.
005990     IF CL-ACCION-REEJECUCION
006000         MOVE "S" TO CR-REEJECUCION
006010     ELSE
006020         MOVE "N" TO CR-REEJECUCION
006030     END-IF.
006040     MOVE SPACES TO CR-RECORD(37:44).
006050     WRITE CR-RECORD.
006060     CLOSE RUNFILE.
006070 5900-GRABAR-EVENTO-EXIT.
006080     EXIT.
006090
006100 8000-TERMINAR.
006110     IF CL-CALFILE-ABIERTO-SI
006120         CLOSE CALFILE
006130     END-IF.
006140     IF CL-RUNFILE-ABIERTO-SI
006150         CLOSE RUNFILE
006160     END-IF.
006170     DISPLAY "PROCESO             : " CL-PROCESO.
006180     DISPLAY "PERIODO             : " CL-PERIODO.
006190     DISPLAY "CORTE               : " CL-CORTE.
006200     DISPLAY "ACCION              : " CL-PARM-ACCION.
006210     DISPLAY "EJECUCIONES LEIDAS  : " CL-CONT-RUNFILE.
006220     IF CL-RECHAZADO-SI
006230         DISPLAY "REQUISITOS NO CUMPLIDOS - RETURN-CODE 8"
006240         MOVE 8 TO RETURN-CODE
006250     ELSE
006260         IF CL-ACCION-FIN
006270             DISPLAY "FIN REGISTRADO"
006280         ELSE
006290             DISPLAY "REQUISITOS CUMPLIDOS - INICIO REGISTRADO"
006300         END-IF
006310     END-IF.
006320 8000-TERMINAR-EXIT.
006330     EXIT.
006340
006350 9999-ABEND.
006360     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
006370     MOVE 16 TO RETURN-CODE.
006380     STOP RUN.
006390 9999-ABEND-EXIT.
006400     EXIT.
006410
006420 END PROGRAM ESTPCTL.

000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Informe de situacion del control de ejecucion para un
000070*          mes. Una linea por dia del calendario CALFILE con lo
000080*          que consta en RUNFILE de cada corte ESTPROB, del fin de
000090*          dia ESTPEOD, de la carga del indice ESTPAIX y de la
000100*          copia ESTPBKP (OK terminado, EC empezado y sin
000110*          terminar, NO sin ejecutar, -- no aplica), y despues los
000120*          procesos mensuales ESTAUDA, ESTPFAC y ESTPSTM y los
000130*          totales de dias pendientes.
000140* Tectonics: cobc
000150*
000160* Modification history:
000170*   15/10/2026  CM  CREACION INICIAL DEL INFORME DE SITUACION.
000180******************************************************************
000190 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESTPCTR.
000210 AUTHOR. CEFERINO MULET.
000220 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000230 DATE-WRITTEN. 15/10/2026.
000240 DATE-COMPILED.
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT CALFILE ASSIGN TO "CALFILE"
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS CS-CALFILE-STATUS.
000360
000370     SELECT RUNFILE ASSIGN TO "RUNFILE"
000380         ORGANIZATION IS SEQUENTIAL
000390         FILE STATUS IS CS-RUNFILE-STATUS.
000400
000410     SELECT CTRRPT ASSIGN TO "CTRRPT"
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS CS-CTRRPT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  CALFILE
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500     COPY calrec.
000510
000520 FD  RUNFILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD.
000550     COPY runrec.
000560
000570 FD  CTRRPT
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD.
000600 01  CS-LINEA-IMPRESION         PIC X(80).
000610
000620 WORKING-STORAGE SECTION.
000630*    PARM EN COLUMNAS FIJAS: 1-6 MES AAAAMM (BLANCO = MES DE LA
000640*    FECHA DEL SISTEMA).
000650 01  CS-PARAMETROS.
000660     05  CS-LINEA-PARM          PIC X(80) VALUE SPACES.
000670     05  CS-PARM-MES            PIC X(06) VALUE SPACES.
000680     05  CS-FECHA-SISTEMA       PIC 9(08) VALUE ZERO.
000690
000700 01  CS-SWITCHES.
000710     05  CS-FIN-CALFILE         PIC X(01) VALUE "N".
000720         88  CS-FIN-CALFILE-SI      VALUE "S".
000730     05  CS-FIN-RUNFILE         PIC X(01) VALUE "N".
000740         88  CS-FIN-RUNFILE-SI      VALUE "S".
000750     05  CS-RUNFILE-ABIERTO     PIC X(01) VALUE "N".
000760         88  CS-RUNFILE-ABIERTO-SI  VALUE "S".
000770     05  CS-ESPERADO            PIC X(01) VALUE "N".
000780         88  CS-ESPERADO-SI         VALUE "S".
000790
000800 01  CS-FILE-STATUS.
000810     05  CS-CALFILE-STATUS      PIC X(02) VALUE "00".
000820     05  CS-RUNFILE-STATUS      PIC X(02) VALUE "00".
000830     05  CS-CTRRPT-STATUS       PIC X(02) VALUE "00".
000840
000850 01  CS-CONTADORES.
000860     05  CS-CONT-RUNFILE        PIC 9(08) COMP VALUE ZERO.
000870     05  CS-CONT-LABORABLES     PIC 9(04) COMP VALUE ZERO.
000880     05  CS-CONT-CERRADOS       PIC 9(04) COMP VALUE ZERO.
000890     05  CS-CONT-PENDIENTES     PIC 9(04) COMP VALUE ZERO.
000900     05  CS-CONT-CORTES-PEND    PIC 9(04) COMP VALUE ZERO.
000910     05  CS-CONT-REEJECUCIONES  PIC 9(04) COMP VALUE ZERO.
000920     05  CS-DIA                 PIC 9(02) COMP VALUE ZERO.
000930     05  CS-CORTE               PIC 9(02) COMP VALUE ZERO.
000940
000950*    ULTIMO EVENTO ("I"/"F") DE UN PROCESO Y SU CODIGO IMPRESO.
000960 01  CS-EVENTO                  PIC X(01) VALUE SPACE.
000970 01  CS-CODIGO                  PIC X(03) VALUE SPACES.
000980 01  CS-DIA-TEXTO               PIC X(02) VALUE SPACES.
000990
001000*    SITUACION DE CADA DIA DEL MES, POR DIA DEL MES. SE LISTAN
001010*    HASTA CINCO CORTES.
001020 01  CS-TABLA-DIAS.
001030     05  CS-DIA-ENT             OCCURS 31 TIMES.
001040         10  CS-D-EN-CAL        PIC X(01).
001050         10  CS-D-CON-RUN       PIC X(01).
001060         10  CS-D-TIPO          PIC X(01).
001070         10  CS-D-CORTES        PIC 9(02).
001080         10  CS-D-DESCRIPCION   PIC X(20).
001090         10  CS-D-PROB          PIC X(01) OCCURS 5 TIMES.
001100         10  CS-D-EOD           PIC X(01).
001110         10  CS-D-AIX           PIC X(01).
001120         10  CS-D-BKP           PIC X(01).
001130
001140 01  CS-MENSUALES.
001150     05  CS-M-AUDA              PIC X(01) VALUE SPACE.
001160     05  CS-M-FAC               PIC X(01) VALUE SPACE.
001170     05  CS-M-STM               PIC X(01) VALUE SPACE.
001180
001190 01  CS-LINEA-TITULO.
001200     05  FILLER                 PIC X(01) VALUE SPACE.
001210     05  FILLER                 PIC X(40) VALUE
001220         "SITUACION DEL CONTROL DE EJECUCION".
001230     05  FILLER                 PIC X(05) VALUE "MES: ".
001240     05  CST-MES                PIC X(06).
001250
001260 01  CS-LINEA-CABECERA.
001270     05  FILLER                 PIC X(01) VALUE SPACE.
001280     05  FILLER                 PIC X(09) VALUE "FECHA".
001290     05  FILLER                 PIC X(08) VALUE "TIPO".
001300     05  FILLER                 PIC X(04) VALUE "CT".
001310     05  FILLER                 PIC X(16) VALUE "ESTPROB 1 A 5".
001320     05  FILLER                 PIC X(04) VALUE "EOD".
001330     05  FILLER                 PIC X(04) VALUE "AIX".
001340     05  FILLER                 PIC X(04) VALUE "BKP".
001350     05  FILLER                 PIC X(20) VALUE "DESCRIPCION".
001360
001370 01  CS-LINEA-DIA.
001380     05  FILLER                 PIC X(01) VALUE SPACE.
001390     05  CSD-FECHA              PIC X(08).
001400     05  FILLER                 PIC X(01) VALUE SPACE.
001410     05  CSD-TIPO               PIC X(08).
001420     05  CSD-CORTES             PIC Z9.
001430     05  FILLER                 PIC X(02) VALUE SPACES.
001440     05  CSD-PROB               PIC X(03) OCCURS 5 TIMES.
001450     05  FILLER                 PIC X(01) VALUE SPACE.
001460     05  CSD-EOD                PIC X(04).
001470     05  CSD-AIX                PIC X(04).
001480     05  CSD-BKP                PIC X(04).
001490     05  CSD-DESCRIPCION        PIC X(20).
001500
001510 01  CS-LINEA-MENSUAL.
001520     05  FILLER                 PIC X(01) VALUE SPACE.
001530     05  CSM-PROCESO            PIC X(08).
001540     05  FILLER                 PIC X(03) VALUE SPACES.
001550     05  CSM-CONCEPTO           PIC X(30).
001560     05  CSM-CODIGO             PIC X(03).
001570
001580 01  CS-LINEA-TOTAL.
001590     05  FILLER                 PIC X(01) VALUE SPACE.
001600     05  CSL-CONCEPTO           PIC X(40).
001610     05  CSL-CANTIDAD           PIC ZZZ9.
001620
001630 01  CS-LINEA-BLANCO            PIC X(80) VALUE SPACES.
001640
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INICIALIZAR
001680         THRU 1000-INICIALIZAR-EXIT.
001690     PERFORM 2000-LEER-CALENDARIO
001700         THRU 2000-LEER-CALENDARIO-EXIT
001710         UNTIL CS-FIN-CALFILE-SI.
001720     PERFORM 3000-LEER-CONTROL
001730         THRU 3000-LEER-CONTROL-EXIT
001740         UNTIL CS-FIN-RUNFILE-SI.
001750     PERFORM 6000-IMPRIMIR
001760         THRU 6000-IMPRIMIR-EXIT.
001770     PERFORM 8000-TERMINAR
001780         THRU 8000-TERMINAR-EXIT.
001790     STOP RUN.
001800
001810 1000-INICIALIZAR.
001820     ACCEPT CS-LINEA-PARM FROM COMMAND-LINE.
001830     IF CS-LINEA-PARM(1:6) = SPACES
001840         ACCEPT CS-FECHA-SISTEMA FROM DATE YYYYMMDD
001850         MOVE CS-FECHA-SISTEMA(1:6) TO CS-PARM-MES
001860     ELSE
001870         MOVE CS-LINEA-PARM(1:6) TO CS-PARM-MES
001880     END-IF.
001890     IF CS-PARM-MES NOT NUMERIC
001900         DISPLAY "MES AAAAMM NO VALIDO EN EL PARM: " CS-PARM-MES
001910         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001920     END-IF.
001930     MOVE SPACES TO CS-TABLA-DIAS.
001940     OPEN INPUT CALFILE.
001950     IF CS-CALFILE-STATUS NOT = "00"
001960         DISPLAY "ERROR AL ABRIR CALFILE - STATUS "
001970             CS-CALFILE-STATUS
001980         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001990     END-IF.
002000     OPEN INPUT RUNFILE.
002010     IF CS-RUNFILE-STATUS = "00"
002020         SET CS-RUNFILE-ABIERTO-SI TO TRUE
002030     ELSE
002040         DISPLAY "RUNFILE NO DISPONIBLE - STATUS "
002050             CS-RUNFILE-STATUS
002060             " - SIN EJECUCIONES REGISTRADAS"
002070         SET CS-FIN-RUNFILE-SI TO TRUE
002080     END-IF.
002090     OPEN OUTPUT CTRRPT.
002100     IF CS-CTRRPT-STATUS NOT = "00"
002110         DISPLAY "ERROR AL ABRIR CTRRPT - STATUS "
002120             CS-CTRRPT-STATUS
002130         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002140     END-IF.
002150 1000-INICIALIZAR-EXIT.
002160     EXIT.
002170
002180 2000-LEER-CALENDARIO.
002190     READ CALFILE
002200         AT END
002210             SET CS-FIN-CALFILE-SI TO TRUE
002220             GO TO 2000-LEER-CALENDARIO-EXIT
002230     END-READ.
002240     IF CA-FECHA(1:6) NOT = CS-PARM-MES
002250         GO TO 2000-LEER-CALENDARIO-EXIT
002260     END-IF.
002270     MOVE CA-FECHA(7:2) TO CS-DIA.
002280     IF CS-DIA < 1 OR CS-DIA > 31
002290         DISPLAY "FECHA NO VALIDA EN CALFILE: " CA-FECHA
002300         GO TO 2000-LEER-CALENDARIO-EXIT
002310     END-IF.
002320     MOVE "S" TO CS-D-EN-CAL (CS-DIA).
002330     MOVE CA-TIPO-DIA TO CS-D-TIPO (CS-DIA).
002340     MOVE CA-NUM-CORTES TO CS-D-CORTES (CS-DIA).
002350     MOVE CA-DESCRIPCION TO CS-D-DESCRIPCION (CS-DIA).
002360 2000-LEER-CALENDARIO-EXIT.
002370     EXIT.
002380
002390******************************************************************
002400*    3000-LEER-CONTROL
002410*    QUEDA EL ULTIMO EVENTO DE CADA PROCESO: UNA REEJECUCION
002420*    EMPEZADA DESPUES DE UN FIN VUELVE A CONSTAR EN CURSO.
002430******************************************************************
002440 3000-LEER-CONTROL.
002450     READ RUNFILE
002460         AT END
002470             SET CS-FIN-RUNFILE-SI TO TRUE
002480             GO TO 3000-LEER-CONTROL-EXIT
002490     END-READ.
002500     IF CR-PERIODO(1:6) NOT = CS-PARM-MES
002510         GO TO 3000-LEER-CONTROL-EXIT
002520     END-IF.
002530     ADD 1 TO CS-CONT-RUNFILE.
002540     IF CR-INICIO AND CR-REEJECUCION-SI
002550         ADD 1 TO CS-CONT-REEJECUCIONES
002560     END-IF.
002570     IF CR-PERIODO(7:2) = "00"
002580         EVALUATE CR-PROCESO
002590             WHEN "ESTAUDA"
002600                 MOVE CR-EVENTO TO CS-M-AUDA
002610             WHEN "ESTPFAC"
002620                 MOVE CR-EVENTO TO CS-M-FAC
002630             WHEN "ESTPSTM"
002640                 MOVE CR-EVENTO TO CS-M-STM
002650         END-EVALUATE
002660         GO TO 3000-LEER-CONTROL-EXIT
002670     END-IF.
002680     MOVE CR-PERIODO(7:2) TO CS-DIA.
002690     IF CS-DIA < 1 OR CS-DIA > 31
002700         GO TO 3000-LEER-CONTROL-EXIT
002710     END-IF.
002720     MOVE "S" TO CS-D-CON-RUN (CS-DIA).
002730     EVALUATE CR-PROCESO
002740         WHEN "ESTPROB"
002750             IF CR-CORTE > 0 AND CR-CORTE < 6
002760                 MOVE CR-EVENTO TO CS-D-PROB (CS-DIA CR-CORTE)
002770             END-IF
002780         WHEN "ESTPEOD"
002790             MOVE CR-EVENTO TO CS-D-EOD (CS-DIA)
002800         WHEN "ESTPAIX"
002810             MOVE CR-EVENTO TO CS-D-AIX (CS-DIA)
002820         WHEN "ESTPBKP"
002830             MOVE CR-EVENTO TO CS-D-BKP (CS-DIA)
002840     END-EVALUATE.
002850 3000-LEER-CONTROL-EXIT.
002860     EXIT.
002870
002880******************************************************************
002890*    6000-IMPRIMIR
002900*    LOS DIAS QUE NO ESTAN EN EL CALENDARIO SOLO SALEN SI TIENEN
002910*    EJECUCIONES ANOTADAS.
002920******************************************************************
002930 6000-IMPRIMIR.
002940     MOVE CS-PARM-MES TO CST-MES.
002950     MOVE CS-LINEA-TITULO TO CS-LINEA-IMPRESION.
002960     WRITE CS-LINEA-IMPRESION.
002970     MOVE CS-LINEA-BLANCO TO CS-LINEA-IMPRESION.
002980     WRITE CS-LINEA-IMPRESION.
002990     MOVE CS-LINEA-CABECERA TO CS-LINEA-IMPRESION.
003000     WRITE CS-LINEA-IMPRESION.
003010     PERFORM 6100-IMPRIMIR-DIA
003020         THRU 6100-IMPRIMIR-DIA-EXIT
003030         VARYING CS-DIA FROM 1 BY 1
003040         UNTIL CS-DIA > 31.
003050
003060     MOVE CS-LINEA-BLANCO TO CS-LINEA-IMPRESION.
003070     WRITE CS-LINEA-IMPRESION.
003080     MOVE "ESTAUDA" TO CSM-PROCESO.
003090     MOVE "CIERRE Y ARCHIVO DEL MES" TO CSM-CONCEPTO.
003100     MOVE CS-M-AUDA TO CS-EVENTO.
003110     PERFORM 6300-IMPRIMIR-MENSUAL
003120         THRU 6300-IMPRIMIR-MENSUAL-EXIT.
003130     MOVE "ESTPFAC" TO CSM-PROCESO.
003140     MOVE "FACTURACION DEL MES" TO CSM-CONCEPTO.
003150     MOVE CS-M-FAC TO CS-EVENTO.
003160     PERFORM 6300-IMPRIMIR-MENSUAL
003170         THRU 6300-IMPRIMIR-MENSUAL-EXIT.
003180     MOVE "ESTPSTM" TO CSM-PROCESO.
003190     MOVE "EXTRACTOS DEL MES" TO CSM-CONCEPTO.
003200     MOVE CS-M-STM TO CS-EVENTO.
003210     PERFORM 6300-IMPRIMIR-MENSUAL
003220         THRU 6300-IMPRIMIR-MENSUAL-EXIT.
003230
003240     MOVE CS-LINEA-BLANCO TO CS-LINEA-IMPRESION.
003250     WRITE CS-LINEA-IMPRESION.
003260     MOVE "DIAS LABORABLES" TO CSL-CONCEPTO.
003270     MOVE CS-CONT-LABORABLES TO CSL-CANTIDAD.
003280     PERFORM 6900-IMPRIMIR-TOTAL
003290         THRU 6900-IMPRIMIR-TOTAL-EXIT.
003300     MOVE "DIAS CON FIN DE DIA TERMINADO" TO CSL-CONCEPTO.
003310     MOVE CS-CONT-CERRADOS TO CSL-CANTIDAD.
003320     PERFORM 6900-IMPRIMIR-TOTAL
003330         THRU 6900-IMPRIMIR-TOTAL-EXIT.
003340     MOVE "DIAS CON FIN DE DIA PENDIENTE" TO CSL-CONCEPTO.
003350     MOVE CS-CONT-PENDIENTES TO CSL-CANTIDAD.
003360     PERFORM 6900-IMPRIMIR-TOTAL
003370         THRU 6900-IMPRIMIR-TOTAL-EXIT.
003380     MOVE "CORTES ESTPROB SIN TERMINAR" TO CSL-CONCEPTO.
003390     MOVE CS-CONT-CORTES-PEND TO CSL-CANTIDAD.
003400     PERFORM 6900-IMPRIMIR-TOTAL
003410         THRU 6900-IMPRIMIR-TOTAL-EXIT.
003420     MOVE "REEJECUCIONES AUTORIZADAS" TO CSL-CONCEPTO.
003430     MOVE CS-CONT-REEJECUCIONES TO CSL-CANTIDAD.
003440     PERFORM 6900-IMPRIMIR-TOTAL
003450         THRU 6900-IMPRIMIR-TOTAL-EXIT.
003460 6000-IMPRIMIR-EXIT.
003470     EXIT.
003480
003490 6100-IMPRIMIR-DIA.
003500     IF CS-D-EN-CAL (CS-DIA) NOT = "S"
003510         AND CS-D-CON-RUN (CS-DIA) NOT = "S"
003520         GO TO 6100-IMPRIMIR-DIA-EXIT
003530     END-IF.
003540     MOVE CS-DIA TO CS-DIA-TEXTO.
003550     MOVE CS-PARM-MES TO CSD-FECHA(1:6).
003560     MOVE CS-DIA-TEXTO TO CSD-FECHA(7:2).
003570     MOVE "N" TO CS-ESPERADO.
003580     IF CS-D-EN-CAL (CS-DIA) NOT = "S"
003590         MOVE "NO CAL." TO CSD-TIPO
003600         MOVE ZERO TO CSD-CORTES
003610         MOVE "NO EN CALENDARIO" TO CSD-DESCRIPCION
003620     ELSE
003630         IF CS-D-TIPO (CS-DIA) = "L"
003640             MOVE "LABORAB." TO CSD-TIPO
003650             SET CS-ESPERADO-SI TO TRUE
003660             ADD 1 TO CS-CONT-LABORABLES
003670             IF CS-D-EOD (CS-DIA) = "F"
003680                 ADD 1 TO CS-CONT-CERRADOS
003690             ELSE
003700                 ADD 1 TO CS-CONT-PENDIENTES
003710             END-IF
003720         ELSE
003730             MOVE "FESTIVO" TO CSD-TIPO
003740         END-IF
003750         MOVE CS-D-CORTES (CS-DIA) TO CSD-CORTES
003760         MOVE CS-D-DESCRIPCION (CS-DIA) TO CSD-DESCRIPCION
003770     END-IF.
003780     PERFORM 6110-IMPRIMIR-CORTE
003790         THRU 6110-IMPRIMIR-CORTE-EXIT
003800         VARYING CS-CORTE FROM 1 BY 1
003810         UNTIL CS-CORTE > 5.
003820     MOVE CS-D-EOD (CS-DIA) TO CS-EVENTO.
003830     PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT.
003840     MOVE CS-CODIGO TO CSD-EOD.
003850     MOVE CS-D-AIX (CS-DIA) TO CS-EVENTO.
003860     PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT.
003870     MOVE CS-CODIGO TO CSD-AIX.
003880     MOVE CS-D-BKP (CS-DIA) TO CS-EVENTO.
003890     PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT.
003900     MOVE CS-CODIGO TO CSD-BKP.
003910     MOVE CS-LINEA-DIA TO CS-LINEA-IMPRESION.
003920     WRITE CS-LINEA-IMPRESION.
003930 6100-IMPRIMIR-DIA-EXIT.
003940     EXIT.
003950
003960*    LOS CORTES POR ENCIMA DE LOS DEL CALENDARIO NO SE ESPERAN.
003970 6110-IMPRIMIR-CORTE.
003980     MOVE CS-D-PROB (CS-DIA CS-CORTE) TO CS-EVENTO.
003990     IF CS-ESPERADO-SI AND CS-CORTE > CS-D-CORTES (CS-DIA)
004000         MOVE "N" TO CS-ESPERADO
004010         PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT
004020         SET CS-ESPERADO-SI TO TRUE
004030     ELSE
004040         PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT
004050         IF CS-ESPERADO-SI AND CS-EVENTO NOT = "F"
004060             ADD 1 TO CS-CONT-CORTES-PEND
004070         END-IF
004080     END-IF.
004090     MOVE CS-CODIGO TO CSD-PROB (CS-CORTE).
004100 6110-IMPRIMIR-CORTE-EXIT.
004110     EXIT.
004120
004130 6200-CODIFICAR.
004140     EVALUATE TRUE
004150         WHEN CS-EVENTO = "F"
004160             MOVE "OK" TO CS-CODIGO
004170         WHEN CS-EVENTO = "I"
004180             MOVE "EC" TO CS-CODIGO
004190         WHEN CS-ESPERADO-SI
004200             MOVE "NO" TO CS-CODIGO
004210         WHEN OTHER
004220             MOVE "--" TO CS-CODIGO
004230     END-EVALUATE.
004240 6200-CODIFICAR-EXIT.
004250     EXIT.
004260
004270 6300-IMPRIMIR-MENSUAL.
004280     SET CS-ESPERADO-SI TO TRUE.
004290     PERFORM 6200-CODIFICAR THRU 6200-CODIFICAR-EXIT.
004300     MOVE CS-CODIGO TO CSM-CODIGO.
004310     MOVE CS-LINEA-MENSUAL TO CS-LINEA-IMPRESION.
004320     WRITE CS-LINEA-IMPRESION.
004330 6300-IMPRIMIR-MENSUAL-EXIT.
004340     EXIT.
004350
004360 6900-IMPRIMIR-TOTAL.
004370     MOVE CS-LINEA-TOTAL TO CS-LINEA-IMPRESION.
004380     WRITE CS-LINEA-IMPRESION.
004390 6900-IMPRIMIR-TOTAL-EXIT.
004400     EXIT.
004410
004420 8000-TERMINAR.
004430     CLOSE CALFILE.
004440     IF CS-RUNFILE-ABIERTO-SI
004450         CLOSE RUNFILE
004460     END-IF.
004470     CLOSE CTRRPT.
004480     DISPLAY "MES                 : " CS-PARM-MES.
004490     DISPLAY "EJECUCIONES DEL MES : " CS-CONT-RUNFILE.
004500     DISPLAY "LABORABLES          : " CS-CONT-LABORABLES.
004510     DISPLAY "FIN DE DIA PENDIENTE: " CS-CONT-PENDIENTES.
004520 8000-TERMINAR-EXIT.
004530     EXIT.
004540
004550 9999-ABEND.
004560     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
004570     MOVE 16 TO RETURN-CODE.
004580     STOP RUN.
004590 9999-ABEND-EXIT.
004600     EXIT.
004610
004620 END PROGRAM ESTPCTR.

000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Gestion del almacen de transacciones con fecha valor
000070*          futura (ALMFILE), que llena ESTOY_PROBANDO con todo
000080*          detalle cuya TR-FECHA-VALOR es posterior a la fecha de
000090*          proceso. Un modo por ejecucion, en la columna 10 del
000100*          PARM:
000110*          L - LIBERACION: en el corte 01 saca al lote ALMLIB, en
000120*              layout TRANFILE con su cabecera/trailer de control,
000130*              las almacenadas pendientes con fecha valor hasta la
000140*              del dia y las marca liberadas; ESTPROB concatena
000150*              ALMLIB delante de todo lo demas. En los cortes 02 y
000160*              03 deja un lote vacio (solo cabecera y trailer).
000170*          I - LISTADO de las almacenadas pendientes por fecha
000180*              valor y persona, con subtotal por fecha; con "T" en
000190*              la columna 12 lista tambien liberadas y canceladas.
000200*          C - CANCELACION de almacenadas pendientes pedidas en
000210*              CANFILE (clave completa sacada del listado). RC=4
000220*              si alguna peticion no se ha podido atender.
000230*          Los tres modos dejan el informe paginado ALMRPT.
000240* Tectonics: cobc
000250*
000260* Modification history:
000270*   15/10/2026  CM  CREACION INICIAL DEL ALMACEN POR FECHA VALOR.
000280******************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. ESTPALM.
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
000430     SELECT ALMFILE ASSIGN TO "ALMFILE"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS AL-CLAVE
000470         FILE STATUS IS AM-ALMFILE-STATUS.
000480
000490     SELECT ALMLIB ASSIGN TO "ALMLIB"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS AM-ALMLIB-STATUS.
000520
000530     SELECT CANFILE ASSIGN TO "CANFILE"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS AM-CANFILE-STATUS.
000560
000570     SELECT ALMRPT ASSIGN TO "ALMRPT"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS AM-ALMRPT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  ALMFILE.
000640     COPY almrec.
000650
000660 FD  ALMLIB
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE STANDARD.
000690     COPY tranrec.
000700
000710 FD  CANFILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740     COPY canrec.
000750
000760 FD  ALMRPT
000770     RECORDING MODE IS F
000780     LABEL RECORDS ARE STANDARD.
000790 01  AM-LINEA-IMPRESION         PIC X(80).
000800
000810 WORKING-STORAGE SECTION.
000820*    PARM: COLUMNAS 1-8 FECHA DE PROCESO (BLANCO = LA DEL
000830*    SISTEMA), 10 MODO, 12-13 CORTE EN LA LIBERACION O "T" EN LA
000840*    12 PARA EL LISTADO COMPLETO. EN ESTPROB LA FECHA PUEDE VENIR
000850*    CON LA "R" DE REINICIO DELANTE, Y ENTONCES TODO VA UNA
000860*    POSICION A LA DERECHA.
000870 01  AM-PARAMETROS.
000880     05  AM-LINEA-PARM          PIC X(80) VALUE SPACES.
000890     05  AM-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
000900     05  AM-PARM-MODO           PIC X(01) VALUE SPACE.
000910         88  AM-MODO-LIBERAR        VALUE "L".
000920         88  AM-MODO-INFORME        VALUE "I".
000930         88  AM-MODO-CANCELAR       VALUE "C".
000940         88  AM-MODO-VALIDO         VALUES "L" "I" "C".
000950     05  AM-PARM-OPCION         PIC X(02) VALUE SPACES.
000960     05  AM-PARM-CORTE          PIC 9(02) VALUE ZEROES.
000970
000980 01  AM-SWITCHES.
000990     05  AM-FIN-ALMFILE         PIC X(01) VALUE "N".
001000         88  AM-FIN-ALMFILE-SI      VALUE "S".
001010     05  AM-FIN-CANFILE         PIC X(01) VALUE "N".
001020         88  AM-FIN-CANFILE-SI      VALUE "S".
001030     05  AM-LISTADO-COMPLETO    PIC X(01) VALUE "N".
001040         88  AM-LISTADO-COMPLETO-SI VALUE "S".
001050
001060 01  AM-FILE-STATUS.
001070     05  AM-ALMFILE-STATUS      PIC X(02) VALUE "00".
001080     05  AM-ALMLIB-STATUS       PIC X(02) VALUE "00".
001090     05  AM-CANFILE-STATUS      PIC X(02) VALUE "00".
001100     05  AM-ALMRPT-STATUS       PIC X(02) VALUE "00".
001110
001120 01  AM-CONTADORES.
001130     05  AM-CONT-LEIDOS         PIC 9(08) COMP VALUE ZERO.
001140     05  AM-CONT-LIBERADAS      PIC 9(08) COMP VALUE ZERO.
001150     05  AM-CONT-YA-LIBERADAS   PIC 9(08) COMP VALUE ZERO.
001160     05  AM-CONT-LISTADAS       PIC 9(08) COMP VALUE ZERO.
001170     05  AM-CONT-FECHA          PIC 9(08) COMP VALUE ZERO.
001180     05  AM-CONT-PETICIONES     PIC 9(08) COMP VALUE ZERO.
001190     05  AM-CONT-CANCELADAS     PIC 9(08) COMP VALUE ZERO.
001200     05  AM-CONT-NO-ATENDIDAS   PIC 9(08) COMP VALUE ZERO.
001210     05  AM-HASH-NUM1           PIC 9(11)V9(02) COMP
001220                                    VALUE ZERO.
001230     05  AM-HASH-NUM2           PIC 9(11)V9(02) COMP
001240                                    VALUE ZERO.
001250
001260 01  AM-CAMPOS-CALCULO.
001270     05  AM-NUM1                PIC 9(07)V9(02).
001280     05  AM-NUM2                PIC 9(07)V9(02).
001290     05  AM-FECHA-ANTERIOR      PIC 9(08) VALUE ZEROES.
001300     05  AM-SITUACION           PIC X(12) VALUE SPACES.
001310
001320 01  AM-CONTROL-PAGINA.
001330     05  AM-LINEAS-EN-PAGINA    PIC 9(02) COMP VALUE ZERO.
001340     05  AM-MAX-LINEAS-PAGINA   PIC 9(02) COMP VALUE 20.
001350     05  AM-NUM-PAGINA          PIC 9(04) COMP VALUE ZERO.
001360
001370 01  AM-LINEA-TITULO.
001380     05  FILLER                 PIC X(01) VALUE SPACE.
001390     05  AMT-TITULO             PIC X(37) VALUE SPACES.
001400     05  FILLER                 PIC X(12) VALUE
001410         "FECHA PROC: ".
001420     05  AMT-FECHA              PIC 9(08).
001430     05  FILLER                 PIC X(08) VALUE SPACES.
001440     05  FILLER                 PIC X(05) VALUE "PAG. ".
001450     05  AMT-PAGINA             PIC ZZZ9.
001460
001470 01  AM-LINEA-CABECERA.
001480     05  FILLER                 PIC X(09) VALUE "F.VALOR".
001490     05  FILLER                 PIC X(07) VALUE "NUMERO".
001500     05  FILLER                 PIC X(09) VALUE "F.ENTRADA".
001510     05  FILLER                 PIC X(03) VALUE "CO".
001520     05  FILLER                 PIC X(09) VALUE "SECUENCIA".
001530     05  FILLER                 PIC X(11) VALUE "APELLIDO".
001540     05  FILLER                 PIC X(10) VALUE "NUM1".
001550     05  FILLER                 PIC X(10) VALUE "NUM2".
001560     05  FILLER                 PIC X(12) VALUE "SITUACION".
001570
001580*    LA CLAVE SALE COMPLETA Y CON LOS MISMOS ANCHOS QUE EN
001590*    CANFILE, PARA QUE LA PETICION DE CANCELACION SE COPIE TAL
001600*    CUAL DEL LISTADO.
001610 01  AM-LINEA-DETALLE.
001620     05  AMD-FECHA-VALOR        PIC 9(08).
001630     05  FILLER                 PIC X(01) VALUE SPACE.
001640     05  AMD-NUMERO             PIC 9(06).
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  AMD-FECHA-ENTRADA      PIC 9(08).
001670     05  FILLER                 PIC X(01) VALUE SPACE.
001680     05  AMD-CORTE              PIC 9(02).
001690     05  FILLER                 PIC X(01) VALUE SPACE.
001700     05  AMD-SECUENCIA          PIC 9(08).
001710     05  FILLER                 PIC X(01) VALUE SPACE.
001720     05  AMD-APELLIDO           PIC X(10).
001730     05  FILLER                 PIC X(01) VALUE SPACE.
001740     05  AMD-NUM1               PIC X(09).
001750     05  FILLER                 PIC X(01) VALUE SPACE.
001760     05  AMD-NUM2               PIC X(09).
001770     05  FILLER                 PIC X(01) VALUE SPACE.
001780     05  AMD-SITUACION          PIC X(12).
001790
001800 01  AM-LINEA-PETICION.
001810     05  FILLER                 PIC X(04) VALUE SPACES.
001820     05  FILLER                 PIC X(10) VALUE "OPERADOR: ".
001830     05  AMP-OPERADOR           PIC X(08).
001840     05  FILLER                 PIC X(10) VALUE "  MOTIVO: ".
001850     05  AMP-MOTIVO             PIC X(30).
001860
001870 01  AM-LINEA-SUBTOTAL.
001880     05  FILLER                 PIC X(04) VALUE SPACES.
001890     05  FILLER                 PIC X(24) VALUE
001900         "TOTAL DE LA FECHA VALOR ".
001910     05  AMS-FECHA              PIC 9(08).
001920     05  FILLER                 PIC X(02) VALUE ": ".
001930     05  AMS-CONTADOR           PIC ZZZ,ZZ9.
001940
001950 01  AM-LINEA-TOTALES.
001960     05  FILLER                 PIC X(01) VALUE SPACE.
001970     05  AMT-ETIQUETA-1         PIC X(17) VALUE SPACES.
001980     05  AMT-TOTAL-1            PIC ZZZ,ZZ9.
001990     05  AMT-ETIQUETA-2         PIC X(17) VALUE SPACES.
002000     05  AMT-TOTAL-2            PIC ZZZ,ZZ9.
002010     05  AMT-ETIQUETA-3         PIC X(17) VALUE SPACES.
002020     05  AMT-TOTAL-3            PIC ZZZ,ZZ9.
002030
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     PERFORM 1000-INICIALIZAR
002070         THRU 1000-INICIALIZAR-EXIT.
002080     EVALUATE TRUE
002090         WHEN AM-MODO-LIBERAR
002100             PERFORM 2000-LIBERAR-ALMACENADAS
002110                 THRU 2000-LIBERAR-ALMACENADAS-EXIT
002120         WHEN AM-MODO-INFORME
002130             PERFORM 3000-LISTAR-ALMACENADAS
002140                 THRU 3000-LISTAR-ALMACENADAS-EXIT
002150         WHEN AM-MODO-CANCELAR
002160             PERFORM 4000-CANCELAR-ALMACENADAS
002170                 THRU 4000-CANCELAR-ALMACENADAS-EXIT
002180     END-EVALUATE.
002190     PERFORM 8000-TERMINAR
002200         THRU 8000-TERMINAR-EXIT.
002210     STOP RUN.
002220
002230 1000-INICIALIZAR.
002240     ACCEPT AM-LINEA-PARM FROM COMMAND-LINE.
002250     IF AM-LINEA-PARM(1:1) = "R"
002260         MOVE AM-LINEA-PARM(2:79) TO AM-LINEA-PARM
002270     END-IF.
002280     IF AM-LINEA-PARM(1:8) = SPACES
002290         ACCEPT AM-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
002300     ELSE
002310         MOVE AM-LINEA-PARM(1:8) TO AM-PARM-FECHA-PROCESO
002320     END-IF.
002330     MOVE AM-LINEA-PARM(10:1) TO AM-PARM-MODO.
002340     MOVE AM-LINEA-PARM(12:2) TO AM-PARM-OPCION.
002350     IF NOT AM-MODO-VALIDO
002360         DISPLAY "MODO DE PARM NO VALIDO: '" AM-PARM-MODO "'"
002370         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002380     END-IF.
002390     IF AM-MODO-LIBERAR
002400         IF AM-PARM-OPCION NUMERIC
002410             MOVE AM-PARM-OPCION TO AM-PARM-CORTE
002420         ELSE
002430             DISPLAY "CORTE DE PARM NO VALIDO: '" AM-PARM-OPCION
002440                 "'"
002450             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002460         END-IF
002470     END-IF.
002480     IF AM-MODO-INFORME AND AM-PARM-OPCION(1:1) = "T"
002490         SET AM-LISTADO-COMPLETO-SI TO TRUE
002500     END-IF.
002510     DISPLAY "ALMACEN POR FECHA VALOR - MODO " AM-PARM-MODO
002520         " FECHA " AM-PARM-FECHA-PROCESO.
002530*    LA PRIMERA VEZ EL ALMACEN NO EXISTE: SE CREA VACIO, IGUAL
002540*    QUE EN ESTOY_PROBANDO, PARA QUE EL CICLO CORRA DESDE EL
002550*    PRIMER DIA.
002560     IF AM-MODO-INFORME
002570         OPEN INPUT ALMFILE
002580     ELSE
002590         OPEN I-O ALMFILE
002600     END-IF.
002610     IF AM-ALMFILE-STATUS = "35"
002620         OPEN OUTPUT ALMFILE
002630         CLOSE ALMFILE
002640         IF AM-MODO-INFORME
002650             OPEN INPUT ALMFILE
002660         ELSE
002670             OPEN I-O ALMFILE
002680         END-IF
002690     END-IF.
002700     IF AM-ALMFILE-STATUS NOT = "00"
002710         DISPLAY "ERROR AL ABRIR ALMFILE - STATUS "
002720             AM-ALMFILE-STATUS
002730         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002740     END-IF.
002750     OPEN OUTPUT ALMRPT.
002760     IF AM-ALMRPT-STATUS NOT = "00"
002770         DISPLAY "ERROR AL ABRIR ALMRPT - STATUS "
002780             AM-ALMRPT-STATUS
002790         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002800     END-IF.
002810     MOVE AM-PARM-FECHA-PROCESO TO AMT-FECHA.
002820     EVALUATE TRUE
002830         WHEN AM-MODO-LIBERAR
002840             MOVE "ALMACENADAS LIBERADAS AL LOTE" TO AMT-TITULO
002850         WHEN AM-MODO-INFORME
002860             MOVE "ALMACENADAS POR FECHA VALOR" TO AMT-TITULO
002870         WHEN AM-MODO-CANCELAR
002880             MOVE "CANCELACION DE ALMACENADAS" TO AMT-TITULO
002890     END-EVALUATE.
002900 1000-INICIALIZAR-EXIT.
002910     EXIT.
002920
002930******************************************************************
002940*    2000-LIBERAR-ALMACENADAS
002950*    EL LOTE ALMLIB SIEMPRE SE ESCRIBE, CON CABECERA Y TRAILER.
002960*    SOLO EL CORTE 01 LO LLENA: RECORRE EL ALMACEN EN ORDEN DE
002970*    CLAVE HASTA PASAR LA FECHA DE PROCESO Y SACA LAS PENDIENTES
002980*    (UN DIA SIN LOTE, FESTIVO, SE RECOGE EN EL SIGUIENTE). LAS
002990*    QUE YA CONSTAN LIBERADAS EN ESTA MISMA FECHA SE VUELVEN A
003000*    SACAR, PARA QUE REPETIR EL PASO DEN EL MISMO LOTE.
003010******************************************************************
003020 2000-LIBERAR-ALMACENADAS.
003030     OPEN OUTPUT ALMLIB.
003040     IF AM-ALMLIB-STATUS NOT = "00"
003050         DISPLAY "ERROR AL ABRIR ALMLIB - STATUS "
003060             AM-ALMLIB-STATUS
003070         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003080     END-IF.
003090     MOVE SPACES TO TRH-RECORD.
003100     MOVE "H" TO TRH-TIPO-REG.
003110     MOVE AM-PARM-FECHA-PROCESO TO TRH-FECHA-LOTE.
003120*    EL LOTE DE LIBERADAS LLEVA SU PROPIO IDENTIFICADOR, "A" +
003130*    LOS ULTIMOS SIETE DIGITOS DE LA FECHA (COMO "S" EN ESTPSUS
003140*    Y "R" EN ESTPREJ). EL LOTE VACIO DE LOS CORTES 02/03 VA SIN
003150*    IDENTIFICADOR, QUE NO SE COTEJA CONTRA BIDFILE.
003160     IF AM-PARM-CORTE = 01
003170         MOVE "A" TO TRH-LOTE-ID(1:1)
003180         MOVE TRH-FECHA-LOTE(2:7) TO TRH-LOTE-ID(2:7)
003190     END-IF.
003200     WRITE TRH-RECORD.
003210     IF AM-PARM-CORTE NOT = 01
003220         DISPLAY "CORTE " AM-PARM-CORTE
003225             " - LOTE DE LIBERADAS VACIO"
003230         GO TO 2000-LIBERAR-ALMACENADAS-FIN
003240     END-IF.
003250     MOVE LOW-VALUES TO AL-CLAVE.
003260     START ALMFILE KEY IS NOT LESS THAN AL-CLAVE
003270         INVALID KEY
003280             SET AM-FIN-ALMFILE-SI TO TRUE
003290     END-START.
003300     PERFORM 2100-LIBERAR-ALMACENADA
003310         THRU 2100-LIBERAR-ALMACENADA-EXIT
003320         UNTIL AM-FIN-ALMFILE-SI.
003330
003340 2000-LIBERAR-ALMACENADAS-FIN.
003350     MOVE SPACES TO TRT-RECORD.
003360     MOVE "T" TO TRT-TIPO-REG.
003370     COMPUTE TRT-CONT-REGISTROS =
003380         AM-CONT-LIBERADAS + AM-CONT-YA-LIBERADAS.
003390     MOVE AM-HASH-NUM1 TO TRT-HASH-NUM1.
003400     MOVE AM-HASH-NUM2 TO TRT-HASH-NUM2.
003410     WRITE TRT-RECORD.
003420     CLOSE ALMLIB.
003430 2000-LIBERAR-ALMACENADAS-EXIT.
003440     EXIT.
003450
003460 2100-LIBERAR-ALMACENADA.
003470     READ ALMFILE NEXT RECORD
003480         AT END
003490             SET AM-FIN-ALMFILE-SI TO TRUE
003500             GO TO 2100-LIBERAR-ALMACENADA-EXIT
003510     END-READ.
003520     IF AL-FECHA-VALOR > AM-PARM-FECHA-PROCESO
003530         SET AM-FIN-ALMFILE-SI TO TRUE
003540         GO TO 2100-LIBERAR-ALMACENADA-EXIT
003550     END-IF.
003560     ADD 1 TO AM-CONT-LEIDOS.
003570     IF AL-LIBERADA AND AL-FECHA-ESTADO = AM-PARM-FECHA-PROCESO
003580         ADD 1 TO AM-CONT-YA-LIBERADAS
003590         MOVE "YA LIBERADA" TO AM-SITUACION
003600         GO TO 2100-LIBERAR-ALMACENADA-LOTE
003610     END-IF.
003620     IF NOT AL-PENDIENTE
003630         GO TO 2100-LIBERAR-ALMACENADA-EXIT
003640     END-IF.
003650     MOVE "L" TO AL-ESTADO.
003660     MOVE AM-PARM-FECHA-PROCESO TO AL-FECHA-ESTADO.
003670     MOVE "ESTPALM" TO AL-OPERADOR.
003680     REWRITE AL-RECORD
003690         INVALID KEY
003700             DISPLAY "ERROR AL REGRABAR ALMFILE - STATUS "
003710                 AM-ALMFILE-STATUS
003720             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003730     END-REWRITE.
003740     ADD 1 TO AM-CONT-LIBERADAS.
003750     MOVE "LIBERADA" TO AM-SITUACION.
003760
003770 2100-LIBERAR-ALMACENADA-LOTE.
003780     IF AL-NUM1 NUMERIC
003790         MOVE AL-NUM1-N TO AM-NUM1
003800         ADD AM-NUM1 TO AM-HASH-NUM1
003810     END-IF.
003820     IF AL-NUM2 NUMERIC
003830         MOVE AL-NUM2-N TO AM-NUM2
003840         ADD AM-NUM2 TO AM-HASH-NUM2
003850     END-IF.
003860     MOVE AL-TRANSACCION TO TR-RECORD.
003870     WRITE TR-RECORD.
003880     PERFORM 6000-IMPRIMIR-ALMACENADA
003890         THRU 6000-IMPRIMIR-ALMACENADA-EXIT.
003900 2100-LIBERAR-ALMACENADA-EXIT.
003910     EXIT.
003920
003930******************************************************************
003940*    3000-LISTAR-ALMACENADAS
003950*    EL ORDEN DE LA CLAVE YA ES FECHA VALOR Y PERSONA; CADA
003960*    CAMBIO DE FECHA VALOR CIERRA SU SUBTOTAL.
003970******************************************************************
003980 3000-LISTAR-ALMACENADAS.
003990     MOVE LOW-VALUES TO AL-CLAVE.
004000     START ALMFILE KEY IS NOT LESS THAN AL-CLAVE
004010         INVALID KEY
004020             SET AM-FIN-ALMFILE-SI TO TRUE
004030     END-START.
004040     PERFORM 3100-LISTAR-ALMACENADA
004050         THRU 3100-LISTAR-ALMACENADA-EXIT
004060         UNTIL AM-FIN-ALMFILE-SI.
004070     IF AM-CONT-FECHA > ZERO
004080         PERFORM 3200-IMPRIMIR-SUBTOTAL
004090             THRU 3200-IMPRIMIR-SUBTOTAL-EXIT
004100     END-IF.
004110 3000-LISTAR-ALMACENADAS-EXIT.
004120     EXIT.
004130
004140 3100-LISTAR-ALMACENADA.
004150     READ ALMFILE NEXT RECORD
004160         AT END
004170             SET AM-FIN-ALMFILE-SI TO TRUE
004180             GO TO 3100-LISTAR-ALMACENADA-EXIT
004190     END-READ.
004200     ADD 1 TO AM-CONT-LEIDOS.
004210     IF NOT AL-PENDIENTE AND NOT AM-LISTADO-COMPLETO-SI
004220         GO TO 3100-LISTAR-ALMACENADA-EXIT
004230     END-IF.
004240     IF AL-FECHA-VALOR NOT = AM-FECHA-ANTERIOR
004250         IF AM-CONT-FECHA > ZERO
004260             PERFORM 3200-IMPRIMIR-SUBTOTAL
004270                 THRU 3200-IMPRIMIR-SUBTOTAL-EXIT
004280         END-IF
004290         MOVE AL-FECHA-VALOR TO AM-FECHA-ANTERIOR
004300     END-IF.
004310     ADD 1 TO AM-CONT-FECHA.
004320     ADD 1 TO AM-CONT-LISTADAS.
004330     EVALUATE TRUE
004340         WHEN AL-PENDIENTE
004350             MOVE "PENDIENTE" TO AM-SITUACION
004360         WHEN AL-LIBERADA
004370             MOVE "LIBERADA" TO AM-SITUACION
004380         WHEN AL-CANCELADA
004390             MOVE "CANCELADA" TO AM-SITUACION
004400         WHEN OTHER
004410             MOVE "ESTADO ?" TO AM-SITUACION
004420     END-EVALUATE.
004430     PERFORM 6000-IMPRIMIR-ALMACENADA
004440         THRU 6000-IMPRIMIR-ALMACENADA-EXIT.
004450 3100-LISTAR-ALMACENADA-EXIT.
004460     EXIT.
004470
004480 3200-IMPRIMIR-SUBTOTAL.
004490     MOVE AM-FECHA-ANTERIOR TO AMS-FECHA.
004500     MOVE AM-CONT-FECHA TO AMS-CONTADOR.
004510     MOVE AM-LINEA-SUBTOTAL TO AM-LINEA-IMPRESION.
004520     WRITE AM-LINEA-IMPRESION.
004530     ADD 1 TO AM-LINEAS-EN-PAGINA.
004540     MOVE ZERO TO AM-CONT-FECHA.
004550 3200-IMPRIMIR-SUBTOTAL-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590*    4000-CANCELAR-ALMACENADAS
004600*    SOLO SE CANCELA UNA ALMACENADA PENDIENTE: LA YA LIBERADA HA
004610*    ENTRADO EN UN LOTE Y SE DESHACE CON UNA ANULACION "X"; LA
004620*    CLAVE QUE NO EXISTE, LA MAL TECLEADA O LA PETICION SIN
004630*    OPERADOR SE INFORMAN Y DEJAN RC=4.
004640******************************************************************
004650 4000-CANCELAR-ALMACENADAS.
004660     OPEN INPUT CANFILE.
004670     IF AM-CANFILE-STATUS NOT = "00"
004680         DISPLAY "ERROR AL ABRIR CANFILE - STATUS "
004690             AM-CANFILE-STATUS
004700         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
004710     END-IF.
004720     PERFORM 4100-CANCELAR-ALMACENADA
004730         THRU 4100-CANCELAR-ALMACENADA-EXIT
004740         UNTIL AM-FIN-CANFILE-SI.
004750     CLOSE CANFILE.
004760 4000-CANCELAR-ALMACENADAS-EXIT.
004770     EXIT.
004780
004790 4100-CANCELAR-ALMACENADA.
004800     READ CANFILE
004810         AT END
004820             SET AM-FIN-CANFILE-SI TO TRUE
004830             GO TO 4100-CANCELAR-ALMACENADA-EXIT
004840     END-READ.
004850     ADD 1 TO AM-CONT-PETICIONES.
004860     MOVE SPACES TO AL-RECORD.
004870     IF CN-CLAVE NOT NUMERIC
004880         MOVE "CLAVE ERRONEA" TO AM-SITUACION
004890         GO TO 4100-CANCELAR-ALMACENADA-NO
004900     END-IF.
004910     MOVE CN-CLAVE TO AL-CLAVE.
004920     IF CN-OPERADOR = SPACES
004930         MOVE "SIN OPERADOR" TO AM-SITUACION
004940         GO TO 4100-CANCELAR-ALMACENADA-NO
004950     END-IF.
004960     READ ALMFILE
004970         INVALID KEY
004980             MOVE "NO EXISTE" TO AM-SITUACION
004990             GO TO 4100-CANCELAR-ALMACENADA-NO
005000     END-READ.
005010     IF AL-LIBERADA
005020         MOVE "YA LIBERADA" TO AM-SITUACION
005030         GO TO 4100-CANCELAR-ALMACENADA-NO
005040     END-IF.
005050     IF AL-CANCELADA
005060         MOVE "YA CANCELADA" TO AM-SITUACION
005070         GO TO 4100-CANCELAR-ALMACENADA-NO
005080     END-IF.
005090     MOVE "C" TO AL-ESTADO.
005100     MOVE AM-PARM-FECHA-PROCESO TO AL-FECHA-ESTADO.
005110     MOVE CN-OPERADOR TO AL-OPERADOR.
005120     REWRITE AL-RECORD
005130         INVALID KEY
005140             DISPLAY "ERROR AL REGRABAR ALMFILE - STATUS "
005150                 AM-ALMFILE-STATUS
005160             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005170     END-REWRITE.
005180     ADD 1 TO AM-CONT-CANCELADAS.
005190     MOVE "CANCELADA" TO AM-SITUACION.
005200     GO TO 4100-CANCELAR-ALMACENADA-LINEA.
005210
005220 4100-CANCELAR-ALMACENADA-NO.
005230     ADD 1 TO AM-CONT-NO-ATENDIDAS.
005240     DISPLAY "CANCELACION NO ATENDIDA (" AM-SITUACION ") - "
005250         CN-CLAVE.
005260
005270 4100-CANCELAR-ALMACENADA-LINEA.
005280*    LA PETICION RECHAZADA SALE CON LA CLAVE TAL COMO VINO.
005290     IF AL-CLAVE NOT NUMERIC
005300         MOVE ZERO TO AL-FECHA-VALOR AL-NUMERO AL-FECHA-ENTRADA
005310             AL-CORTE AL-SECUENCIA
005320     END-IF.
005330     PERFORM 6000-IMPRIMIR-ALMACENADA
005340         THRU 6000-IMPRIMIR-ALMACENADA-EXIT.
005350     MOVE CN-OPERADOR TO AMP-OPERADOR.
005360     MOVE CN-MOTIVO TO AMP-MOTIVO.
005370     MOVE AM-LINEA-PETICION TO AM-LINEA-IMPRESION.
005380     WRITE AM-LINEA-IMPRESION.
005390     ADD 1 TO AM-LINEAS-EN-PAGINA.
005400     IF AM-SITUACION = "CLAVE ERRONEA"
005410         MOVE SPACES TO AM-LINEA-IMPRESION
005420         STRING "    CLAVE PEDIDA: " CN-CLAVE
005430             DELIMITED BY SIZE INTO AM-LINEA-IMPRESION
005440         WRITE AM-LINEA-IMPRESION
005450         ADD 1 TO AM-LINEAS-EN-PAGINA
005460     END-IF.
005470 4100-CANCELAR-ALMACENADA-EXIT.
005480     EXIT.
005490
005500 6000-IMPRIMIR-ALMACENADA.
005510     IF AM-LINEAS-EN-PAGINA = ZERO
005520         OR AM-LINEAS-EN-PAGINA >= AM-MAX-LINEAS-PAGINA
005530         PERFORM 6100-IMPRIMIR-CABECERA
005540             THRU 6100-IMPRIMIR-CABECERA-EXIT
005550     END-IF.
005560     MOVE AL-FECHA-VALOR TO AMD-FECHA-VALOR.
005570     MOVE AL-NUMERO TO AMD-NUMERO.
005580     MOVE AL-FECHA-ENTRADA TO AMD-FECHA-ENTRADA.
005590     MOVE AL-CORTE TO AMD-CORTE.
005600     MOVE AL-SECUENCIA TO AMD-SECUENCIA.
005610     MOVE AL-APELLIDO TO AMD-APELLIDO.
005620     MOVE AL-NUM1 TO AMD-NUM1.
005630     MOVE AL-NUM2 TO AMD-NUM2.
005640     MOVE AM-SITUACION TO AMD-SITUACION.
005650     MOVE AM-LINEA-DETALLE TO AM-LINEA-IMPRESION.
005660     WRITE AM-LINEA-IMPRESION.
005670     ADD 1 TO AM-LINEAS-EN-PAGINA.
005680 6000-IMPRIMIR-ALMACENADA-EXIT.
005690     EXIT.
005700
005710 6100-IMPRIMIR-CABECERA.
005720     ADD 1 TO AM-NUM-PAGINA.
005730     MOVE AM-NUM-PAGINA TO AMT-PAGINA.
005740     MOVE AM-LINEA-TITULO TO AM-LINEA-IMPRESION.
005750     WRITE AM-LINEA-IMPRESION.
005760     MOVE AM-LINEA-CABECERA TO AM-LINEA-IMPRESION.
005770     WRITE AM-LINEA-IMPRESION.
005780     MOVE ZERO TO AM-LINEAS-EN-PAGINA.
005790 6100-IMPRIMIR-CABECERA-EXIT.
005800     EXIT.
005810
005820 8000-TERMINAR.
005830     IF AM-LINEAS-EN-PAGINA = ZERO
005840         PERFORM 6100-IMPRIMIR-CABECERA
005850             THRU 6100-IMPRIMIR-CABECERA-EXIT
005860     END-IF.
005870     EVALUATE TRUE
005880         WHEN AM-MODO-LIBERAR
005890             MOVE "LIBERADAS......: " TO AMT-ETIQUETA-1
005900             MOVE AM-CONT-LIBERADAS TO AMT-TOTAL-1
005910             MOVE "   YA LIBERADAS: " TO AMT-ETIQUETA-2
005920             MOVE AM-CONT-YA-LIBERADAS TO AMT-TOTAL-2
005930             MOVE "   LEIDAS......: " TO AMT-ETIQUETA-3
005940             MOVE AM-CONT-LEIDOS TO AMT-TOTAL-3
005950         WHEN AM-MODO-INFORME
005960             MOVE "LISTADAS.......: " TO AMT-ETIQUETA-1
005970             MOVE AM-CONT-LISTADAS TO AMT-TOTAL-1
005980             MOVE "   LEIDAS......: " TO AMT-ETIQUETA-2
005990             MOVE AM-CONT-LEIDOS TO AMT-TOTAL-2
006000         WHEN AM-MODO-CANCELAR
006010             MOVE "PETICIONES.....: " TO AMT-ETIQUETA-1
006020             MOVE AM-CONT-PETICIONES TO AMT-TOTAL-1
006030             MOVE "   CANCELADAS..: " TO AMT-ETIQUETA-2
006040             MOVE AM-CONT-CANCELADAS TO AMT-TOTAL-2
006050             MOVE "   NO ATENDIDAS: " TO AMT-ETIQUETA-3
006060             MOVE AM-CONT-NO-ATENDIDAS TO AMT-TOTAL-3
006070     END-EVALUATE.
006080     MOVE AM-LINEA-TOTALES TO AM-LINEA-IMPRESION.
006090     IF AM-MODO-INFORME
006100         MOVE SPACES TO AM-LINEA-IMPRESION(50:24)
006110     END-IF.
006120     WRITE AM-LINEA-IMPRESION.
006130     CLOSE ALMFILE ALMRPT.
006140     DISPLAY "ALMACENADAS LEIDAS  : " AM-CONT-LEIDOS.
006150     EVALUATE TRUE
006160         WHEN AM-MODO-LIBERAR
006170             DISPLAY "LIBERADAS           : " AM-CONT-LIBERADAS
006180             DISPLAY "YA LIBERADAS HOY    : " AM-CONT-YA-LIBERADAS
006190         WHEN AM-MODO-INFORME
006200             DISPLAY "LISTADAS            : " AM-CONT-LISTADAS
006210         WHEN AM-MODO-CANCELAR
006220             DISPLAY "PETICIONES          : " AM-CONT-PETICIONES
006230             DISPLAY "CANCELADAS          : " AM-CONT-CANCELADAS
006240             DISPLAY "NO ATENDIDAS        : " AM-CONT-NO-ATENDIDAS
006250     END-EVALUATE.
006260     IF AM-CONT-NO-ATENDIDAS > ZERO
006270         MOVE 4 TO RETURN-CODE
006280     END-IF.
006290 8000-TERMINAR-EXIT.
006300     EXIT.
006310
006320 9999-ABEND.
006330     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
006340     MOVE 16 TO RETURN-CODE.
006350     STOP RUN.
006360 9999-ABEND-EXIT.
006370     EXIT.
006380
006390 END PROGRAM ESTPALM.

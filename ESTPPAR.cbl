000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Reparto del TRANFILE del corte en particiones por
000070*          tramos de PF-NUMERO (tabla PARFILE, de 1 a 4 tramos
000080*          seguidos de 000000 a 999999), para que ESTOY_PROBANDO
000090*          corra una vez por particion en paralelo (JCL ESTPPRT) y
000100*          ESTPMRG junte despues los resultados en un solo corte.
000110*          Hace antes la misma prevalidacion de lotes que el
000120*          programa de lote (BIDFILE e identificador repetido en
000130*          la entrada): un lote re-enviado termina con RC=8 sin
000140*          repartir nada.
000150*          Cada cabecera "H" se copia a todas las particiones y
000160*          cada trailer "T" sale en todas con la parte del lote
000170*          que le toco a cada una (contador y totales hash), de
000180*          modo que cada particion cuadra sola. El detalle, los
000190*          "D" y las "X" van a la particion de la persona:
000200*          - por numero, mirando el maestro para pasar una
000210*            fusionada a su superviviente;
000220*          - un numero mayor que el ultimo asignado en el maestro
000230*            es de un alta de este mismo corte;
000240*          - las altas, y lo que solo trae nombre y no esta en el
000250*            maestro, van a la particion de las altas (la del
000260*            tramo que contiene el siguiente numero libre), que es
000270*            la unica que numera personas nuevas, en el mismo
000280*            orden que la corrida serie;
000290*          - lo que solo trae nombre se busca por la clave
000300*            alternativa, teniendo en cuenta los cambios de nombre
000310*            por numero vistos antes en el mismo corte.
000320*          Deja en PRTFILE el control del reparto (lo leido, los
000330*          totales declarados en los trailers originales, lo
000340*          repartido a cada particion, los lotes vistos y las
000350*          horas) para el cuadre y el informe de tiempos de
000360*          ESTPMRG.
000370* Tectonics: cobc
000380*
000390* Modification history:
000400*   15/10/2026  CM  CREACION INICIAL DEL REPARTO POR PARTICIONES.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID. ESTPPAR.
000440 AUTHOR. CEFERINO MULET.
000450 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000460 DATE-WRITTEN. 15/10/2026.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER. IBM-370.
000520 OBJECT-COMPUTER. IBM-370.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRANFILE ASSIGN TO "TRANFILE"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS PA-TRANFILE-STATUS.
000590
000600     SELECT PERSFILE ASSIGN TO "PERSFILE"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS PF-NUMERO
000640         ALTERNATE RECORD KEY IS PF-NOMBRE-CLAVE
000650             WITH DUPLICATES
000660         FILE STATUS IS PA-PERSFILE-STATUS.
000670
000680     SELECT PARFILE ASSIGN TO "PARFILE"
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS PA-PARFILE-STATUS.
000710
000720     SELECT BIDFILE ASSIGN TO "BIDFILE"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS PA-BIDFILE-STATUS.
000750
000760     SELECT TRANP01 ASSIGN TO "TRANP01"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS PA-TRANP01-STATUS.
000790
000800     SELECT TRANP02 ASSIGN TO "TRANP02"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS PA-TRANP02-STATUS.
000830
000840     SELECT TRANP03 ASSIGN TO "TRANP03"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS PA-TRANP03-STATUS.
000870
000880     SELECT TRANP04 ASSIGN TO "TRANP04"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS PA-TRANP04-STATUS.
000910
000920     SELECT PRTFILE ASSIGN TO "PRTFILE"
000930         ORGANIZATION IS SEQUENTIAL
000940         FILE STATUS IS PA-PRTFILE-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  TRANFILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010     COPY tranrec.
001020
001030 FD  PERSFILE
001040     LABEL RECORDS ARE STANDARD.
001050     COPY persrec.
001060
001070 FD  PARFILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100     COPY parrec.
001110
001120 FD  BIDFILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150     COPY bidrec.
001160
001170*    TRANFILE DE CADA PARTICION, EN LAYOUT TR-RECORD.
001180 FD  TRANP01
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  PA-TRANP01-REG             PIC X(80).
001220
001230 FD  TRANP02
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  PA-TRANP02-REG             PIC X(80).
001270
001280 FD  TRANP03
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE STANDARD.
001310 01  PA-TRANP03-REG             PIC X(80).
001320
001330 FD  TRANP04
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE STANDARD.
001360 01  PA-TRANP04-REG             PIC X(80).
001370
001380 FD  PRTFILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD.
001410     COPY prtrec.
001420
001430 WORKING-STORAGE SECTION.
001440*    PARM: FECHA DE PROCESO AAAAMMDD + CORTE CC, COMO EL DE
001450*    ESTOY_PROBANDO. EL REINICIO "R" NO SE ADMITE AQUI: UNA
001460*    PARTICION SE REINICIA SOLA CON EL JCL ESTPPRT.
001470 01  PA-PARAMETROS.
001480     05  PA-LINEA-PARM          PIC X(80) VALUE SPACES.
001490     05  PA-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
001500     05  PA-PARM-CORTE          PIC 9(02) VALUE ZEROES.
001510
001520 01  PA-SWITCHES.
001530     05  PA-FIN-TRANFILE        PIC X(01) VALUE "N".
001540         88  PA-FIN-TRANFILE-SI     VALUE "S".
001550     05  PA-FIN-PARFILE         PIC X(01) VALUE "N".
001560         88  PA-FIN-PARFILE-SI      VALUE "S".
001570     05  PA-FIN-PERSFILE        PIC X(01) VALUE "N".
001580         88  PA-FIN-PERSFILE-SI     VALUE "S".
001590     05  PA-FIN-BIDFILE         PIC X(01) VALUE "N".
001600         88  PA-FIN-BIDFILE-SI      VALUE "S".
001610     05  PA-PERSFILE-ABIERTO    PIC X(01) VALUE "N".
001620         88  PA-PERSFILE-ABIERTO-SI VALUE "S".
001630     05  PA-LOTE-DUPLICADO      PIC X(01) VALUE "N".
001640         88  PA-LOTE-DUPLICADO-SI   VALUE "S".
001650     05  PA-CABECERA-VISTA      PIC X(01) VALUE "N".
001660         88  PA-CABECERA-SI         VALUE "S".
001670     05  PA-TRAILER-VISTO       PIC X(01) VALUE "N".
001680         88  PA-TRAILER-SI          VALUE "S".
001690     05  PA-BALANCE-ERROR       PIC X(01) VALUE "N".
001700         88  PA-BALANCE-ERROR-SI    VALUE "S".
001710     05  PA-PARTICIONES-ERROR   PIC X(01) VALUE "N".
001720         88  PA-PARTICIONES-MAL     VALUE "S".
001730     05  PA-PERSONA-HALLADA     PIC X(01) VALUE "N".
001740         88  PA-PERSONA-SI          VALUE "S".
001750         88  PA-PERSONA-NO          VALUE "N".
001760     05  PA-DESTINO-ALTAS       PIC X(01) VALUE "N".
001770         88  PA-DESTINO-ALTAS-SI    VALUE "S".
001780         88  PA-DESTINO-ALTAS-NO    VALUE "N".
001790
001800 01  PA-FILE-STATUS.
001810     05  PA-TRANFILE-STATUS     PIC X(02) VALUE "00".
001820     05  PA-PERSFILE-STATUS     PIC X(02) VALUE "00".
001830     05  PA-PARFILE-STATUS      PIC X(02) VALUE "00".
001840     05  PA-BIDFILE-STATUS      PIC X(02) VALUE "00".
001850     05  PA-TRANP01-STATUS      PIC X(02) VALUE "00".
001860     05  PA-TRANP02-STATUS      PIC X(02) VALUE "00".
001870     05  PA-TRANP03-STATUS      PIC X(02) VALUE "00".
001880     05  PA-TRANP04-STATUS      PIC X(02) VALUE "00".
001890     05  PA-PRTFILE-STATUS      PIC X(02) VALUE "00".
001900
001910 01  PA-CONTADORES.
001920     05  PA-CONT-LEIDOS         PIC 9(08) COMP VALUE ZERO.
001930     05  PA-CONT-DETALLE        PIC 9(08) COMP VALUE ZERO.
001940     05  PA-HASH-NUM1           PIC 9(11)V9(02) COMP
001950                                    VALUE ZERO.
001960     05  PA-HASH-NUM2           PIC 9(11)V9(02) COMP
001970                                    VALUE ZERO.
001980     05  PA-TRT-CONT            PIC 9(08) COMP VALUE ZERO.
001990     05  PA-TRT-HASH-NUM1       PIC 9(11)V9(02) COMP
002000                                    VALUE ZERO.
002010     05  PA-TRT-HASH-NUM2       PIC 9(11)V9(02) COMP
002020                                    VALUE ZERO.
002030     05  PA-CONT-RENOMBRES-PERDIDOS
002040                                PIC 9(08) COMP VALUE ZERO.
002050
002060 01  PA-FECHA-HORA.
002070     05  PA-FECHA-SISTEMA       PIC 9(08).
002080     05  PA-HORA-INICIO         PIC 9(08).
002090     05  PA-HORA-FIN            PIC 9(08).
002100
002110 01  PA-CAMPOS-REPARTO.
002120     05  PA-NUM1                PIC 9(07)V9(02).
002130     05  PA-NUM2                PIC 9(07)V9(02).
002140*        MAYOR PF-NUMERO DEL MAESTRO AL EMPEZAR EL CORTE: TODO
002150*        NUMERO POR ENCIMA ES DE UN ALTA DE ESTE MISMO CORTE.
002160     05  PA-ULT-NUMERO          PIC 9(06) VALUE ZERO.
002170     05  PA-SIGUIENTE-NUMERO    PIC 9(07) VALUE ZERO.
002180     05  PA-NUMERO-BUSCADO      PIC 9(06) VALUE ZERO.
002190     05  PA-NUMERO-DESTINO      PIC 9(06) VALUE ZERO.
002200     05  PA-APELLIDO-BUSCADO    PIC X(10) VALUE SPACES.
002210     05  PA-NOMBRE-BUSCADO      PIC X(10) VALUE SPACES.
002220     05  PA-NUMERO-RENOMBRE     PIC 9(06) VALUE ZERO.
002230     05  PA-DESDE-ESPERADO      PIC 9(07) VALUE ZERO.
002240     05  PA-PARTICION-ALTAS     PIC 9(02) COMP VALUE ZERO.
002250     05  PA-PART-DESTINO        PIC 9(02) COMP VALUE ZERO.
002260     05  PA-FECHA-LOTE-DUP      PIC 9(08) VALUE ZERO.
002270
002280*    TABLA DE PARTICIONES CARGADA DE PARFILE. LA ENTRADA N ES LA
002290*    PARTICION N Y ESCRIBE EN EL FICHERO TRANP0N. PA-PART-LOTE-*
002300*    ES LA PARTE DEL LOTE EN CURSO, QUE SALE EN SU TRAILER.
002310 01  PA-TABLA-PARTICIONES.
002320     05  PA-CONT-PARTICIONES    PIC 9(02) COMP VALUE ZERO.
002330     05  PA-MAX-PARTICIONES     PIC 9(02) COMP VALUE 4.
002340     05  PA-PART OCCURS 4 TIMES
002350             INDEXED BY PA-PART-IDX.
002360         10  PA-PART-NUMERO     PIC 9(02).
002370         10  PA-PART-DESDE      PIC 9(06).
002380         10  PA-PART-HASTA      PIC 9(06).
002390         10  PA-PART-ESCRITOS   PIC 9(08) COMP.
002400         10  PA-PART-DETALLE    PIC 9(08) COMP.
002410         10  PA-PART-HASH1      PIC 9(11)V9(02) COMP.
002420         10  PA-PART-HASH2      PIC 9(11)V9(02) COMP.
002430         10  PA-PART-ALTAS      PIC 9(08) COMP.
002440         10  PA-PART-LOTE-CONT  PIC 9(08) COMP.
002450         10  PA-PART-LOTE-HASH1 PIC 9(11)V9(02) COMP.
002460         10  PA-PART-LOTE-HASH2 PIC 9(11)V9(02) COMP.
002470
002480*    LOTES VISTOS EN LA ENTRADA: EN LA PREVALIDACION PARA CAZAR
002490*    UN ID REPETIDO Y EN EL REPARTO PARA QUE ESTPMRG LOS ANOTE EN
002500*    BIDFILE CUANDO EL CORTE TERMINE CUADRADO.
002510 01  PA-LOTES-CORRIDA.
002520     05  PA-CONT-LOTES          PIC 9(02) COMP VALUE ZERO.
002530     05  PA-MAX-LOTES           PIC 9(02) COMP VALUE 10.
002540     05  PA-LOTE OCCURS 10 TIMES
002550             INDEXED BY PA-LOTE-IDX.
002560         10  PA-LOTE-ID         PIC X(08).
002570         10  PA-LOTE-FECHA      PIC 9(08).
002580
002590*    CAMBIOS DE NOMBRE POR NUMERO VISTOS EN EL CORTE: EL NOMBRE
002600*    NUEVO TODAVIA NO ESTA EN EL MAESTRO, PERO EN LA CORRIDA SERIE
002610*    UNA TRANSACCION POSTERIOR SOLO CON ESE NOMBRE YA LA
002620*    ENCONTRARIA. SIN SITIO EN LA TABLA SE AVISA Y SE CUENTA.
002630 01  PA-RENOMBRES.
002640     05  PA-CONT-RENOMBRES      PIC 9(04) COMP VALUE ZERO.
002650     05  PA-MAX-RENOMBRES       PIC 9(04) COMP VALUE 500.
002660     05  PA-REN OCCURS 500 TIMES
002670             INDEXED BY PA-REN-IDX.
002680         10  PA-REN-APELLIDO    PIC X(10).
002690         10  PA-REN-NOMBRE      PIC X(10).
002700         10  PA-REN-NUMERO      PIC 9(06).
002710
002720 PROCEDURE DIVISION.
002730 0000-MAINLINE.
002740     PERFORM 1000-INICIALIZAR
002750         THRU 1000-INICIALIZAR-EXIT.
002760     PERFORM 2000-REPARTIR-TRANSACCION
002770         THRU 2000-REPARTIR-TRANSACCION-EXIT
002780         UNTIL PA-FIN-TRANFILE-SI.
002790     PERFORM 8000-TERMINAR
002800         THRU 8000-TERMINAR-EXIT.
002810     STOP RUN.
002820
002830******************************************************************
002840*    1000-INICIALIZAR
002850*    TRATA EL PARM, CARGA LA TABLA DE PARTICIONES, BUSCA EL
002860*    ULTIMO NUMERO DEL MAESTRO, PREVALIDA LOS LOTES DE LA ENTRADA
002870*    Y SOLO ENTONCES ABRE LAS SALIDAS Y DEJA LEIDO EL PRIMER
002880*    REGISTRO DE TRANFILE (LECTURA ANTICIPADA).
002890******************************************************************
002900 1000-INICIALIZAR.
002910     ACCEPT PA-LINEA-PARM FROM COMMAND-LINE.
002920     ACCEPT PA-FECHA-SISTEMA FROM DATE YYYYMMDD.
002930     ACCEPT PA-HORA-INICIO FROM TIME.
002940     PERFORM 1100-TRATAR-PARAMETROS
002950         THRU 1100-TRATAR-PARAMETROS-EXIT.
002960     PERFORM 1200-ABRIR-ENTRADAS
002970         THRU 1200-ABRIR-ENTRADAS-EXIT.
002980     PERFORM 1300-CARGAR-PARTICIONES
002990         THRU 1300-CARGAR-PARTICIONES-EXIT.
003000     PERFORM 1400-CARGAR-ULT-NUMERO
003010         THRU 1400-CARGAR-ULT-NUMERO-EXIT.
003020     PERFORM 1500-VALIDAR-LOTES-ENTRADA
003030         THRU 1500-VALIDAR-LOTES-ENTRADA-EXIT.
003040     PERFORM 1600-ABRIR-SALIDAS
003050         THRU 1600-ABRIR-SALIDAS-EXIT.
003060     DISPLAY "REPARTO DEL CORTE " PA-PARM-CORTE " DEL "
003070         PA-PARM-FECHA-PROCESO " EN " PA-CONT-PARTICIONES
003080         " PARTICIONES".
003090     DISPLAY "ULTIMO NUMERO DEL MAESTRO " PA-ULT-NUMERO
003100         " - ALTAS EN LA PARTICION " PA-PARTICION-ALTAS.
003110     PERFORM 2100-LEER-TRANFILE
003120         THRU 2100-LEER-TRANFILE-EXIT.
003130 1000-INICIALIZAR-EXIT.
003140     EXIT.
003150
003160 1100-TRATAR-PARAMETROS.
003170     IF PA-LINEA-PARM(1:1) = "R"
003180         DISPLAY "EL REPARTO NO SE REINICIA: REINICIAR SOLO LA "
003190             "PARTICION FALLIDA CON EL JCL ESTPPRT"
003200         MOVE 8 TO RETURN-CODE
003210         STOP RUN
003220     END-IF.
003230     MOVE PA-LINEA-PARM(1:8) TO PA-PARM-FECHA-PROCESO.
003240     IF PA-LINEA-PARM(9:2) NUMERIC
003250         MOVE PA-LINEA-PARM(9:2) TO PA-PARM-CORTE
003260     END-IF.
003270     IF PA-PARM-FECHA-PROCESO = ZEROES
003280         MOVE PA-FECHA-SISTEMA TO PA-PARM-FECHA-PROCESO
003290     END-IF.
003300     IF PA-PARM-CORTE = ZEROES
003310         MOVE 01 TO PA-PARM-CORTE
003320     END-IF.
003330 1100-TRATAR-PARAMETROS-EXIT.
003340     EXIT.
003350
003360 1200-ABRIR-ENTRADAS.
003370     OPEN INPUT TRANFILE.
003380     IF PA-TRANFILE-STATUS NOT = "00"
003390         DISPLAY "ERROR AL ABRIR TRANFILE - STATUS "
003400             PA-TRANFILE-STATUS
003410         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003420     END-IF.
003430
003440*    SIN MAESTRO TODAVIA (PRIMERA NOCHE) TODO ES ALTA O NO SE
003450*    ENCUENTRA: VA ENTERO A LA PARTICION DE LAS ALTAS.
003460     OPEN INPUT PERSFILE.
003470     IF PA-PERSFILE-STATUS = "00"
003480         SET PA-PERSFILE-ABIERTO-SI TO TRUE
003490     ELSE
003500         IF PA-PERSFILE-STATUS = "35"
003510             DISPLAY "PERSFILE TODAVIA NO EXISTE - TODO A LA "
003520                 "PARTICION DE LAS ALTAS"
003530         ELSE
003540             DISPLAY "ERROR AL ABRIR PERSFILE - STATUS "
003550                 PA-PERSFILE-STATUS
003560             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003570         END-IF
003580     END-IF.
003590
003600     OPEN INPUT PARFILE.
003610     IF PA-PARFILE-STATUS NOT = "00"
003620         DISPLAY "ERROR AL ABRIR PARFILE - STATUS "
003630             PA-PARFILE-STATUS
003640         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003650     END-IF.
003660 1200-ABRIR-ENTRADAS-EXIT.
003670     EXIT.
003680
003690******************************************************************
003700*    1300-CARGAR-PARTICIONES
003710*    LAS LINEAS DE PARFILE VAN EN ORDEN (01, 02...) Y SUS TRAMOS
003720*    SEGUIDOS: EL PRIMERO EMPIEZA EN 000000, CADA UNO EMPIEZA
003730*    DETRAS DEL ANTERIOR Y EL ULTIMO ACABA EN 999999. ASI TODA
003740*    PERSONA CAE EN UNA Y SOLO UNA PARTICION. UNA TABLA MAL
003750*    FORMADA PARA EL REPARTO ANTES DE ESCRIBIR NADA.
003760******************************************************************
003770 1300-CARGAR-PARTICIONES.
003780     MOVE ZERO TO PA-DESDE-ESPERADO.
003790     PERFORM 1310-LEER-PARFILE
003800         THRU 1310-LEER-PARFILE-EXIT
003810         UNTIL PA-FIN-PARFILE-SI.
003820     CLOSE PARFILE.
003830     IF PA-CONT-PARTICIONES = ZERO
003840         DISPLAY "PARFILE SIN PARTICIONES"
003850         SET PA-PARTICIONES-MAL TO TRUE
003860     ELSE
003870         IF PA-DESDE-ESPERADO NOT = 1000000
003880             DISPLAY "LA ULTIMA PARTICION NO LLEGA A 999999"
003890             SET PA-PARTICIONES-MAL TO TRUE
003900         END-IF
003910     END-IF.
003920     IF PA-PARTICIONES-MAL
003930         DISPLAY "TABLA DE PARTICIONES INCORRECTA - NO SE REPARTE"
003940         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
003950     END-IF.
003960 1300-CARGAR-PARTICIONES-EXIT.
003970     EXIT.
003980
003990 1310-LEER-PARFILE.
004000     READ PARFILE
004010         AT END
004020             SET PA-FIN-PARFILE-SI TO TRUE
004030             GO TO 1310-LEER-PARFILE-EXIT
004040     END-READ.
004050     IF PA-CONT-PARTICIONES NOT < PA-MAX-PARTICIONES
004060         DISPLAY "PARFILE CON MAS DE " PA-MAX-PARTICIONES
004070             " PARTICIONES"
004080         SET PA-PARTICIONES-MAL TO TRUE
004090         GO TO 1310-LEER-PARFILE-EXIT
004100     END-IF.
004110     ADD 1 TO PA-CONT-PARTICIONES.
004120     SET PA-PART-IDX TO PA-CONT-PARTICIONES.
004130     IF RG-PARTICION NOT NUMERIC
004140         OR RG-PARTICION NOT = PA-CONT-PARTICIONES
004150         OR RG-NUMERO-DESDE NOT NUMERIC
004160         OR RG-NUMERO-HASTA NOT NUMERIC
004170         DISPLAY "LINEA DE PARFILE INCORRECTA: " RG-RECORD(1:14)
004180         SET PA-PARTICIONES-MAL TO TRUE
004190         GO TO 1310-LEER-PARFILE-EXIT
004200     END-IF.
004210     IF RG-NUMERO-DESDE NOT = PA-DESDE-ESPERADO
004220         OR RG-NUMERO-HASTA < RG-NUMERO-DESDE
004230         DISPLAY "TRAMO DE LA PARTICION " RG-PARTICION
004240             " NO SIGUE AL ANTERIOR: " RG-NUMERO-DESDE "-"
004250             RG-NUMERO-HASTA
004260         SET PA-PARTICIONES-MAL TO TRUE
004270     END-IF.
004280     MOVE RG-PARTICION TO PA-PART-NUMERO (PA-PART-IDX).
004290     MOVE RG-NUMERO-DESDE TO PA-PART-DESDE (PA-PART-IDX).
004300     MOVE RG-NUMERO-HASTA TO PA-PART-HASTA (PA-PART-IDX).
004310     MOVE ZERO TO PA-PART-ESCRITOS (PA-PART-IDX)
004320                  PA-PART-DETALLE (PA-PART-IDX)
004330                  PA-PART-HASH1 (PA-PART-IDX)
004340                  PA-PART-HASH2 (PA-PART-IDX)
004350                  PA-PART-ALTAS (PA-PART-IDX)
004360                  PA-PART-LOTE-CONT (PA-PART-IDX)
004370                  PA-PART-LOTE-HASH1 (PA-PART-IDX)
004380                  PA-PART-LOTE-HASH2 (PA-PART-IDX).
004390     ADD 1 RG-NUMERO-HASTA GIVING PA-DESDE-ESPERADO.
004400 1310-LEER-PARFILE-EXIT.
004410     EXIT.
004420
004430******************************************************************
004440*    1400-CARGAR-ULT-NUMERO
004450*    MAYOR PF-NUMERO DEL MAESTRO, COMO EN ESTOY_PROBANDO. LA
004460*    PARTICION CUYO TRAMO CONTIENE EL SIGUIENTE NUMERO ES LA DE
004470*    LAS ALTAS: SOLO ELLA CREA PERSONAS Y LAS NUMERA EN EL MISMO
004480*    ORDEN QUE LA CORRIDA SERIE, SIN HUECOS NI CHOQUES.
004490******************************************************************
004500 1400-CARGAR-ULT-NUMERO.
004510     MOVE ZERO TO PA-ULT-NUMERO.
004520     IF PA-PERSFILE-ABIERTO-SI
004530         MOVE ZERO TO PF-NUMERO
004540         START PERSFILE KEY NOT < PF-NUMERO
004550             INVALID KEY
004560                 SET PA-FIN-PERSFILE-SI TO TRUE
004570         END-START
004580         PERFORM 1410-LEER-PERSFILE
004590             THRU 1410-LEER-PERSFILE-EXIT
004600             UNTIL PA-FIN-PERSFILE-SI
004610     END-IF.
004620     ADD 1 PA-ULT-NUMERO GIVING PA-SIGUIENTE-NUMERO.
004630     IF PA-SIGUIENTE-NUMERO > 999999
004640         MOVE 999999 TO PA-SIGUIENTE-NUMERO
004650     END-IF.
004660     MOVE PA-SIGUIENTE-NUMERO TO PA-NUMERO-DESTINO.
004670     PERFORM 2800-BUSCAR-PARTICION
004680         THRU 2800-BUSCAR-PARTICION-EXIT.
004690     MOVE PA-PART-DESTINO TO PA-PARTICION-ALTAS.
004700 1400-CARGAR-ULT-NUMERO-EXIT.
004710     EXIT.
004720
004730 1410-LEER-PERSFILE.
004740     READ PERSFILE NEXT
004750         AT END
004760             SET PA-FIN-PERSFILE-SI TO TRUE
004770         NOT AT END
004780             MOVE PF-NUMERO TO PA-ULT-NUMERO
004790     END-READ.
004800 1410-LEER-PERSFILE-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840*    1500-VALIDAR-LOTES-ENTRADA
004850*    LA MISMA PASADA PREVIA QUE HACIA ESTOY_PROBANDO EN LA
004860*    CORRIDA SERIE: CADA CABECERA SE COTEJA CONTRA EL REGISTRO DE
004870*    LOTES PROCESADOS Y CONTRA LAS DEMAS CABECERAS DE LA ENTRADA.
004880*    UN LOTE RE-ENVIADO O REPETIDO TERMINA CON RC=8 ANTES DE
004890*    ABRIR NINGUNA SALIDA, Y LAS PARTICIONES NO LLEGAN A CORRER.
004900******************************************************************
004910 1500-VALIDAR-LOTES-ENTRADA.
004920     PERFORM 1510-LEER-PREVALIDACION
004930         THRU 1510-LEER-PREVALIDACION-EXIT
004940         UNTIL PA-FIN-TRANFILE-SI.
004950     CLOSE TRANFILE.
004960     MOVE "N" TO PA-FIN-TRANFILE.
004970     MOVE ZERO TO PA-CONT-LOTES.
004980     OPEN INPUT TRANFILE.
004990     IF PA-TRANFILE-STATUS NOT = "00"
005000         DISPLAY "ERROR AL REABRIR TRANFILE - STATUS "
005010             PA-TRANFILE-STATUS
005020         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
005030     END-IF.
005040 1500-VALIDAR-LOTES-ENTRADA-EXIT.
005050     EXIT.
005060
005070 1510-LEER-PREVALIDACION.
005080     READ TRANFILE
005090         AT END
005100             SET PA-FIN-TRANFILE-SI TO TRUE
005110         NOT AT END
005120             IF TRH-CABECERA
005130                 PERFORM 1520-VERIFICAR-LOTE-REGISTRADO
005140                     THRU 1520-VERIFICAR-LOTE-REGISTRADO-EXIT
005150                 PERFORM 1540-ANOTAR-LOTE-PREVAL
005160                     THRU 1540-ANOTAR-LOTE-PREVAL-EXIT
005170             END-IF
005180     END-READ.
005190 1510-LEER-PREVALIDACION-EXIT.
005200     EXIT.
005210
005220 1520-VERIFICAR-LOTE-REGISTRADO.
005230     IF TRH-LOTE-ID = SPACES
005240         GO TO 1520-VERIFICAR-LOTE-REGISTRADO-EXIT
005250     END-IF.
005260     MOVE "N" TO PA-LOTE-DUPLICADO.
005270     MOVE "N" TO PA-FIN-BIDFILE.
005280     OPEN INPUT BIDFILE.
005290     IF PA-BIDFILE-STATUS NOT = "00"
005300*        TODAVIA NO EXISTE EL REGISTRO: PRIMER LOTE DEL SISTEMA.
005310         GO TO 1520-VERIFICAR-LOTE-REGISTRADO-EXIT
005320     END-IF.
005330     PERFORM 1530-LEER-BIDFILE
005340         THRU 1530-LEER-BIDFILE-EXIT
005350         UNTIL PA-FIN-BIDFILE-SI OR PA-LOTE-DUPLICADO-SI.
005360     CLOSE BIDFILE.
005370     IF PA-LOTE-DUPLICADO-SI
005380         DISPLAY "LOTE YA PROCESADO EL " PA-FECHA-LOTE-DUP
005390             " - ID " TRH-LOTE-ID
005400         DISPLAY "CORTE RECHAZADO - NO SE REPARTE"
005410         MOVE 8 TO RETURN-CODE
005420         PERFORM 1590-CERRAR-ENTRADAS
005430             THRU 1590-CERRAR-ENTRADAS-EXIT
005440         STOP RUN
005450     END-IF.
005460 1520-VERIFICAR-LOTE-REGISTRADO-EXIT.
005470     EXIT.
005480
005490 1530-LEER-BIDFILE.
005500     READ BIDFILE
005510         AT END
005520             SET PA-FIN-BIDFILE-SI TO TRUE
005530         NOT AT END
005540             IF BI-LOTE-ID = TRH-LOTE-ID
005550                 AND BI-FECHA-PROCESO = TRH-FECHA-LOTE
005560                 SET PA-LOTE-DUPLICADO-SI TO TRUE
005570                 MOVE BI-FECHA-PROCESO TO PA-FECHA-LOTE-DUP
005580             END-IF
005590     END-READ.
005600 1530-LEER-BIDFILE-EXIT.
005610     EXIT.
005620
005630 1540-ANOTAR-LOTE-PREVAL.
005640     IF TRH-LOTE-ID = SPACES
005650         GO TO 1540-ANOTAR-LOTE-PREVAL-EXIT
005660     END-IF.
005670     MOVE "N" TO PA-LOTE-DUPLICADO.
005680     IF PA-CONT-LOTES > ZERO
005690         SET PA-LOTE-IDX TO 1
005700         SEARCH PA-LOTE
005710             AT END
005720                 CONTINUE
005730             WHEN PA-LOTE-IDX > PA-CONT-LOTES
005740                 CONTINUE
005750             WHEN PA-LOTE-ID (PA-LOTE-IDX) = TRH-LOTE-ID
005760                 SET PA-LOTE-DUPLICADO-SI TO TRUE
005770         END-SEARCH
005780     END-IF.
005790     IF PA-LOTE-DUPLICADO-SI
005800         DISPLAY "LOTE REPETIDO EN LA MISMA ENTRADA - ID "
005810             TRH-LOTE-ID
005820         DISPLAY "CORTE RECHAZADO - NO SE REPARTE"
005830         MOVE 8 TO RETURN-CODE
005840         PERFORM 1590-CERRAR-ENTRADAS
005850             THRU 1590-CERRAR-ENTRADAS-EXIT
005860         STOP RUN
005870     END-IF.
005880     IF PA-CONT-LOTES < PA-MAX-LOTES
005890         ADD 1 TO PA-CONT-LOTES
005900         SET PA-LOTE-IDX TO PA-CONT-LOTES
005910         MOVE TRH-LOTE-ID TO PA-LOTE-ID (PA-LOTE-IDX)
005920     END-IF.
005930 1540-ANOTAR-LOTE-PREVAL-EXIT.
005940     EXIT.
005950
005960 1590-CERRAR-ENTRADAS.
005970     CLOSE TRANFILE.
005980     IF PA-PERSFILE-ABIERTO-SI
005990         CLOSE PERSFILE
006000     END-IF.
006010 1590-CERRAR-ENTRADAS-EXIT.
006020     EXIT.
006030
006040******************************************************************
006050*    1600-ABRIR-SALIDAS
006060*    UN TRANFILE POR PARTICION DEFINIDA (LOS DD DE LAS QUE NO
006070*    EXISTEN NO SE TOCAN) Y EL FICHERO DE CONTROL DEL REPARTO.
006080******************************************************************
006090 1600-ABRIR-SALIDAS.
006100     OPEN OUTPUT TRANP01.
006110     IF PA-TRANP01-STATUS NOT = "00"
006120         DISPLAY "ERROR AL ABRIR TRANP01 - STATUS "
006130             PA-TRANP01-STATUS
006140         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006150     END-IF.
006160     IF PA-CONT-PARTICIONES > 1
006170         OPEN OUTPUT TRANP02
006180         IF PA-TRANP02-STATUS NOT = "00"
006190             DISPLAY "ERROR AL ABRIR TRANP02 - STATUS "
006200                 PA-TRANP02-STATUS
006210             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006220         END-IF
006230     END-IF.
006240     IF PA-CONT-PARTICIONES > 2
006250         OPEN OUTPUT TRANP03
006260         IF PA-TRANP03-STATUS NOT = "00"
006270             DISPLAY "ERROR AL ABRIR TRANP03 - STATUS "
006280                 PA-TRANP03-STATUS
006290             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006300         END-IF
006310     END-IF.
006320     IF PA-CONT-PARTICIONES > 3
006330         OPEN OUTPUT TRANP04
006340         IF PA-TRANP04-STATUS NOT = "00"
006350             DISPLAY "ERROR AL ABRIR TRANP04 - STATUS "
006360                 PA-TRANP04-STATUS
006370             PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006380         END-IF
006390     END-IF.
006400     OPEN OUTPUT PRTFILE.
006410     IF PA-PRTFILE-STATUS NOT = "00"
006420         DISPLAY "ERROR AL ABRIR PRTFILE - STATUS "
006430             PA-PRTFILE-STATUS
006440         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
006450     END-IF.
006460 1600-ABRIR-SALIDAS-EXIT.
006470     EXIT.
006480
006490******************************************************************
006500*    2000-REPARTIR-TRANSACCION
006510*    CABECERA Y TRAILER VAN A TODAS LAS PARTICIONES; EL RESTO A
006520*    LA PARTICION DE SU PERSONA, EN EL MISMO ORDEN DE LLEGADA.
006530******************************************************************
006540 2000-REPARTIR-TRANSACCION.
006550     EVALUATE TRUE
006560         WHEN TRH-CABECERA
006570             PERFORM 2500-TRATAR-CABECERA
006580                 THRU 2500-TRATAR-CABECERA-EXIT
006590         WHEN TRT-TRAILER
006600             PERFORM 2600-TRATAR-TRAILER
006610                 THRU 2600-TRATAR-TRAILER-EXIT
006620         WHEN TRD-DOMICILIO
006630             PERFORM 2300-RUTA-DOMICILIO
006640                 THRU 2300-RUTA-DOMICILIO-EXIT
006650             PERFORM 2900-ESCRIBIR-PARTICION
006660                 THRU 2900-ESCRIBIR-PARTICION-EXIT
006670         WHEN TRX-ANULACION
006680             PERFORM 2400-RUTA-ANULACION
006690                 THRU 2400-RUTA-ANULACION-EXIT
006700             PERFORM 2900-ESCRIBIR-PARTICION
006710                 THRU 2900-ESCRIBIR-PARTICION-EXIT
006720         WHEN OTHER
006730             PERFORM 2200-RUTA-DETALLE
006740                 THRU 2200-RUTA-DETALLE-EXIT
006750             PERFORM 2900-ESCRIBIR-PARTICION
006760                 THRU 2900-ESCRIBIR-PARTICION-EXIT
006770     END-EVALUATE.
006780     PERFORM 2100-LEER-TRANFILE
006790         THRU 2100-LEER-TRANFILE-EXIT.
006800 2000-REPARTIR-TRANSACCION-EXIT.
006810     EXIT.
006820
006830 2100-LEER-TRANFILE.
006840     READ TRANFILE
006850         AT END
006860             SET PA-FIN-TRANFILE-SI TO TRUE
006870         NOT AT END
006880             ADD 1 TO PA-CONT-LEIDOS
006890     END-READ.
006900 2100-LEER-TRANFILE-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940*    2200-RUTA-DETALLE
006950*    EL DETALLE CUENTA PARA EL TRAILER DE SU PARTICION Y SUMA EN
006960*    SUS TOTALES HASH CON LOS MISMOS CRITERIOS QUE EL PROGRAMA DE
006970*    LOTE. UN ALTA VA A LA PARTICION DE LAS ALTAS; SI NO, LA
006980*    PERSONA SE BUSCA POR NUMERO O, SIN EL, POR NOMBRE.
006990******************************************************************
007000 2200-RUTA-DETALLE.
007010     SET PA-DESTINO-ALTAS-NO TO TRUE.
007020     IF TR-ALTA
007030         SET PA-DESTINO-ALTAS-SI TO TRUE
007040     ELSE
007050         IF TR-PERSONA-NUM NUMERIC AND TR-PERSONA-NUM NOT = ZEROES
007060             MOVE TR-PERSONA-NUM TO PA-NUMERO-BUSCADO
007070             PERFORM 2210-RUTA-POR-NUMERO
007080                 THRU 2210-RUTA-POR-NUMERO-EXIT
007090             IF TR-CAMBIO AND PA-PERSONA-SI
007100                 PERFORM 2250-ANOTAR-RENOMBRE
007110                     THRU 2250-ANOTAR-RENOMBRE-EXIT
007120             END-IF
007130         ELSE
007140             MOVE TR-APELLIDO TO PA-APELLIDO-BUSCADO
007150             MOVE TR-NOMBRE TO PA-NOMBRE-BUSCADO
007160             PERFORM 2220-RUTA-POR-NOMBRE
007170                 THRU 2220-RUTA-POR-NOMBRE-EXIT
007180         END-IF
007190     END-IF.
007200     PERFORM 2290-FIJAR-DESTINO
007210         THRU 2290-FIJAR-DESTINO-EXIT.
007220     ADD 1 TO PA-CONT-DETALLE.
007230     ADD 1 TO PA-PART-DETALLE (PA-PART-IDX).
007240     ADD 1 TO PA-PART-LOTE-CONT (PA-PART-IDX).
007250     IF TR-NUM1 NUMERIC
007260         MOVE TR-NUM1-N TO PA-NUM1
007270         ADD PA-NUM1 TO PA-HASH-NUM1
007280         ADD PA-NUM1 TO PA-PART-HASH1 (PA-PART-IDX)
007290         ADD PA-NUM1 TO PA-PART-LOTE-HASH1 (PA-PART-IDX)
007300     END-IF.
007310     IF TR-NUM2 NUMERIC
007320         MOVE TR-NUM2-N TO PA-NUM2
007330         ADD PA-NUM2 TO PA-HASH-NUM2
007340         ADD PA-NUM2 TO PA-PART-HASH2 (PA-PART-IDX)
007350         ADD PA-NUM2 TO PA-PART-LOTE-HASH2 (PA-PART-IDX)
007360     END-IF.
007370     IF TR-ALTA
007380         ADD 1 TO PA-PART-ALTAS (PA-PART-IDX)
007390     END-IF.
007400 2200-RUTA-DETALLE-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440*    2210-RUTA-POR-NUMERO
007450*    UN NUMERO POR ENCIMA DEL ULTIMO DEL MAESTRO SOLO PUEDE SER
007460*    DE UN ALTA DE ESTE CORTE: VA CON LAS ALTAS. SI NO, SE LEE EL
007470*    MAESTRO Y UNA FUSIONADA VA CON SU SUPERVIVIENTE, QUE ES LA
007480*    QUE EL PROGRAMA DE LOTE VA A TOCAR. UN NUMERO QUE NO ESTA SE
007490*    REPARTE POR SI MISMO (SE RECHAZARA O AVISARA ALLI).
007500******************************************************************
007510 2210-RUTA-POR-NUMERO.
007520     SET PA-PERSONA-NO TO TRUE.
007530     MOVE PA-NUMERO-BUSCADO TO PA-NUMERO-DESTINO.
007540     IF PA-NUMERO-BUSCADO > PA-ULT-NUMERO
007550         SET PA-DESTINO-ALTAS-SI TO TRUE
007560         GO TO 2210-RUTA-POR-NUMERO-EXIT
007570     END-IF.
007580     IF NOT PA-PERSFILE-ABIERTO-SI
007590         GO TO 2210-RUTA-POR-NUMERO-EXIT
007600     END-IF.
007610     MOVE PA-NUMERO-BUSCADO TO PF-NUMERO.
007620     READ PERSFILE
007630         INVALID KEY
007640             GO TO 2210-RUTA-POR-NUMERO-EXIT
007650     END-READ.
007660     SET PA-PERSONA-SI TO TRUE.
007670     IF PF-FUSIONADA
007680         PERFORM 2230-TOMAR-SUPERVIVIENTE
007690             THRU 2230-TOMAR-SUPERVIVIENTE-EXIT
007700     END-IF.
007710     IF PA-PERSONA-SI
007720         MOVE PF-NUMERO TO PA-NUMERO-DESTINO
007730     END-IF.
007740 2210-RUTA-POR-NUMERO-EXIT.
007750     EXIT.
007760
007770******************************************************************
007780*    2220-RUTA-POR-NOMBRE
007790*    CLAVE ALTERNATIVA APELLIDO+NOMBRE, COMO 5400 DEL PROGRAMA DE
007800*    LOTE. SI UN CAMBIO DE NOMBRE ANTERIOR DEL CORTE PUSO ESE
007810*    NOMBRE A UN NUMERO MAS BAJO (O NADIE LO TENIA EN EL
007820*    MAESTRO), LA CORRIDA SERIE HABRIA ENCONTRADO A ESE: SE TOMA
007830*    ESE NUMERO. SIN NADIE CON ESE NOMBRE, LA PERSONA SOLO PUEDE
007840*    SER UN ALTA DEL CORTE Y VA CON LAS ALTAS.
007850******************************************************************
007860 2220-RUTA-POR-NOMBRE.
007870     SET PA-PERSONA-NO TO TRUE.
007880     MOVE ZERO TO PA-NUMERO-DESTINO.
007890     IF PA-PERSFILE-ABIERTO-SI
007900         MOVE PA-APELLIDO-BUSCADO TO PF-APELLIDO
007910         MOVE PA-NOMBRE-BUSCADO TO PF-NOMBRE
007920         READ PERSFILE KEY IS PF-NOMBRE-CLAVE
007930             INVALID KEY
007940                 CONTINUE
007950             NOT INVALID KEY
007960                 SET PA-PERSONA-SI TO TRUE
007970         END-READ
007980     END-IF.
007990     IF PA-PERSONA-SI AND PF-FUSIONADA
008000         PERFORM 2230-TOMAR-SUPERVIVIENTE
008010             THRU 2230-TOMAR-SUPERVIVIENTE-EXIT
008020     END-IF.
008030     IF PA-PERSONA-SI
008040         MOVE PF-NUMERO TO PA-NUMERO-DESTINO
008050     END-IF.
008060     PERFORM 2240-BUSCAR-RENOMBRE
008070         THRU 2240-BUSCAR-RENOMBRE-EXIT.
008080     IF PA-NUMERO-RENOMBRE NOT = ZERO
008090         IF PA-PERSONA-NO
008100             OR PA-NUMERO-RENOMBRE < PA-NUMERO-DESTINO
008110             MOVE PA-NUMERO-RENOMBRE TO PA-NUMERO-DESTINO
008120             SET PA-PERSONA-SI TO TRUE
008130         END-IF
008140     END-IF.
008150     IF PA-PERSONA-NO
008160         SET PA-DESTINO-ALTAS-SI TO TRUE
008170     END-IF.
008180 2220-RUTA-POR-NOMBRE-EXIT.
008190     EXIT.
008200
008210 2230-TOMAR-SUPERVIVIENTE.
008220     MOVE PF-FUSIONADA-EN TO PF-NUMERO.
008230     READ PERSFILE
008240         INVALID KEY
008250             SET PA-PERSONA-NO TO TRUE
008260     END-READ.
008270 2230-TOMAR-SUPERVIVIENTE-EXIT.
008280     EXIT.
008290
008300*    NUMERO MAS BAJO DE LOS RENOMBRADOS EN EL CORTE CON EL NOMBRE
008310*    BUSCADO (CERO SI NINGUNO).
008320 2240-BUSCAR-RENOMBRE.
008330     MOVE ZERO TO PA-NUMERO-RENOMBRE.
008340     IF PA-CONT-RENOMBRES > ZERO
008350         PERFORM 2245-COTEJAR-RENOMBRE
008360             THRU 2245-COTEJAR-RENOMBRE-EXIT
008370             VARYING PA-REN-IDX FROM 1 BY 1
008380             UNTIL PA-REN-IDX > PA-CONT-RENOMBRES
008390     END-IF.
008400 2240-BUSCAR-RENOMBRE-EXIT.
008410     EXIT.
008420
008430 2245-COTEJAR-RENOMBRE.
008440     IF PA-REN-APELLIDO (PA-REN-IDX) = PA-APELLIDO-BUSCADO
008450         AND PA-REN-NOMBRE (PA-REN-IDX) = PA-NOMBRE-BUSCADO
008460         IF PA-NUMERO-RENOMBRE = ZERO
008470             OR PA-REN-NUMERO (PA-REN-IDX) < PA-NUMERO-RENOMBRE
008480             MOVE PA-REN-NUMERO (PA-REN-IDX) TO PA-NUMERO-RENOMBRE
008490         END-IF
008500     END-IF.
008510 2245-COTEJAR-RENOMBRE-EXIT.
008520     EXIT.
008530
008540******************************************************************
008550*    2250-ANOTAR-RENOMBRE
008560*    CAMBIO POR NUMERO CON UN NOMBRE DISTINTO DEL QUE TIENE EL
008570*    MAESTRO: SE ANOTA EL NOMBRE NUEVO. SOLO CUANDO EL PROGRAMA DE
008580*    LOTE LLEGARA AL MANTENIMIENTO: IMPORTES NUMERICOS, SIN FECHA
008590*    VALOR FUTURA Y PERSONA NO BORRADA. UN APARCAMIENTO POR
008600*    LIMITES O VIGILANCIA NO SE PUEDE PREVER AQUI.
008610******************************************************************
008620 2250-ANOTAR-RENOMBRE.
008630     IF PF-BORRADA
008640         OR TR-NUM1 NOT NUMERIC OR TR-NUM2 NOT NUMERIC
008650         GO TO 2250-ANOTAR-RENOMBRE-EXIT
008660     END-IF.
008670     IF TR-FECHA-VALOR NOT = SPACES
008680         AND TR-FECHA-VALOR NOT = ZEROES
008690         IF TR-FECHA-VALOR NOT NUMERIC
008700             OR TR-FECHA-VALOR-N > PA-PARM-FECHA-PROCESO
008710             GO TO 2250-ANOTAR-RENOMBRE-EXIT
008720         END-IF
008730     END-IF.
008740     IF TR-APELLIDO = PF-APELLIDO AND TR-NOMBRE = PF-NOMBRE
008750         GO TO 2250-ANOTAR-RENOMBRE-EXIT
008760     END-IF.
008770     IF PA-CONT-RENOMBRES NOT < PA-MAX-RENOMBRES
008780         DISPLAY "TABLA DE CAMBIOS DE NOMBRE LLENA - "
008790             TR-APELLIDO " " TR-NOMBRE
008800         ADD 1 TO PA-CONT-RENOMBRES-PERDIDOS
008810         GO TO 2250-ANOTAR-RENOMBRE-EXIT
008820     END-IF.
008830     ADD 1 TO PA-CONT-RENOMBRES.
008840     SET PA-REN-IDX TO PA-CONT-RENOMBRES.
008850     MOVE TR-APELLIDO TO PA-REN-APELLIDO (PA-REN-IDX).
008860     MOVE TR-NOMBRE TO PA-REN-NOMBRE (PA-REN-IDX).
008870     MOVE PA-NUMERO-DESTINO TO PA-REN-NUMERO (PA-REN-IDX).
008880 2250-ANOTAR-RENOMBRE-EXIT.
008890     EXIT.
008900
008910*    DEJA PA-PART-IDX EN LA PARTICION DESTINO DEL REGISTRO.
008920 2290-FIJAR-DESTINO.
008930     IF PA-DESTINO-ALTAS-SI
008940         MOVE PA-PARTICION-ALTAS TO PA-PART-DESTINO
008950     ELSE
008960         PERFORM 2800-BUSCAR-PARTICION
008970             THRU 2800-BUSCAR-PARTICION-EXIT
008980     END-IF.
008990     SET PA-PART-IDX TO PA-PART-DESTINO.
009000 2290-FIJAR-DESTINO-EXIT.
009010     EXIT.
009020
009030******************************************************************
009040*    2300-RUTA-DOMICILIO
009050*    EL REGISTRO "D" VA CON SU PERSONA, BUSCADA IGUAL QUE EL
009060*    DETALLE. NO CUENTA EN EL TRAILER.
009070******************************************************************
009080 2300-RUTA-DOMICILIO.
009090     SET PA-DESTINO-ALTAS-NO TO TRUE.
009100     IF TRD-PERSONA-NUM NUMERIC AND TRD-PERSONA-NUM NOT = ZEROES
009110         MOVE TRD-PERSONA-NUM TO PA-NUMERO-BUSCADO
009120         PERFORM 2210-RUTA-POR-NUMERO
009130             THRU 2210-RUTA-POR-NUMERO-EXIT
009140     ELSE
009150         MOVE TRD-APELLIDO TO PA-APELLIDO-BUSCADO
009160         MOVE TRD-NOMBRE TO PA-NOMBRE-BUSCADO
009170         PERFORM 2220-RUTA-POR-NOMBRE
009180             THRU 2220-RUTA-POR-NOMBRE-EXIT
009190     END-IF.
009200     PERFORM 2290-FIJAR-DESTINO
009210         THRU 2290-FIJAR-DESTINO-EXIT.
009220 2300-RUTA-DOMICILIO-EXIT.
009230     EXIT.
009240
009250******************************************************************
009260*    2400-RUTA-ANULACION
009267*    EL REGISTRO "X" VA A LA PARTICION DE SU PERSONA, BUSCADA
009274*    POR NUMERO IGUAL QUE EL DETALLE: UNA FUSIONADA VA CON SU
009281*    SUPERVIVIENTE, QUE ES DONDE EL PROGRAMA DE LOTE BUSCA LA
009288*    OPERACION ORIGINAL. MAL REFERENCIADO VA CON LAS ALTAS,
009295*    DONDE SE RECHAZARA. CUENTA EN EL TRAILER PERO NO EN LOS
009302*    TOTALES HASH.
009310******************************************************************
009320 2400-RUTA-ANULACION.
009330     SET PA-DESTINO-ALTAS-NO TO TRUE.
009340     IF TRX-PERSONA-NUM NUMERIC AND TRX-PERSONA-NUM NOT = ZEROES
009345         MOVE TRX-PERSONA-NUM TO PA-NUMERO-BUSCADO
009350         PERFORM 2210-RUTA-POR-NUMERO
009355             THRU 2210-RUTA-POR-NUMERO-EXIT
009360     ELSE
009370         SET PA-DESTINO-ALTAS-SI TO TRUE
009380     END-IF.
009390     PERFORM 2290-FIJAR-DESTINO
009400         THRU 2290-FIJAR-DESTINO-EXIT.
009410     ADD 1 TO PA-CONT-DETALLE.
009420     ADD 1 TO PA-PART-DETALLE (PA-PART-IDX).
009430     ADD 1 TO PA-PART-LOTE-CONT (PA-PART-IDX).
009440 2400-RUTA-ANULACION-EXIT.
009450     EXIT.
009460
009470******************************************************************
009480*    2500-TRATAR-CABECERA
009490*    LA CABECERA SE COPIA A TODAS LAS PARTICIONES Y EMPIEZA LA
009500*    CUENTA DEL LOTE DE CADA UNA. LA FECHA SE COTEJA CON LA DEL
009510*    PARM COMO EN EL PROGRAMA DE LOTE (QUE LO VOLVERA A HACER EN
009520*    CADA PARTICION) Y EL LOTE SE ANOTA PARA BIDFILE.
009530******************************************************************
009540 2500-TRATAR-CABECERA.
009550     SET PA-CABECERA-SI TO TRUE.
009560     IF TRH-FECHA-LOTE NOT = PA-PARM-FECHA-PROCESO
009570         DISPLAY "FECHA DE CABECERA DE LOTE NO COINCIDE: "
009580             TRH-FECHA-LOTE
009590         SET PA-BALANCE-ERROR-SI TO TRUE
009600     END-IF.
009610     IF TRH-LOTE-ID NOT = SPACES
009620         IF PA-CONT-LOTES < PA-MAX-LOTES
009630             ADD 1 TO PA-CONT-LOTES
009640             SET PA-LOTE-IDX TO PA-CONT-LOTES
009650             MOVE TRH-LOTE-ID TO PA-LOTE-ID (PA-LOTE-IDX)
009660             MOVE TRH-FECHA-LOTE TO PA-LOTE-FECHA (PA-LOTE-IDX)
009670         ELSE
009680             DISPLAY "TABLA DE LOTES LLENA - SIN REGISTRAR "
009690                 TRH-LOTE-ID
009700             SET PA-BALANCE-ERROR-SI TO TRUE
009710         END-IF
009720     END-IF.
009730     PERFORM 2510-COPIAR-CABECERA
009740         THRU 2510-COPIAR-CABECERA-EXIT
009750         VARYING PA-PART-IDX FROM 1 BY 1
009760         UNTIL PA-PART-IDX > PA-CONT-PARTICIONES.
009770 2500-TRATAR-CABECERA-EXIT.
009780     EXIT.
009790
009800 2510-COPIAR-CABECERA.
009810     MOVE ZERO TO PA-PART-LOTE-CONT (PA-PART-IDX)
009820                  PA-PART-LOTE-HASH1 (PA-PART-IDX)
009830                  PA-PART-LOTE-HASH2 (PA-PART-IDX).
009840     PERFORM 2900-ESCRIBIR-PARTICION
009850         THRU 2900-ESCRIBIR-PARTICION-EXIT.
009860 2510-COPIAR-CABECERA-EXIT.
009870     EXIT.
009880
009890******************************************************************
009900*    2600-TRATAR-TRAILER
009910*    SE ACUMULAN LOS TOTALES DECLARADOS POR EL LOTE ORIGINAL (EL
009920*    CUADRE DEL CORTE LOS COMPARA CON LO REPARTIDO) Y CADA
009930*    PARTICION RECIBE UN TRAILER CON SU PARTE DEL LOTE.
009940******************************************************************
009950 2600-TRATAR-TRAILER.
009960     SET PA-TRAILER-SI TO TRUE.
009970     ADD TRT-CONT-REGISTROS TO PA-TRT-CONT.
009980     ADD TRT-HASH-NUM1 TO PA-TRT-HASH-NUM1.
009990     ADD TRT-HASH-NUM2 TO PA-TRT-HASH-NUM2.
010000     PERFORM 2610-PARTIR-TRAILER
010010         THRU 2610-PARTIR-TRAILER-EXIT
010020         VARYING PA-PART-IDX FROM 1 BY 1
010030         UNTIL PA-PART-IDX > PA-CONT-PARTICIONES.
010040 2600-TRATAR-TRAILER-EXIT.
010050     EXIT.
010060
010070 2610-PARTIR-TRAILER.
010080     MOVE PA-PART-LOTE-CONT (PA-PART-IDX) TO TRT-CONT-REGISTROS.
010090     MOVE PA-PART-LOTE-HASH1 (PA-PART-IDX) TO TRT-HASH-NUM1.
010100     MOVE PA-PART-LOTE-HASH2 (PA-PART-IDX) TO TRT-HASH-NUM2.
010110     PERFORM 2900-ESCRIBIR-PARTICION
010120         THRU 2900-ESCRIBIR-PARTICION-EXIT.
010130     MOVE ZERO TO PA-PART-LOTE-CONT (PA-PART-IDX)
010140                  PA-PART-LOTE-HASH1 (PA-PART-IDX)
010150                  PA-PART-LOTE-HASH2 (PA-PART-IDX).
010160 2610-PARTIR-TRAILER-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200*    2800-BUSCAR-PARTICION
010210*    PARTICION CUYO TRAMO CONTIENE PA-NUMERO-DESTINO. LOS TRAMOS
010220*    CUBREN DE 000000 A 999999 SIN HUECOS, ASI QUE SIEMPRE HAY
010230*    UNA.
010240******************************************************************
010250 2800-BUSCAR-PARTICION.
010260     MOVE 1 TO PA-PART-DESTINO.
010270     SET PA-PART-IDX TO 1.
010280     SEARCH PA-PART
010290         AT END
010300             CONTINUE
010310         WHEN PA-PART-IDX > PA-CONT-PARTICIONES
010320             CONTINUE
010330         WHEN PA-NUMERO-DESTINO NOT < PA-PART-DESDE (PA-PART-IDX)
010340             AND PA-NUMERO-DESTINO NOT >
010350                 PA-PART-HASTA (PA-PART-IDX)
010360             SET PA-PART-DESTINO TO PA-PART-IDX
010370     END-SEARCH.
010380 2800-BUSCAR-PARTICION-EXIT.
010390     EXIT.
010400
010410*    ESCRIBE EL REGISTRO LEIDO EN EL TRANFILE DE LA PARTICION
010420*    PA-PART-IDX.
010430 2900-ESCRIBIR-PARTICION.
010440     EVALUATE TRUE
010450         WHEN PA-PART-IDX = 1
010460             WRITE PA-TRANP01-REG FROM TR-RECORD
010470         WHEN PA-PART-IDX = 2
010480             WRITE PA-TRANP02-REG FROM TR-RECORD
010490         WHEN PA-PART-IDX = 3
010500             WRITE PA-TRANP03-REG FROM TR-RECORD
010510         WHEN OTHER
010520             WRITE PA-TRANP04-REG FROM TR-RECORD
010530     END-EVALUATE.
010540     ADD 1 TO PA-PART-ESCRITOS (PA-PART-IDX).
010550 2900-ESCRIBIR-PARTICION-EXIT.
010560     EXIT.
010570
010580******************************************************************
010590*    8000-TERMINAR
010600*    DEJA EN PRTFILE EL CONTROL DEL CORTE, UNA LINEA POR
010610*    PARTICION Y UNA POR LOTE. LOS ERRORES DE CUADRE VISTOS AQUI
010620*    (FECHA DE CABECERA, TABLA DE LOTES LLENA) NO PARAN LAS
010630*    PARTICIONES, IGUAL QUE NO PARABAN LA CORRIDA SERIE: QUEDAN
010640*    ANOTADOS Y EL CORTE TERMINA DESCUADRADO EN ESTPMRG.
010650******************************************************************
010660 8000-TERMINAR.
010670     ACCEPT PA-HORA-FIN FROM TIME.
010680     MOVE SPACES TO PCC-RECORD.
010690     SET PCC-CONTROL TO TRUE.
010700     MOVE PA-PARM-FECHA-PROCESO TO PCC-FECHA-PROCESO.
010710     MOVE PA-PARM-CORTE TO PCC-CORTE.
010720     MOVE PA-CONT-PARTICIONES TO PCC-NUM-PARTICIONES.
010730     MOVE PA-CONT-LEIDOS TO PCC-CONT-LEIDOS.
010740     MOVE PA-CABECERA-VISTA TO PCC-CABECERA-VISTA.
010750     MOVE PA-TRAILER-VISTO TO PCC-TRAILER-VISTO.
010760     MOVE PA-TRT-CONT TO PCC-TRT-CONT.
010770     MOVE PA-TRT-HASH-NUM1 TO PCC-TRT-HASH-NUM1.
010780     MOVE PA-TRT-HASH-NUM2 TO PCC-TRT-HASH-NUM2.
010790     IF PA-BALANCE-ERROR-SI
010800         SET PCC-BALANCE-MAL TO TRUE
010810     ELSE
010820         SET PCC-BALANCE-OK TO TRUE
010830     END-IF.
010840     MOVE PA-HORA-INICIO TO PCC-HORA-INICIO.
010850     MOVE PA-HORA-FIN TO PCC-HORA-FIN.
010860     WRITE PCC-RECORD.
010870     PERFORM 8100-GRABAR-PARTICION
010880         THRU 8100-GRABAR-PARTICION-EXIT
010890         VARYING PA-PART-IDX FROM 1 BY 1
010900         UNTIL PA-PART-IDX > PA-CONT-PARTICIONES.
010910     PERFORM 8200-GRABAR-LOTE
010920         THRU 8200-GRABAR-LOTE-EXIT
010930         VARYING PA-LOTE-IDX FROM 1 BY 1
010940         UNTIL PA-LOTE-IDX > PA-CONT-LOTES.
010950     CLOSE TRANFILE PRTFILE TRANP01.
010960     IF PA-CONT-PARTICIONES > 1
010970         CLOSE TRANP02
010980     END-IF.
010990     IF PA-CONT-PARTICIONES > 2
011000         CLOSE TRANP03
011010     END-IF.
011020     IF PA-CONT-PARTICIONES > 3
011030         CLOSE TRANP04
011040     END-IF.
011050     IF PA-PERSFILE-ABIERTO-SI
011060         CLOSE PERSFILE
011070     END-IF.
011080     DISPLAY "REGISTROS LEIDOS    : " PA-CONT-LEIDOS.
011090     DISPLAY "REGISTROS DE DETALLE: " PA-CONT-DETALLE.
011100     DISPLAY "CAMBIOS DE NOMBRE   : " PA-CONT-RENOMBRES.
011110     IF PA-CONT-RENOMBRES-PERDIDOS > ZERO
011120         DISPLAY "CAMBIOS NO ANOTADOS : "
011130             PA-CONT-RENOMBRES-PERDIDOS
011140     END-IF.
011150     IF PA-BALANCE-ERROR-SI
011160         DISPLAY "REPARTO CON ERRORES DE CUADRE - EL CORTE "
011170             "TERMINARA DESCUADRADO EN ESTPMRG"
011180     END-IF.
011190 8000-TERMINAR-EXIT.
011200     EXIT.
011210
011220 8100-GRABAR-PARTICION.
011230     MOVE SPACES TO PCP-RECORD.
011240     MOVE "P" TO PCP-TIPO-REG.
011250     MOVE PA-PART-NUMERO (PA-PART-IDX) TO PCP-PARTICION.
011260     MOVE PA-PART-DESDE (PA-PART-IDX) TO PCP-NUMERO-DESDE.
011270     MOVE PA-PART-HASTA (PA-PART-IDX) TO PCP-NUMERO-HASTA.
011280     MOVE PA-PART-ESCRITOS (PA-PART-IDX) TO PCP-CONT-ESCRITOS.
011290     MOVE PA-PART-DETALLE (PA-PART-IDX) TO PCP-CONT-DETALLE.
011300     MOVE PA-PART-HASH1 (PA-PART-IDX) TO PCP-HASH-NUM1.
011310     MOVE PA-PART-HASH2 (PA-PART-IDX) TO PCP-HASH-NUM2.
011320     MOVE PA-PART-ALTAS (PA-PART-IDX) TO PCP-CONT-ALTAS.
011330     IF PA-PART-IDX = PA-PARTICION-ALTAS
011340         SET PCP-RECIBE-ALTAS-SI TO TRUE
011350     ELSE
011360         MOVE "N" TO PCP-RECIBE-ALTAS
011370     END-IF.
011380     WRITE PCP-RECORD.
011390     DISPLAY "PARTICION " PCP-PARTICION " " PCP-NUMERO-DESDE "-"
011400         PCP-NUMERO-HASTA " REGISTROS " PCP-CONT-ESCRITOS
011410         " DETALLE " PCP-CONT-DETALLE.
011420 8100-GRABAR-PARTICION-EXIT.
011430     EXIT.
011440
011450 8200-GRABAR-LOTE.
011460     MOVE SPACES TO PCL-RECORD.
011470     MOVE "L" TO PCL-TIPO-REG.
011480     MOVE PA-LOTE-ID (PA-LOTE-IDX) TO PCL-LOTE-ID.
011490     MOVE PA-LOTE-FECHA (PA-LOTE-IDX) TO PCL-FECHA-LOTE.
011500     WRITE PCL-RECORD.
011510 8200-GRABAR-LOTE-EXIT.
011520     EXIT.
011530
011540 9999-ABEND.
011550     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
011560     MOVE 16 TO RETURN-CODE.
011570     STOP RUN.
011580 9999-ABEND-EXIT.
011590     EXIT.
011600
011610 END PROGRAM ESTPPAR.

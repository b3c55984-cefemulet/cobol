000010******************************************************************
000020* Author: Ceferino Mulet
000030* Installation: Departamento de Proceso de Datos
000040* Date-written: 15/10/2026
000050* Date-compiled:
000060* Purpose: Informe diario de cambios de datos de referencia para
000070*          supervision. Lee el historico acumulativo RFHFILE que
000080*          deja el mantenimiento ESTPREF y lista, de la fecha de
000090*          proceso del PARM, cada alta, cambio o baja de limites
000100*          (LIMFILE) y de tarifas (TARFILE): hora, operador,
000110*          origen (consola o lote), clave, y los valores de antes
000120*          y de despues, con totales por tabla y accion al final.
000130* Tectonics: cobc
000140*
000150* Modification history:
000160*   15/10/2026  CM  CREACION INICIAL DEL INFORME DE CAMBIOS.
000170******************************************************************
000180 IDENTIFICATION DIVISION.
000190 PROGRAM-ID. ESTPRFL.
000200 AUTHOR. CEFERINO MULET.
000210 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000220 DATE-WRITTEN. 15/10/2026.
000230 DATE-COMPILED.
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RFHFILE ASSIGN TO "RFHFILE"
000330         ORGANIZATION IS SEQUENTIAL
000340         FILE STATUS IS RI-RFHFILE-STATUS.
000350
000360     SELECT RFLRPT ASSIGN TO "RFLRPT"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS RI-RFLRPT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  RFHFILE
000430     RECORDING MODE IS F
000440     LABEL RECORDS ARE STANDARD.
000450     COPY rfhrec.
000460
000470 FD  RFLRPT
000480     RECORDING MODE IS F
000490     LABEL RECORDS ARE STANDARD.
000500 01  RI-LINEA-IMPRESION         PIC X(80).
000510
000520 WORKING-STORAGE SECTION.
000530*    PARM EN COLUMNAS FIJAS: 1-8 FECHA DE PROCESO AAAAMMDD
000540*    (BLANCO = FECHA DEL SISTEMA).
000550 01  RI-PARAMETROS.
000560     05  RI-LINEA-PARM          PIC X(80) VALUE SPACES.
000570     05  RI-PARM-FECHA-PROCESO  PIC 9(08) VALUE ZEROES.
000580
000590 01  RI-SWITCHES.
000600     05  RI-FIN-RFHFILE         PIC X(01) VALUE "N".
000610         88  RI-FIN-RFHFILE-SI      VALUE "S".
000620
000630 01  RI-FILE-STATUS.
000640     05  RI-RFHFILE-STATUS      PIC X(02) VALUE "00".
000650     05  RI-RFLRPT-STATUS       PIC X(02) VALUE "00".
000660
000670 01  RI-CONTADORES.
000680     05  RI-CONT-LEIDOS         PIC 9(08) COMP VALUE ZERO.
000690     05  RI-CONT-LISTADOS       PIC 9(07) COMP VALUE ZERO.
000700     05  RI-CONT-LIMITES        PIC 9(07) COMP VALUE ZERO.
000710     05  RI-CONT-TARIFAS        PIC 9(07) COMP VALUE ZERO.
000720     05  RI-CONT-ALTAS          PIC 9(07) COMP VALUE ZERO.
000730     05  RI-CONT-CAMBIOS        PIC 9(07) COMP VALUE ZERO.
000740     05  RI-CONT-BAJAS          PIC 9(07) COMP VALUE ZERO.
000750
000760*    IMAGEN DE ANTES O DE DESPUES QUE SE ESTA IMPRIMIENDO Y SU
000770*    ETIQUETA.
000780 01  RI-IMAGEN                  PIC X(80).
000790 01  RI-ETIQUETA                PIC X(09).
000800
000810*    VISTAS DE LAS IMAGENES DEL HISTORICO CON LOS LAYOUTS DE
000820*    LIMFILE Y TARFILE.
000830     COPY limrec.
000840     COPY tarrec.
000850
000860 01  RI-LINEA-TITULO.
000870     05  FILLER                 PIC X(01) VALUE SPACE.
000880     05  FILLER                 PIC X(40) VALUE
000890         "CAMBIOS DE LIMITES Y TARIFAS".
000900     05  FILLER                 PIC X(12) VALUE
000910         "FECHA PROC: ".
000920     05  RIT-FECHA              PIC 9(08).
000930
000940 01  RI-LINEA-CABECERA.
000950     05  FILLER                 PIC X(01) VALUE SPACE.
000960     05  FILLER                 PIC X(09) VALUE "HORA".
000970     05  FILLER                 PIC X(09) VALUE "OPERADOR".
000980     05  FILLER                 PIC X(08) VALUE "ORIGEN".
000990     05  FILLER                 PIC X(08) VALUE "TABLA".
001000     05  FILLER                 PIC X(07) VALUE "ACCION".
001010     05  FILLER                 PIC X(05) VALUE "CLAVE".
001020
001030 01  RI-LINEA-CAMBIO.
001040     05  FILLER                 PIC X(01) VALUE SPACE.
001050     05  RIC-HORA               PIC X(08).
001060     05  FILLER                 PIC X(01) VALUE SPACE.
001070     05  RIC-OPERADOR           PIC X(08).
001080     05  FILLER                 PIC X(01) VALUE SPACE.
001090     05  RIC-ORIGEN             PIC X(07).
001100     05  FILLER                 PIC X(01) VALUE SPACE.
001110     05  RIC-TABLA              PIC X(07).
001120     05  FILLER                 PIC X(01) VALUE SPACE.
001130     05  RIC-ACCION             PIC X(06).
001140     05  FILLER                 PIC X(01) VALUE SPACE.
001150     05  RIC-CLAVE-TEXTO        PIC X(09).
001160     05  RIC-CLAVE-VALOR        PIC X(06).
001170     05  FILLER                 PIC X(07) VALUE " DESDE ".
001180     05  RIC-CLAVE-DESDE        PIC X(08).
001190
001200 01  RI-LINEA-LIMITE.
001210     05  FILLER                 PIC X(03) VALUE SPACES.
001220     05  RIL-ETIQUETA           PIC X(09).
001230     05  FILLER                 PIC X(03) VALUE "N1 ".
001240     05  RIL-MAX-NUM1           PIC Z(06)9.99.
001250     05  FILLER                 PIC X(04) VALUE " N2 ".
001260     05  RIL-MAX-NUM2           PIC Z(06)9.99.
001270     05  FILLER                 PIC X(05) VALUE " DIA ".
001280     05  RIL-MAX-OPER-DIA       PIC ZZZ9.
001290     05  FILLER                 PIC X(05) VALUE " OPS ".
001300     05  RIL-OPERS              PIC X(04).
001310     05  FILLER                 PIC X(07) VALUE " HASTA ".
001320     05  RIL-FECHA-HASTA        PIC 9(08).
001330
001340 01  RI-LINEA-TARIFA.
001350     05  FILLER                 PIC X(03) VALUE SPACES.
001360     05  RIA-ETIQUETA           PIC X(09).
001370     05  RIA-DESCRIPCION        PIC X(20).
001380     05  FILLER                 PIC X(08) VALUE " PRECIO ".
001390     05  RIA-PRECIO             PIC ZZZZ9.99.
001400     05  FILLER                 PIC X(07) VALUE " HASTA ".
001410     05  RIA-MES-HASTA          PIC 9(06).
001420
001430 01  RI-LINEA-NO-EXISTIA.
001440     05  FILLER                 PIC X(03) VALUE SPACES.
001450     05  RIN-ETIQUETA           PIC X(09).
001460     05  FILLER                 PIC X(12) VALUE "(NO EXISTIA)".
001470
001480 01  RI-LINEA-SIN-CAMBIOS.
001490     05  FILLER                 PIC X(01) VALUE SPACE.
001500     05  FILLER                 PIC X(30) VALUE
001510         "SIN CAMBIOS EN LA FECHA".
001520
001530 01  RI-LINEA-TOTALES.
001540     05  FILLER                 PIC X(01) VALUE SPACE.
001550     05  FILLER                 PIC X(10) VALUE "LIMITES: ".
001560     05  RIT-LIMITES            PIC ZZZ,ZZ9.
001570     05  FILLER                 PIC X(11) VALUE "  TARIFAS: ".
001580     05  RIT-TARIFAS            PIC ZZZ,ZZ9.
001590     05  FILLER                 PIC X(09) VALUE "  ALTAS: ".
001600     05  RIT-ALTAS              PIC ZZZ,ZZ9.
001610     05  FILLER                 PIC X(11) VALUE "  CAMBIOS: ".
001620     05  RIT-CAMBIOS            PIC ZZZ,ZZ9.
001630
001640 01  RI-LINEA-TOTALES-2.
001650     05  FILLER                 PIC X(01) VALUE SPACE.
001660     05  FILLER                 PIC X(10) VALUE "BAJAS  : ".
001670     05  RIT-BAJAS              PIC ZZZ,ZZ9.
001680     05  FILLER                 PIC X(11) VALUE "  TOTAL  : ".
001690     05  RIT-TOTAL              PIC ZZZ,ZZ9.
001700
001710 PROCEDURE DIVISION.
001720 0000-MAINLINE.
001730     PERFORM 1000-INICIALIZAR
001740         THRU 1000-INICIALIZAR-EXIT.
001750     PERFORM 2000-LISTAR-CAMBIO
001760         THRU 2000-LISTAR-CAMBIO-EXIT
001770         UNTIL RI-FIN-RFHFILE-SI.
001780     PERFORM 8000-TERMINAR
001790         THRU 8000-TERMINAR-EXIT.
001800     STOP RUN.
001810
001820 1000-INICIALIZAR.
001830     ACCEPT RI-LINEA-PARM FROM COMMAND-LINE.
001840     IF RI-LINEA-PARM(1:8) = SPACES
001850         ACCEPT RI-PARM-FECHA-PROCESO FROM DATE YYYYMMDD
001860     ELSE
001870         MOVE RI-LINEA-PARM(1:8) TO RI-PARM-FECHA-PROCESO
001880     END-IF.
001890     OPEN INPUT RFHFILE.
001900     IF RI-RFHFILE-STATUS NOT = "00"
001910         DISPLAY "ERROR AL ABRIR RFHFILE - STATUS "
001920             RI-RFHFILE-STATUS
001930         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
001940     END-IF.
001950     OPEN OUTPUT RFLRPT.
001960     IF RI-RFLRPT-STATUS NOT = "00"
001970         DISPLAY "ERROR AL ABRIR RFLRPT - STATUS "
001980             RI-RFLRPT-STATUS
001990         PERFORM 9999-ABEND THRU 9999-ABEND-EXIT
002000     END-IF.
002010     MOVE RI-PARM-FECHA-PROCESO TO RIT-FECHA.
002020     MOVE RI-LINEA-TITULO TO RI-LINEA-IMPRESION.
002030     WRITE RI-LINEA-IMPRESION.
002040     MOVE RI-LINEA-CABECERA TO RI-LINEA-IMPRESION.
002050     WRITE RI-LINEA-IMPRESION.
002060 1000-INICIALIZAR-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100*    2000-LISTAR-CAMBIO
002110*    SOLO LOS CAMBIOS DE LA FECHA DEL PARM. UNA LINEA CON QUIEN,
002120*    CUANDO Y QUE CLAVE, Y DEBAJO LOS VALORES DE ANTES Y DESPUES.
002130******************************************************************
002140 2000-LISTAR-CAMBIO.
002150     READ RFHFILE
002160         AT END
002170             SET RI-FIN-RFHFILE-SI TO TRUE
002180             GO TO 2000-LISTAR-CAMBIO-EXIT
002190     END-READ.
002200     ADD 1 TO RI-CONT-LEIDOS.
002210     IF RH-FECHA NOT = RI-PARM-FECHA-PROCESO
002220         GO TO 2000-LISTAR-CAMBIO-EXIT
002230     END-IF.
002240     ADD 1 TO RI-CONT-LISTADOS.
002250     MOVE RH-HORA(1:2) TO RIC-HORA(1:2).
002260     MOVE ":" TO RIC-HORA(3:1).
002270     MOVE RH-HORA(3:2) TO RIC-HORA(4:2).
002280     MOVE ":" TO RIC-HORA(6:1).
002290     MOVE RH-HORA(5:2) TO RIC-HORA(7:2).
002300     MOVE RH-OPERADOR TO RIC-OPERADOR.
002310     IF RH-LOTE
002320         MOVE "LOTE" TO RIC-ORIGEN
002330     ELSE
002340         MOVE "CONSOLA" TO RIC-ORIGEN
002350     END-IF.
002360     EVALUATE TRUE
002370         WHEN RH-ALTA
002380             MOVE "ALTA" TO RIC-ACCION
002390             ADD 1 TO RI-CONT-ALTAS
002400         WHEN RH-CAMBIO
002410             MOVE "CAMBIO" TO RIC-ACCION
002420             ADD 1 TO RI-CONT-CAMBIOS
002430         WHEN OTHER
002440             MOVE "BAJA" TO RIC-ACCION
002450             ADD 1 TO RI-CONT-BAJAS
002460     END-EVALUATE.
002470     MOVE SPACES TO RIC-CLAVE-DESDE.
002480     IF RH-LIMITES
002490         ADD 1 TO RI-CONT-LIMITES
002500         MOVE "LIMITES" TO RIC-TABLA
002510         MOVE "PERSONA " TO RIC-CLAVE-TEXTO
002520         MOVE RH-CLAVE(1:6) TO RIC-CLAVE-VALOR
002530         MOVE RH-CLAVE(7:8) TO RIC-CLAVE-DESDE
002540     ELSE
002550         ADD 1 TO RI-CONT-TARIFAS
002560         MOVE "TARIFAS" TO RIC-TABLA
002570         MOVE "SERVICIO " TO RIC-CLAVE-TEXTO
002580         MOVE RH-CLAVE(1:1) TO RIC-CLAVE-VALOR
002590         MOVE RH-CLAVE(2:6) TO RIC-CLAVE-DESDE
002600     END-IF.
002610     MOVE RI-LINEA-CAMBIO TO RI-LINEA-IMPRESION.
002620     WRITE RI-LINEA-IMPRESION.
002630     MOVE "ANTES  : " TO RI-ETIQUETA.
002640     MOVE RH-IMAGEN-ANTES TO RI-IMAGEN.
002650     PERFORM 2100-IMPRIMIR-IMAGEN
002660         THRU 2100-IMPRIMIR-IMAGEN-EXIT.
002670     MOVE "DESPUES: " TO RI-ETIQUETA.
002680     MOVE RH-IMAGEN-DESPUES TO RI-IMAGEN.
002690     PERFORM 2100-IMPRIMIR-IMAGEN
002700         THRU 2100-IMPRIMIR-IMAGEN-EXIT.
002710 2000-LISTAR-CAMBIO-EXIT.
002720     EXIT.
002730
002740 2100-IMPRIMIR-IMAGEN.
002750     IF RI-IMAGEN = SPACES
002760         MOVE RI-ETIQUETA TO RIN-ETIQUETA
002770         MOVE RI-LINEA-NO-EXISTIA TO RI-LINEA-IMPRESION
002780         WRITE RI-LINEA-IMPRESION
002790         GO TO 2100-IMPRIMIR-IMAGEN-EXIT
002800     END-IF.
002810     IF RH-LIMITES
002820         MOVE RI-IMAGEN TO LM-RECORD
002830         MOVE RI-ETIQUETA TO RIL-ETIQUETA
002840         MOVE LM-MAX-NUM1 TO RIL-MAX-NUM1
002850         MOVE LM-MAX-NUM2 TO RIL-MAX-NUM2
002860         MOVE LM-MAX-OPER-DIA TO RIL-MAX-OPER-DIA
002870         MOVE LM-OPERS-PERMITIDAS TO RIL-OPERS
002880         MOVE LM-FECHA-HASTA TO RIL-FECHA-HASTA
002890         MOVE RI-LINEA-LIMITE TO RI-LINEA-IMPRESION
002900     ELSE
002910         MOVE RI-IMAGEN TO TA-RECORD
002920         MOVE RI-ETIQUETA TO RIA-ETIQUETA
002930         MOVE TA-DESCRIPCION TO RIA-DESCRIPCION
002940         MOVE TA-PRECIO TO RIA-PRECIO
002950         MOVE TA-MES-HASTA TO RIA-MES-HASTA
002960         MOVE RI-LINEA-TARIFA TO RI-LINEA-IMPRESION
002970     END-IF.
002980     WRITE RI-LINEA-IMPRESION.
002990 2100-IMPRIMIR-IMAGEN-EXIT.
003000     EXIT.
003010
003020 8000-TERMINAR.
003030     IF RI-CONT-LISTADOS = ZERO
003040         MOVE RI-LINEA-SIN-CAMBIOS TO RI-LINEA-IMPRESION
003050         WRITE RI-LINEA-IMPRESION
003060     END-IF.
003070     MOVE RI-CONT-LIMITES TO RIT-LIMITES.
003080     MOVE RI-CONT-TARIFAS TO RIT-TARIFAS.
003090     MOVE RI-CONT-ALTAS TO RIT-ALTAS.
003100     MOVE RI-CONT-CAMBIOS TO RIT-CAMBIOS.
003110     MOVE RI-LINEA-TOTALES TO RI-LINEA-IMPRESION.
003120     WRITE RI-LINEA-IMPRESION.
003130     MOVE RI-CONT-BAJAS TO RIT-BAJAS.
003140     MOVE RI-CONT-LISTADOS TO RIT-TOTAL.
003150     MOVE RI-LINEA-TOTALES-2 TO RI-LINEA-IMPRESION.
003160     WRITE RI-LINEA-IMPRESION.
003170     CLOSE RFHFILE RFLRPT.
003180     DISPLAY "HISTORICO LEIDO     : " RI-CONT-LEIDOS.
003190     DISPLAY "CAMBIOS DE LA FECHA : " RI-CONT-LISTADOS.
003200 8000-TERMINAR-EXIT.
003210     EXIT.
003220
003230 9999-ABEND.
003240     DISPLAY "PROCESO ABORTADO POR ERRORES DE FICHERO".
003250     MOVE 16 TO RETURN-CODE.
003260     STOP RUN.
003270 9999-ABEND-EXIT.
003280     EXIT.
003290
003300 END PROGRAM ESTPRFL.

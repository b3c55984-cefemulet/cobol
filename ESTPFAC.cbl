000200*
000210* Modification history:
000220*   03/09/2026  CM  CREACION INICIAL DE LA FACTURACION.
000221*   15/10/2026  CM  LOS USOS ANULADOS (SV-ANULACION "X") RESTAN
000222*                   DE LA CANTIDAD DE LA PERSONA Y SERVICIO DEL
000223*                   MES; UNA LINEA QUE QUEDA A CERO NO SE
000224*                   FACTURA. LA ANULACION DE UN USO DE UN MES
000225*                   ANTERIOR SE ABONA EN EL MES EN CURSO.
000226*   15/10/2026  CM  TARIFAS CON VIGENCIA POR MES: SOLO SE
000227*                   CARGAN LAS LINEAS EN VIGOR EN EL MES A
000228*                   FACTURAR Y, SI HAY VARIAS DE UN SERVICIO,
000229*                   MANDA LA DE MES DESDE MAS RECIENTE.
000230*   15/10/2026  CM  LA PAGINA DE FACTURA SE IMPRIME CON LA
000231*                   PRIMERA LINEA FACTURABLE: UNA PERSONA CON
000232*                   SOLO ANULACIONES EN EL MES NO TIENE PAGINA.
000233******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ESTPFAC.
000260 AUTHOR. CEFERINO MULET.
000870     05  FC-PERSONA-ABIERTA     PIC X(01) VALUE "N".
000880         88  FC-ABIERTA-SI          VALUE "S".
000890         88  FC-ABIERTA-NO          VALUE "N".
000892     05  FC-PAGINA-IMPRESA      PIC X(01) VALUE "N".
000894         88  FC-PAGINA-SI           VALUE "S".
000896         88  FC-PAGINA-NO           VALUE "N".
000900     05  FC-TARIFA-HALLADA      PIC X(01) VALUE "N".
000910         88  FC-TARIFA-SI           VALUE "S".
000920
001020     05  FC-CONT-PERSONAS       PIC 9(07) COMP VALUE ZERO.
001030     05  FC-CONT-LINEAS-FACT    PIC 9(07) COMP VALUE ZERO.
001040     05  FC-CONT-SIN-TARIFA     PIC 9(07) COMP VALUE ZERO.
001042     05  FC-CONT-ANULADOS       PIC 9(07) COMP VALUE ZERO.
001044     05  FC-CONT-ANUL-OTRO-MES  PIC 9(07) COMP VALUE ZERO.
001046     05  FC-CONT-ANUL-SIN-USO   PIC 9(07) COMP VALUE ZERO.
001050
001060*    PERSONA Y SERVICIO EN CURSO DEL CORTE DE CONTROL.
001070 01  FC-CORTE-CONTROL.
001100     05  FC-NOMBRE-ACTUAL       PIC X(10).
001110     05  FC-SVC-ACTUAL          PIC X(01).
001120     05  FC-CANT-SVC            PIC 9(05) VALUE ZERO.
001123     05  FC-ANUL-SVC            PIC 9(05) VALUE ZERO.
001126     05  FC-ANUL-EXCESO         PIC 9(05) VALUE ZERO.
001130
001140 01  FC-IMPORTES.
001150     05  FC-PRECIO-APLICADO     PIC 9(05)V9(02) VALUE ZERO.
001300         10  FC-TAR-SVC         PIC X(01).
001310         10  FC-TAR-DESC        PIC X(20).
001320         10  FC-TAR-PRECIO      PIC 9(05)V9(02).
001322         10  FC-TAR-DESDE       PIC 9(06).
001324*    VIGENCIA DE LA LINEA DE TARIFA LEIDA (BLANCO = CERO).
001326 01  FC-TAR-MES-DESDE           PIC 9(06).
001328 01  FC-TAR-MES-HASTA           PIC 9(06).
001330
001340*    TOTALES DEL MES POR SERVICIO (1-4) PARA EL RESUMEN
001345*    FINAL, CON EL PROPIO CODIGO DE SERVICIO COMO SUBINDICE.
002570 1000-INICIALIZAR-EXIT.
002580     EXIT.
002590
002591******************************************************************
002592*    1100-CARGAR-TARIFAS
002593*    SOLO LAS LINEAS EN VIGOR EN EL MES DEL PARM. UN SERVICIO
002594*    CON VARIAS LINEAS EN VIGOR SE QUEDA CON LA DE MES DESDE
002595*    MAS RECIENTE (LA QUE SUSTITUYE A LAS ANTERIORES).
002596******************************************************************
002600 1100-CARGAR-TARIFAS.
002610     READ TARFILE
002620         AT END
002630             SET FC-FIN-TARFILE-SI TO TRUE
002634             GO TO 1100-CARGAR-TARIFAS-EXIT
002638     END-READ.
002642     MOVE ZERO TO FC-TAR-MES-DESDE FC-TAR-MES-HASTA.
002646     IF TA-MES-DESDE NUMERIC
002650         MOVE TA-MES-DESDE TO FC-TAR-MES-DESDE
002654     END-IF.
002658     IF TA-MES-HASTA NUMERIC
002662         MOVE TA-MES-HASTA TO FC-TAR-MES-HASTA
002666     END-IF.
002670     IF FC-TAR-MES-DESDE > FC-PARM-MES
002674         GO TO 1100-CARGAR-TARIFAS-EXIT
002678     END-IF.
002682     IF FC-TAR-MES-HASTA NOT = ZERO
002686         AND FC-TAR-MES-HASTA < FC-PARM-MES
002690         GO TO 1100-CARGAR-TARIFAS-EXIT
002694     END-IF.
002698     SET FC-TAR-IDX TO 1.
002702     SEARCH FC-TAR-ENT
002706         AT END
002710             CONTINUE
002714         WHEN FC-TAR-IDX > FC-CONT-TARIFAS
002718             CONTINUE
002722         WHEN FC-TAR-SVC (FC-TAR-IDX) = TA-SVC-CODE
002726             IF FC-TAR-MES-DESDE > FC-TAR-DESDE (FC-TAR-IDX)
002730                 PERFORM 1110-GUARDAR-TARIFA
002734                     THRU 1110-GUARDAR-TARIFA-EXIT
002750             END-IF
002751             GO TO 1100-CARGAR-TARIFAS-EXIT
002752     END-SEARCH.
002753     IF FC-CONT-TARIFAS < FC-MAX-TARIFAS
002754         ADD 1 TO FC-CONT-TARIFAS
002755         SET FC-TAR-IDX TO FC-CONT-TARIFAS
002756         PERFORM 1110-GUARDAR-TARIFA
002757             THRU 1110-GUARDAR-TARIFA-EXIT
002758     ELSE
002759         DISPLAY "TABLA DE TARIFAS LLENA - SE IGNORA "
002760             TA-SVC-CODE
002761     END-IF.
002770 1100-CARGAR-TARIFAS-EXIT.
002771     EXIT.
002772
002773 1110-GUARDAR-TARIFA.
002774     MOVE TA-SVC-CODE TO FC-TAR-SVC (FC-TAR-IDX).
002775     MOVE TA-DESCRIPCION TO FC-TAR-DESC (FC-TAR-IDX).
002776     MOVE TA-PRECIO TO FC-TAR-PRECIO (FC-TAR-IDX).
002777     MOVE FC-TAR-MES-DESDE TO FC-TAR-DESDE (FC-TAR-IDX).
002778 1110-GUARDAR-TARIFA-EXIT.
002780     EXIT.
002790
002800******************************************************************
002830*    NIVELES SOBRE EL FICHERO ORDENADO: PERSONA (PAGINA DE
002840*    FACTURA) Y DENTRO DE ELLA CODIGO DE SERVICIO (LINEA DE
002850*    FACTURA CON CANTIDAD ACUMULADA).
002853*    UN USO ANULADO NO SUMA: SE ACUMULA APARTE Y 3000 LO DESCUENTA
002856*    DE LA CANTIDAD DE LA LINEA.
002860******************************************************************
002870 2000-PROCESAR-USO.
002880     MOVE SV-FECHA(1:6) TO FC-MES-REGISTRO.
003080             MOVE ZERO TO FC-CANT-SVC
003090         END-IF
003100     END-IF.
003102     IF SV-ES-ANULACION
003104         ADD 1 TO FC-ANUL-SVC
003106         ADD 1 TO FC-CONT-ANULADOS
003108         IF SV-REF-FECHA(1:6) NOT = FC-PARM-MES
003110             ADD 1 TO FC-CONT-ANUL-OTRO-MES
003112         END-IF
003114     ELSE
003116         ADD 1 TO FC-CANT-SVC
003118     END-IF.
003120 2000-PROCESAR-USO-LEER.
003130     PERFORM 2100-LEER-SVCSRT
003140         THRU 2100-LEER-SVCSRT-EXIT.
003320*    TOTALES DE PERSONA Y DEL RESUMEN POR SERVICIO.
003330******************************************************************
003340 3000-CERRAR-SERVICIO.
003341*    CANTIDAD NETA DE ANULACIONES. LAS ANULACIONES QUE EXCEDEN
003342*    EL USO DEL MES SE AVISAN PARA ABONO MANUAL.
003343     IF FC-ANUL-SVC > FC-CANT-SVC
003344         SUBTRACT FC-CANT-SVC FROM FC-ANUL-SVC
003345             GIVING FC-ANUL-EXCESO
003346         ADD FC-ANUL-EXCESO TO FC-CONT-ANUL-SIN-USO
003347         DISPLAY "ANULACIONES SIN USO QUE COMPENSAR - PERSONA "
003348             FC-NUMERO-ACTUAL " SERVICIO " FC-SVC-ACTUAL
003349             " CANTIDAD " FC-ANUL-EXCESO
003350         MOVE ZERO TO FC-CANT-SVC
003351     ELSE
003352         SUBTRACT FC-ANUL-SVC FROM FC-CANT-SVC
003353     END-IF.
003354     MOVE ZERO TO FC-ANUL-SVC.
003355     IF FC-CANT-SVC = ZERO
003356         GO TO 3000-CERRAR-SERVICIO-EXIT
003357     END-IF.
003358     IF FC-PAGINA-NO
003359         PERFORM 3210-IMPRIMIR-CABECERA
003360             THRU 3210-IMPRIMIR-CABECERA-EXIT
003361     END-IF.
003362     PERFORM 3300-BUSCAR-TARIFA
003363         THRU 3300-BUSCAR-TARIFA-EXIT.
003370     COMPUTE FC-IMPORTE-SVC =
003380         FC-CANT-SVC * FC-PRECIO-APLICADO.
003390     ADD FC-IMPORTE-SVC TO FC-TOT-PERSONA.
003650     EXIT.
003660
003670 3100-CERRAR-PERSONA.
003672     SET FC-ABIERTA-NO TO TRUE.
003674     IF FC-PAGINA-NO
003676         GO TO 3100-CERRAR-PERSONA-EXIT
003678     END-IF.
003680     MOVE FC-TOT-PERSONA TO FCTP-IMPORTE.
003690     MOVE FC-LINEA-TOT-PERSONA TO FC-LINEA-IMPRESION.
003700     WRITE FC-LINEA-IMPRESION.
003720 3100-CERRAR-PERSONA-EXIT.
003730     EXIT.
003740
003750******************************************************************
003760*    3200-ABRIR-PERSONA
003770*    CADA PERSONA EMPIEZA SU PROPIA PAGINA DE FACTURA, CON
003775*    TITULO, LINEA DE PERSONA Y CABECERA DE COLUMNAS, QUE 3210
003780*    IMPRIME AL LLEGAR LA PRIMERA LINEA FACTURABLE: SI TODO LO
003785*    DEL MES QUEDA ANULADO NO HAY PAGINA.
003790******************************************************************
003800 3200-ABRIR-PERSONA.
003810     MOVE SV-PERSONA-NUM TO FC-NUMERO-ACTUAL.
003830     MOVE SV-NOMBRE TO FC-NOMBRE-ACTUAL.
003840     MOVE SV-SVC-CODE TO FC-SVC-ACTUAL.
003850     MOVE ZERO TO FC-CANT-SVC.
003855     MOVE ZERO TO FC-ANUL-SVC.
003860     MOVE ZERO TO FC-TOT-PERSONA.
003861     SET FC-PAGINA-NO TO TRUE.
003862     SET FC-ABIERTA-SI TO TRUE.
003863 3200-ABRIR-PERSONA-EXIT.
003864     EXIT.
003865
003866 3210-IMPRIMIR-CABECERA.
003870     ADD 1 TO FC-CONT-PERSONAS.
003880     ADD 1 TO FC-NUM-PAGINA.
003890     MOVE FC-NUM-PAGINA TO FCT-PAGINA.
003960     WRITE FC-LINEA-IMPRESION.
003970     MOVE FC-LINEA-CABECERA TO FC-LINEA-IMPRESION.
003980     WRITE FC-LINEA-IMPRESION.
003990     SET FC-PAGINA-SI TO TRUE.
004000 3210-IMPRIMIR-CABECERA-EXIT.
004010     EXIT.
004020
004030 3300-BUSCAR-TARIFA.
004560     DISPLAY "PERSONAS FACTURADAS : " FC-CONT-PERSONAS.
004570     DISPLAY "LINEAS DE FACTURA   : " FC-CONT-LINEAS-FACT.
004580     DISPLAY "LINEAS SIN TARIFA   : " FC-CONT-SIN-TARIFA.
004582     DISPLAY "USOS ANULADOS       : " FC-CONT-ANULADOS.
004584     DISPLAY "  DE MESES ANTERIORES: " FC-CONT-ANUL-OTRO-MES.
004586     DISPLAY "  SIN USO QUE COMPENSAR: " FC-CONT-ANUL-SIN-USO.
004590 8000-TERMINAR-EXIT.
004600     EXIT.
004610

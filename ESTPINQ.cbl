000197*                   CON START EN LA PERSONA Y LECTURA DENTRO
000198*                   DEL RANGO, EN VEZ DE RECORRER EL AUDFILE
000199*                   ENTERO EN CADA CONSULTA.
000200*   15/10/2026  CM  LAS ULTIMAS SUMAS MUESTRAN LA HORA (REFERENCIA
000201*                   PARA ANULAR) Y LA MARCA "ANULADA" EN LA
000202*                   OPERACION ORIGINAL O "ANULACION" EN EL
000203*                   ASIENTO COMPENSATORIO.
000204*   15/10/2026  CM  UNA PERSONA FUSIONADA MUESTRA SU ESTADO Y EL
000205*                   NUMERO DE LA SUPERVIVIENTE.
000206*   15/10/2026  CM  ESTADO "BORRADA" DE LA PERSONA CON SUS DATOS
000207*                   PERSONALES BORRADOS (ESTPBOR).
000208******************************************************************
000209 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. ESTPINQ.
000220 AUTHOR. CEFERINO MULET.
000230 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
000840     05  IQ-SUMA-ENT OCCURS 10 TIMES
000850             INDEXED BY IQ-SUMA-IDX.
000860         10  IQ-SUMA-FECHA      PIC 9(08).
000865         10  IQ-SUMA-HORA       PIC 9(08).
000870         10  IQ-SUMA-NUM1       PIC 9(07)V9(02).
000880         10  IQ-SUMA-NUM2       PIC 9(07)V9(02).
000890         10  IQ-SUMA-RESUL      PIC S9(09)V9(02)
000900                                SIGN LEADING SEPARATE.
000910         10  IQ-SUMA-OPER       PIC X(01).
000915         10  IQ-SUMA-MARCA      PIC X(09).
000920
000930 01  IQ-LINEA-SUMA.
000940     05  FILLER                 PIC X(03) VALUE SPACES.
000950     05  IQS-FECHA              PIC 9(08).
000953     05  FILLER                 PIC X(02) VALUE SPACES.
000956     05  IQS-HORA               PIC 9(08).
000960     05  FILLER                 PIC X(02) VALUE SPACES.
000970     05  IQS-NUM1               PIC ZZZZZZ9.99.
000980     05  FILLER                 PIC X(02) VALUE SPACES.
001010     05  IQS-RESUL              PIC ZZZZZZZZ9.99-.
001020     05  FILLER                 PIC X(02) VALUE SPACES.
001030     05  IQS-OPER               PIC X(01).
001033     05  FILLER                 PIC X(02) VALUE SPACES.
001036     05  IQS-MARCA              PIC X(09).
001040
001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
002240     EXIT.
002250
002260 3000-MOSTRAR-PERSONA.
002265     EVALUATE TRUE
002270         WHEN PF-ACTIVO
002275             DISPLAY "PERSONA " PF-NUMERO ": " PF-APELLIDO " "
002280                 PF-NOMBRE
002285                 "  ALTA: " PF-FECHA-ALTA "  ESTADO: ACTIVO"
002290         WHEN PF-FUSIONADA
002295             DISPLAY "PERSONA " PF-NUMERO ": " PF-APELLIDO " "
002300                 PF-NOMBRE
002305                 "  ALTA: " PF-FECHA-ALTA "  FUSIONADA EN "
002310                 PF-FUSIONADA-EN
002311         WHEN PF-BORRADA
002312             DISPLAY "PERSONA " PF-NUMERO ": "
002313                 "(DATOS PERSONALES BORRADOS)"
002314                 "  ALTA: " PF-FECHA-ALTA "  ESTADO: BORRADA"
002315         WHEN OTHER
002320             DISPLAY "PERSONA " PF-NUMERO ": " PF-APELLIDO " "
002325                 PF-NOMBRE
002330                 "  ALTA: " PF-FECHA-ALTA "  ESTADO: INACTIVO"
002335     END-EVALUATE.
002340     PERFORM 4000-MOSTRAR-ACTIVIDAD
002350         THRU 4000-MOSTRAR-ACTIVIDAD-EXIT.
002360 3000-MOSTRAR-PERSONA-EXIT.
002600     IF IQ-CONT-SUMAS = ZERO
002610         DISPLAY "   SIN SUMAS REGISTRADAS"
002620     ELSE
002626         DISPLAY "   FECHA     HORA            NUM1        NUM2"
002632             "         RESUL   OP MARCA"
002640         PERFORM 4200-MOSTRAR-SUMA
002650             THRU 4200-MOSTRAR-SUMA-EXIT
002660             VARYING IQ-SUMA-IDX FROM 1 BY 1
002930     MOVE AX-NUM2 TO IQ-SUMA-NUM2 (IQ-SUMA-IDX).
002940     MOVE AX-RESUL TO IQ-SUMA-RESUL (IQ-SUMA-IDX).
002950     MOVE AX-OPER-CODE TO IQ-SUMA-OPER (IQ-SUMA-IDX).
002951     MOVE AX-HORA TO IQ-SUMA-HORA (IQ-SUMA-IDX).
002952     EVALUATE TRUE
002953         WHEN AX-ES-ANULACION
002954             MOVE "ANULACION" TO IQ-SUMA-MARCA (IQ-SUMA-IDX)
002955         WHEN AX-ANULADA-SI
002956             MOVE "ANULADA" TO IQ-SUMA-MARCA (IQ-SUMA-IDX)
002957         WHEN OTHER
002958             MOVE SPACES TO IQ-SUMA-MARCA (IQ-SUMA-IDX)
002959     END-EVALUATE.
002960 4100-LEER-AUDITORIA-EXIT.
002970     EXIT.
002980
003080     MOVE IQ-SUMA-NUM2 (IQ-SUMA-IDX) TO IQS-NUM2.
003090     MOVE IQ-SUMA-RESUL (IQ-SUMA-IDX) TO IQS-RESUL.
003100     MOVE IQ-SUMA-OPER (IQ-SUMA-IDX) TO IQS-OPER.
003103     MOVE IQ-SUMA-HORA (IQ-SUMA-IDX) TO IQS-HORA.
003106     MOVE IQ-SUMA-MARCA (IQ-SUMA-IDX) TO IQS-MARCA.
003110     DISPLAY IQ-LINEA-SUMA.
003120 4200-MOSTRAR-SUMA-EXIT.
003130     EXIT.

000200*
000210* Modification history:
000220*   03/09/2026  CM  CREACION INICIAL DEL EXTRACTO MENSUAL.
000223*   15/10/2026  CM  COLUMNA MARCA: LOS ASIENTOS COMPENSATORIOS DE
000226*                   UNA ANULACION SALEN SENALADOS "ANULACION".
000227*   15/10/2026  CM  UNA PERSONA FUSIONADA NO RECIBE EXTRACTO
000228*                   (SE OMITE CON MOTIVO "** FUSION **").
000229*   15/10/2026  CM  TAMPOCO UNA PERSONA CON SUS DATOS BORRADOS
000230*                   (MOTIVO "** BORRADA **").
000231******************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. ESTPSTM.
000260 AUTHOR. CEFERINO MULET.
000960     05  SM-CONT-EMITIDOS       PIC 9(07) COMP VALUE ZERO.
000970     05  SM-CONT-OMITIDOS       PIC 9(07) COMP VALUE ZERO.
000980     05  SM-CONT-OPER-MES       PIC 9(07) COMP VALUE ZERO.
000985     05  SM-CONT-ANULACIONES    PIC 9(07) COMP VALUE ZERO.
000990
001000*    PERSONA EN CURSO DEL CORTE DE CONTROL.
001010 01  SM-PERSONA-ACTUAL.
001660     05  FILLER                 PIC X(12) VALUE "NUM2".
001670     05  FILLER                 PIC X(15) VALUE "RESUL".
001680     05  FILLER                 PIC X(05) VALUE "OPER".
001685     05  FILLER                 PIC X(09) VALUE "MARCA".
001690
001700 01  SM-LINEA-DETALLE.
001710     05  FILLER                 PIC X(03) VALUE SPACES.
001780     05  SMS-RESUL              PIC ZZZZZZZZ9.99-.
001790     05  FILLER                 PIC X(02) VALUE SPACES.
001800     05  SMS-OPER               PIC X(01).
001803     05  FILLER                 PIC X(06) VALUE SPACES.
001806     05  SMS-MARCA              PIC X(09).
001810
001820 01  SM-LINEA-SIN-OPER.
001830     05  FILLER                 PIC X(03) VALUE SPACES.
003630     IF SM-MOTIVO-OMISION = SPACES AND PF-INACTIVO
003640         MOVE "** INACTIVA **" TO SM-MOTIVO-OMISION
003650     END-IF.
003652     IF SM-MOTIVO-OMISION = SPACES AND PF-FUSIONADA
003654         MOVE "** FUSION **" TO SM-MOTIVO-OMISION
003656     END-IF.
003657     IF SM-MOTIVO-OMISION = SPACES AND PF-BORRADA
003658         MOVE "** BORRADA **" TO SM-MOTIVO-OMISION
003659     END-IF.
003660     IF SM-MOTIVO-OMISION = SPACES AND PF-SIN-DOMICILIO
003670         MOVE "** SIN DOM. **" TO SM-MOTIVO-OMISION
003680     END-IF.
004120     MOVE AU-NUM2 TO SMS-NUM2.
004130     MOVE AU-RESUL TO SMS-RESUL.
004140     MOVE AU-OPER-CODE TO SMS-OPER.
004141     IF AU-ES-ANULACION
004142         MOVE "ANULACION" TO SMS-MARCA
004143         ADD 1 TO SM-CONT-ANULACIONES
004144     ELSE
004145         MOVE SPACES TO SMS-MARCA
004146     END-IF.
004150     MOVE SM-LINEA-DETALLE TO SM-LINEA-IMPRESION.
004160     WRITE SM-LINEA-IMPRESION.
004170 3200-TRATAR-OPER-MES-EXIT.
004660     CLOSE AUDSTM PERSFILE STMRPT.
004670     DISPLAY "REGISTROS LEIDOS    : " SM-CONT-LEIDOS.
004680     DISPLAY "OPERACIONES DEL MES : " SM-CONT-OPER-MES.
004685     DISPLAY "ANULACIONES EMITIDAS: " SM-CONT-ANULACIONES.
004690     DISPLAY "PERSONAS VISTAS     : " SM-CONT-PERSONAS.
004700     DISPLAY "EXTRACTOS EMITIDOS  : " SM-CONT-EMITIDOS.
004710     DISPLAY "PERSONAS OMITIDAS   : " SM-CONT-OMITIDOS.

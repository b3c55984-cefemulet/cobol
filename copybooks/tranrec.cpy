000367*                   ("D"): LA DIRECCION NO CABE EN EL DETALLE
000368*                   Y VIAJA EN SU PROPIO TIPO DE REGISTRO,
000369*                   FUERA DEL TRAILER, COMO "H" Y "T".
000370*   15/10/2026  CM  REGISTRO DE ANULACION ("X"): SENALA UNA
000371*                   OPERACION YA CONTABILIZADA POR NUMERO DE
000372*                   PERSONA Y FECHA/HORA DE AUDITORIA PARA
000373*                   COMPENSARLA EN VEZ DE TECLEAR UNA RESTA.
000374*   15/10/2026  CM  FECHA VALOR TR-FECHA-VALOR (AAAAMMDD) EN EL
000375*                   DETALLE, SACADA DEL FILLER: EN BLANCO O
000376*                   CEROS LA OPERACION VALE EL DIA DEL PROCESO;
000377*                   POSTERIOR A ESE DIA SE ALMACENA HASTA SU
000378*                   VENCIMIENTO.
000379******************************************************************
000380 01  TR-RECORD.
000390*    NUM1/NUM2 SE TECLEAN COMO 9 DIGITOS CON DOS DECIMALES
000400*    IMPLICITOS (9(7)V99), SIN PUNTO.
000610     05  TR-PERSONA-NUM       PIC X(06).
000620     05  TR-AUT-SUPERVISOR    PIC X(01).
000630         88  TR-AUTORIZADA            VALUE "S".
000633*    FECHA VALOR AAAAMMDD. BLANCO O CEROS = LA DEL PROCESO.
000636     05  TR-FECHA-VALOR       PIC X(08).
000639     05  TR-FECHA-VALOR-N REDEFINES TR-FECHA-VALOR
000642                              PIC 9(08).
000645     05  FILLER               PIC X(24).
000650*
000660*    REGISTROS DE CONTROL DEL LOTE. SE DISTINGUEN DEL DETALLE
000670*    POR EL PRIMER BYTE ("H" / "T"), QUE EN UN DETALLE ES EL
000854     05  TRD-DIR-CODPOST      PIC X(05).
000856     05  TRD-TELEFONO         PIC X(10).
000858     05  FILLER               PIC X(03).
000860*
000862*    REGISTRO DE ANULACION ("X" EN EL PRIMER BYTE): SENALA LA
000864*    OPERACION ORIGINAL POR NUMERO DE PERSONA Y LA FECHA/HORA
000866*    DE SU REGISTRO DE AUDITORIA (AU-FECHA/AU-HORA). LA
000868*    SECUENCIA DEL INDICE AUDIXF DESEMPATA DOS OPERACIONES DE
000870*    LA MISMA CORRIDA (CERO = LA PRIMERA SIN ANULAR); APELLIDO
000872*    Y NOMBRE SOLO HACEN FALTA SI LA OPERACION SE GRABO CON
000874*    OTRO NOMBRE DEL QUE HOY TIENE EL MAESTRO. CUENTA EN EL
000876*    CONTADOR DEL TRAILER COMO UN DETALLE, PERO NO EN LOS
000878*    TOTALES HASH (NO TRAE NUM1/NUM2).
000880 01  TRX-RECORD.
000882     05  TRX-TIPO-REG         PIC X(01).
000884         88  TRX-ANULACION            VALUE "X".
000886     05  TRX-PERSONA-NUM      PIC X(06).
000888     05  TRX-FECHA-ORIGEN     PIC X(08).
000890     05  TRX-HORA-ORIGEN      PIC X(08).
000892     05  TRX-SECUENCIA        PIC X(08).
000894     05  TRX-APELLIDO         PIC X(10).
000896     05  TRX-NOMBRE           PIC X(10).
000898     05  FILLER               PIC X(29).
000900

000010******************************************************************
000020* GLJREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout fijo del fichero de asientos para contabilidad
000060*          general (GLJFILE) que genera ESTPCON. Cada envio lleva
000070*          una cabecera "H", los apuntes "D" (cuenta, debe o haber
000080*          e importe) y un trailer "T" con el numero de apuntes y
000090*          las sumas del debe y del haber, siempre iguales.
000100*          Todos los registros repiten el origen, la clase (D
000110*          diario / M mensual) y el periodo contabilizado
000120*          (AAAAMMDD, o AAAAMM00 en el mensual).
000130* Modification history:
000140*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000150******************************************************************
000160 01  GL-RECORD.
000170     05  GL-TIPO-REG          PIC X(01).
000180         88  GL-CABECERA          VALUE "H".
000190         88  GL-APUNTE            VALUE "D".
000200         88  GL-TRAILER           VALUE "T".
000210     05  GL-ORIGEN            PIC X(04).
000220     05  GL-CLASE             PIC X(01).
000230         88  GL-DIARIO            VALUE "D".
000240         88  GL-MENSUAL           VALUE "M".
000250     05  GL-PERIODO           PIC 9(08).
000260     05  GL-DATOS             PIC X(66).
000270     05  GL-DATOS-CABECERA REDEFINES GL-DATOS.
000280         10  GL-FECHA-ASIENTO PIC 9(08).
000290         10  GL-DESCRIPCION   PIC X(30).
000300         10  FILLER           PIC X(28).
000310     05  GL-DATOS-APUNTE REDEFINES GL-DATOS.
000320         10  GL-LINEA         PIC 9(04).
000330         10  GL-CUENTA        PIC X(10).
000340         10  GL-DEBE-HABER    PIC X(01).
000350             88  GL-DEBE          VALUE "D".
000360             88  GL-HABER         VALUE "H".
000370         10  GL-IMPORTE       PIC 9(11)V9(02).
000380         10  GL-CONCEPTO      PIC X(20).
000390         10  GL-CODIGO-ORIGEN PIC X(01).
000400         10  FILLER           PIC X(17).
000410     05  GL-DATOS-TRAILER REDEFINES GL-DATOS.
000420         10  GL-CONT-APUNTES  PIC 9(06).
000430         10  GL-TOTAL-DEBE    PIC 9(13)V9(02).
000440         10  GL-TOTAL-HABER   PIC 9(13)V9(02).
000450         10  FILLER           PIC X(30).

000010******************************************************************
000020* PRTREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del fichero de control del reparto por
000060*          particiones (PRTFILE, fechado por corte). Lo escribe
000070*          ESTPPAR al repartir el TRANFILE del corte y lo lee
000080*          ESTPMRG al juntar los resultados de las particiones:
000090*          C - CONTROL DEL CORTE: registros leidos, cabecera y
000100*              trailer vistos, totales declarados en los trailers
000110*              originales, estado del reparto y horas del reparto.
000120*          P - UNA POR PARTICION: su tramo, lo que se le ha
000130*              repartido (detalle y totales hash) y si recibe las
000140*              altas del corte.
000150*          L - UNO POR LOTE DE ENTRADA, para anotarlo en BIDFILE
000160*              cuando el corte termine cuadrado.
000170* Modification history:
000180*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000190******************************************************************
000200 01  PCC-RECORD.
000210     05  PCC-TIPO-REG         PIC X(01).
000220         88  PCC-CONTROL              VALUE "C".
000230         88  PCC-PARTICION            VALUE "P".
000240         88  PCC-LOTE                 VALUE "L".
000250     05  PCC-FECHA-PROCESO    PIC 9(08).
000260     05  PCC-CORTE            PIC 9(02).
000270     05  PCC-NUM-PARTICIONES  PIC 9(02).
000280     05  PCC-CONT-LEIDOS      PIC 9(08).
000290     05  PCC-CABECERA-VISTA   PIC X(01).
000300         88  PCC-CABECERA-SI          VALUE "S".
000310     05  PCC-TRAILER-VISTO    PIC X(01).
000320         88  PCC-TRAILER-SI           VALUE "S".
000330     05  PCC-TRT-CONT         PIC 9(08).
000340     05  PCC-TRT-HASH-NUM1    PIC 9(11)V9(02).
000350     05  PCC-TRT-HASH-NUM2    PIC 9(11)V9(02).
000360     05  PCC-BALANCE-ESTADO   PIC X(01).
000370         88  PCC-BALANCE-OK           VALUE "S".
000380         88  PCC-BALANCE-MAL          VALUE "N".
000390     05  PCC-HORA-INICIO      PIC 9(08).
000400     05  PCC-HORA-FIN         PIC 9(08).
000410     05  FILLER               PIC X(06).
000420
000430 01  PCP-RECORD.
000440     05  PCP-TIPO-REG         PIC X(01).
000450     05  PCP-PARTICION        PIC 9(02).
000460     05  PCP-NUMERO-DESDE     PIC 9(06).
000470     05  PCP-NUMERO-HASTA     PIC 9(06).
000480     05  PCP-CONT-ESCRITOS    PIC 9(08).
000490     05  PCP-CONT-DETALLE     PIC 9(08).
000500     05  PCP-HASH-NUM1        PIC 9(11)V9(02).
000510     05  PCP-HASH-NUM2        PIC 9(11)V9(02).
000520     05  PCP-CONT-ALTAS       PIC 9(08).
000530     05  PCP-RECIBE-ALTAS     PIC X(01).
000540         88  PCP-RECIBE-ALTAS-SI      VALUE "S".
000550     05  FILLER               PIC X(14).
000560
000570 01  PCL-RECORD.
000580     05  PCL-TIPO-REG         PIC X(01).
000590     05  PCL-LOTE-ID          PIC X(08).
000600     05  PCL-FECHA-LOTE       PIC 9(08).
000610     05  FILLER               PIC X(63).

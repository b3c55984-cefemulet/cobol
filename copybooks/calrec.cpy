000010******************************************************************
000020* CALREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del calendario de proceso (CALFILE). Una linea
000060*          por dia natural, en orden de fecha, con el tipo de dia
000070*          (laborable o festivo; los fines de semana figuran como
000080*          festivos) y el numero de cortes ESTPROB que corren ese
000090*          dia. Lo mantiene explotacion una vez al ano y lo leen
000100*          el control de ejecucion ESTPCTL y su informe ESTPCTR.
000110* Modification history:
000120*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000130******************************************************************
000140 01  CA-RECORD.
000150     05  CA-FECHA             PIC 9(08).
000160     05  CA-TIPO-DIA          PIC X(01).
000170         88  CA-LABORABLE         VALUE "L".
000180         88  CA-FESTIVO           VALUE "F".
000190     05  CA-NUM-CORTES        PIC 9(02).
000200     05  CA-DESCRIPCION       PIC X(20).
000210     05  FILLER               PIC X(49).

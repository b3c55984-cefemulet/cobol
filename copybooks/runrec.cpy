000010******************************************************************
000020* RUNREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del fichero de control de ejecucion (RUNFILE),
000060*          acumulativo. ESTPCTL anota un registro "I" cuando un
000070*          proceso arranca con sus requisitos cumplidos y un "F"
000080*          cuando el job termina bien, por proceso y periodo
000090*          (fecha AAAAMMDD, o AAAAMM00 en los mensuales) y, en
000100*          ESTPROB, numero de corte.
000110* Modification history:
000120*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000130******************************************************************
000140 01  CR-RECORD.
000150     05  CR-CLAVE.
000160         10  CR-PROCESO       PIC X(08).
000170         10  CR-PERIODO       PIC 9(08).
000180         10  CR-CORTE         PIC 9(02).
000190     05  CR-EVENTO            PIC X(01).
000200         88  CR-INICIO            VALUE "I".
000210         88  CR-FIN               VALUE "F".
000220     05  CR-FECHA             PIC 9(08).
000230     05  CR-HORA              PIC 9(08).
000240     05  CR-REEJECUCION       PIC X(01).
000250         88  CR-REEJECUCION-SI    VALUE "S".
000260     05  FILLER               PIC X(44).

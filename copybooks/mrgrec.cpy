000010******************************************************************
000020* MRGREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del registro de fusion (MRGFILE) para el
000060*          programa ESTPFUS. Cada registro es una pareja de
000070*          personas duplicadas decidida por calidad de datos a
000080*          la vista del listado de posibles duplicados: el
000090*          numero que se conserva (superviviente) y el que se
000100*          retira. Los numeros van en alfanumerico para poder
000110*          validarlos antes de usarlos como clave.
000120* Modification history:
000130*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000140******************************************************************
000150 01  MG-RECORD.
000160     05  MG-NUMERO-QUEDA      PIC X(06).
000170     05  MG-NUMERO-RETIRA     PIC X(06).
000180     05  MG-OBSERVACION       PIC X(30).
000190     05  FILLER               PIC X(38).
000200

000010******************************************************************
000020* GLPREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del registro de periodos contabilizados
000060*          (GLPFILE). ESTPCON anota aqui cada fecha de proceso
000070*          (clase "D") o mes de facturacion (clase "M") que ha
000080*          enviado a contabilidad general, con sus totales, y
000090*          rechaza en el arranque un periodo que ya figure, para
000100*          que nunca se contabilice dos veces.
000110* Modification history:
000120*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000130******************************************************************
000140 01  GP-RECORD.
000150     05  GP-CLASE             PIC X(01).
000160     05  GP-PERIODO           PIC 9(08).
000170     05  GP-FECHA-CONTAB      PIC 9(08).
000180     05  GP-HORA-CONTAB       PIC 9(08).
000190     05  GP-CONT-REGISTROS    PIC 9(08).
000200     05  GP-CONT-APUNTES      PIC 9(06).
000210     05  GP-TOTAL-DEBE        PIC 9(13)V9(02).
000220     05  GP-TOTAL-HABER       PIC 9(13)V9(02).
000230     05  FILLER               PIC X(11).

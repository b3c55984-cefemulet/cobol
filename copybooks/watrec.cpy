000010******************************************************************
000020* WATREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la lista de vigilancia (WATFILE), fichero
000060*          indexado por numero de persona. Lo mantiene cada noche
000070*          la deteccion de anomalias ESTPANO con las personas
000080*          cuya actividad del dia se sale de su historia; mientras
000090*          WA-FECHA-HASTA no haya pasado, ESTOY_PROBANDO aparca en
000100*          SUSFILE (motivo V1) toda transaccion de la persona que
000110*          no venga autorizada por un supervisor de ESTPSUS.
000120* Modification history:
000130*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000140******************************************************************
000150 01  WA-RECORD.
000160     05  WA-NUMERO            PIC 9(06).
000170     05  WA-APELLIDO          PIC X(10).
000180     05  WA-NOMBRE            PIC X(10).
000190     05  WA-FECHA-ALTA        PIC 9(08).
000200     05  WA-FECHA-DETECCION   PIC 9(08).
000210     05  WA-FECHA-HASTA       PIC 9(08).
000220*        UNA LETRA POR CRITERIO SUPERADO EN LA ULTIMA DETECCION:
000230*        C OPERACIONES, R RESULTADO, 1 NUM1, 2 NUM2, M MEZCLA.
000240     05  WA-MOTIVOS           PIC X(05).
000250     05  WA-CONT-DETECCIONES  PIC 9(04).
000260     05  FILLER               PIC X(21).

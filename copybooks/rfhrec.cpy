000010******************************************************************
000020* RFHREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del historico de cambios de datos de referencia
000060*          (RFHFILE, acumulativo). Cada alta, cambio o baja que
000070*          aplica ESTPREF sobre LIMFILE o TARFILE deja fecha de
000080*          proceso, hora, operador, origen (consola o lote), la
000090*          clave y las imagenes completas de antes y despues
000100*          (blanco en un alta). De aqui sale el informe diario de
000110*          cambios ESTPRFL para supervision.
000120* Modification history:
000130*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000140******************************************************************
000150 01  RH-RECORD.
000160     05  RH-FECHA             PIC 9(08).
000170     05  RH-HORA              PIC 9(08).
000180     05  RH-OPERADOR          PIC X(08).
000190     05  RH-ORIGEN            PIC X(01).
000200         88  RH-CONSOLA               VALUE "I".
000210         88  RH-LOTE                  VALUE "B".
000220     05  RH-TABLA             PIC X(01).
000230         88  RH-LIMITES               VALUE "L".
000240         88  RH-TARIFAS               VALUE "T".
000250     05  RH-ACCION            PIC X(01).
000260         88  RH-ALTA                  VALUE "A".
000270         88  RH-CAMBIO                VALUE "C".
000280         88  RH-BAJA                  VALUE "B".
000290     05  RH-CLAVE             PIC X(14).
000300     05  RH-IMAGEN-ANTES      PIC X(80).
000310     05  RH-IMAGEN-DESPUES    PIC X(80).
000320     05  FILLER               PIC X(19).
000330

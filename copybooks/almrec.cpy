000010******************************************************************
000020* ALMREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del almacen de transacciones con fecha valor
000060*          futura (ALMFILE), fichero indexado. ESTOY_PROBANDO
000070*          guarda aqui, en vez de aplicarlo, todo detalle cuya
000080*          TR-FECHA-VALOR sea posterior a la fecha de proceso;
000090*          ESTPALM lo devuelve al lote del corte 01 del dia de su
000100*          fecha valor, lo lista y atiende su cancelacion. Los
000110*          registros no se borran: cambian de estado.
000120*          La clave ordena por fecha valor y persona (numero cero
000130*          = alta o persona sin identificar al almacenar) y la
000140*          hacen unica la fecha, el corte y el numero de registro
000150*          de TRANFILE con que entro.
000160* Modification history:
000170*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000180******************************************************************
000190 01  AL-RECORD.
000200     05  AL-CLAVE.
000210         10  AL-FECHA-VALOR   PIC 9(08).
000220         10  AL-NUMERO        PIC 9(06).
000230         10  AL-FECHA-ENTRADA PIC 9(08).
000240         10  AL-CORTE         PIC 9(02).
000250         10  AL-SECUENCIA     PIC 9(08).
000260*        P PENDIENTE DE SU FECHA VALOR, L LIBERADA AL LOTE DEL
000270*        CORTE 01 (AL-FECHA-ESTADO = DIA DE LA LIBERACION),
000280*        C CANCELADA ANTES DE VENCER.
000290     05  AL-ESTADO            PIC X(01).
000300         88  AL-PENDIENTE             VALUE "P".
000310         88  AL-LIBERADA              VALUE "L".
000320         88  AL-CANCELADA             VALUE "C".
000330     05  AL-FECHA-ESTADO      PIC 9(08).
000340*        QUIEN HIZO EL ULTIMO CAMBIO DE ESTADO ("ESTPROB" AL
000350*        ALMACENAR Y "ESTPALM" AL LIBERAR; EL OPERADOR EN UNA
000360*        CANCELACION).
000370     05  AL-OPERADOR          PIC X(08).
000380     05  AL-LOTE-ID           PIC X(08).
000390*        IMAGEN COMPLETA DEL DETALLE, EN LAYOUT TR-RECORD.
000400     05  AL-TRANSACCION.
000410         10  AL-NUM1          PIC X(09).
000420         10  AL-NUM1-N REDEFINES AL-NUM1
000430                              PIC 9(07)V9(02).
000440         10  AL-NUM2          PIC X(09).
000450         10  AL-NUM2-N REDEFINES AL-NUM2
000460                              PIC 9(07)V9(02).
000470         10  AL-APELLIDO      PIC X(10).
000480         10  AL-NOMBRE        PIC X(10).
000490         10  AL-MAINT-CODE    PIC X(01).
000500         10  AL-SVC-CODE      PIC X(01).
000510         10  AL-OPER-CODE     PIC X(01).
000520         10  AL-PERSONA-NUM   PIC X(06).
000530         10  AL-AUT-SUPERVISOR PIC X(01).
000540         10  AL-TR-FECHA-VALOR PIC X(08).
000550         10  FILLER           PIC X(24).
000560     05  FILLER               PIC X(03).

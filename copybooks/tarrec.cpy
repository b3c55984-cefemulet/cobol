000070*          codigo de servicio (1-4) con su descripcion y el
000080*          precio unitario por uso. Un servicio sin tarifa se
000090*          factura a precio cero con aviso en consola.
000091*          Vigencia por mes de facturacion AAAAMM: la linea
000092*          vale desde TA-MES-DESDE (cero o blanco = siempre)
000093*          hasta TA-MES-HASTA inclusive (cero o blanco = sin
000094*          fin); puede haber varias lineas por servicio y se
000095*          aplica la de mes desde mas reciente en vigor. El
000096*          mantenimiento lo hace ESTPREF.
000100* Modification history:
000110*   03/09/2026  CM  CREACION INICIAL DEL COPY.
000112*   15/10/2026  CM  MESES DESDE/HASTA DE VIGENCIA SACADOS DEL
000114*                   FILLER (LINEAS ANTIGUAS EN BLANCO = SIEMPRE
000116*                   EN VIGOR).
000120******************************************************************
000130 01  TA-RECORD.
000140     05  TA-SVC-CODE          PIC X(01).
000150     05  TA-DESCRIPCION       PIC X(20).
000160     05  TA-PRECIO            PIC 9(05)V9(02).
000165     05  TA-MES-DESDE         PIC 9(06).
000170     05  TA-MES-HASTA         PIC 9(06).
000175     05  FILLER               PIC X(40).
000180

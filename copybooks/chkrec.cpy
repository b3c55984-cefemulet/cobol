000086*                   SEGUIR CUADRANDO CONTRA EL TRAILER.
000087*   03/09/2026  CM  CONTADOR DE SUSPENDIDOS POR LIMITES DE
000088*                   NEGOCIO PARA QUE EL REINICIO SIGA CUADRANDO.
000089*   03/09/2026  CM  IMPORTES CON DECIMALES: LOS TOTALES HASH
000090*                   PASAN A 9(11)V99.
000091*   03/09/2026  CM  NUMERO DE CORTE CK-CORTE: CON VARIOS
000092*                   CORTES POR DIA UN REINICIO SOLO PUEDE
000093*                   FIARSE DE UN CHECKPOINT DE LA MISMA FECHA
000094*                   Y EL MISMO CORTE.
000095*   15/10/2026  CM  CONTADOR DE ALMACENADOS POR FECHA VALOR.
000096*   15/10/2026  CM  NUMERO DE PARTICION CK-PARTICION: EN LA
000097*                   CORRIDA POR TRAMOS DE PF-NUMERO CADA
000098*                   PARTICION TIENE SU PROPIO CHECKPOINT.
000099******************************************************************
000100 01  CK-RECORD.
000110     05  CK-ULT-REG-PROC      PIC 9(08) COMP.
000120     05  CK-FECHA-PROCESO     PIC 9(08).
000128     05  CK-HASH-NUM1         PIC 9(11)V9(02).
000129     05  CK-HASH-NUM2         PIC 9(11)V9(02).
000131     05  CK-CONT-SUSPENDIDOS  PIC 9(08).
000132     05  CK-CONT-ALMACENADOS  PIC 9(08).
000133     05  CK-PARTICION         PIC 9(02).
000140

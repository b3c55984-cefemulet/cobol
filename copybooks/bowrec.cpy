000010******************************************************************
000020* BOWREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del fichero de trabajo del borrado (BORWRK). El
000060*          primer paso de ESTPBOR deja una linea por solicitud con
000070*          el resultado en el maestro y el nombre que tenia la
000080*          persona, que los pasos siguientes necesitan para
000085*          localizar sus registros sin numero (imagenes antiguas)
000090*          y sus entradas del indice AUDIXF. Detras de cada
000095*          solicitud atendida va una linea por cada numero
000100*          fusionado en la persona (resultado "F"), con el nombre
000105*          que tenia, para que los pasos la traten igual. Contiene
000110*          datos personales: el JCL lo borra al terminar el
000115*          certificado.
000120* Modification history:
000130*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000133*   15/10/2026  CM  RESULTADO "F": NUMERO FUSIONADO EN LA PERSONA
000136*                   BORRADA.
000140******************************************************************
000150 01  BW-RECORD.
000160     05  BW-NUMERO            PIC 9(06).
000170     05  BW-APELLIDO          PIC X(10).
000180     05  BW-NOMBRE            PIC X(10).
000190     05  BW-REFERENCIA        PIC X(20).
000200     05  BW-RESULTADO         PIC X(01).
000210         88  BW-BORRADA-AHORA         VALUE "B".
000220         88  BW-YA-BORRADA            VALUE "Y".
000230         88  BW-NO-EXISTE             VALUE "N".
000240         88  BW-NUMERO-ERRONEO        VALUE "E".
000245         88  BW-FUSIONADA             VALUE "F".
000250     05  FILLER               PIC X(33).

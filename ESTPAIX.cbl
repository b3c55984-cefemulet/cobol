000180*
000190* Modification history:
000200*   03/09/2026  CM  CREACION INICIAL DE LA CARGA DEL INDICE.
000202*   15/10/2026  CM  PASA AL INDICE EL CODIGO DE SERVICIO Y LA
000204*                   MARCA DE ANULACION DEL AUDFILE; LA MARCA
000206*                   DE ORIGINAL ANULADA LA PONE ESTOY_PROBANDO.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. ESTPAIX.
001380     MOVE AU-RESUL TO AX-RESUL.
001390     MOVE AU-OPER-CODE TO AX-OPER-CODE.
001400     MOVE AU-PERSONA-NUM TO AX-PERSONA-NUM.
001402     MOVE AU-SVC-CODE TO AX-SVC-CODE.
001404     MOVE AU-ANULACION TO AX-ANULACION.
001406     MOVE "N" TO AX-ANULADA.
001408     MOVE ZERO TO AX-FECHA-ANULACION.
001410     WRITE AX-RECORD
001420         INVALID KEY
001430             ADD 1 TO AI-CONT-DUPLICADOS

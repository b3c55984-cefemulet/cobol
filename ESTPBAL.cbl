000183*                   PASA A PROCESADOS+RECHAZADOS+SUSPENDIDOS.
000185*   03/09/2026  CM  CORRIDAS INTRADIA: EL TITULO DE LA HOJA
000186*                   MUESTRA EL NUMERO DE CORTE BL-CORTE.
000187*   15/10/2026  CM  ALMACENADOS POR FECHA VALOR (ALMFILE) COMO
000188*                   CATEGORIA PROPIA EN LA HOJA: EL CHEQUEO DE
000189*                   ENTRADA PASA A PROC+RECH+SUSP+ALMACENADOS.
000190******************************************************************
000191 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ESTPBAL.
000210 AUTHOR. CEFERINO MULET.
000220 INSTALLATION. DEPARTAMENTO DE PROCESO DE DATOS.
001752     MOVE "REGISTROS SUSPENDIDOS" TO BAL-CONCEPTO.
001754     MOVE BL-CONT-SUSPENDIDOS TO BAL-CIFRA.
001756     PERFORM 3100-IMPRIMIR-CIFRA THRU 3100-IMPRIMIR-CIFRA-EXIT.
001757     MOVE "REGISTROS ALMACENADOS (F. VALOR)" TO BAL-CONCEPTO.
001758     MOVE BL-CONT-ALMACENADOS TO BAL-CIFRA.
001759     PERFORM 3100-IMPRIMIR-CIFRA THRU 3100-IMPRIMIR-CIFRA-EXIT.
001760     MOVE "REGISTROS DE AUDITORIA ESCRITOS" TO BAL-CONCEPTO.
001770     MOVE BL-CONT-AUDITORIA TO BAL-CIFRA.
001780     PERFORM 3100-IMPRIMIR-CIFRA THRU 3100-IMPRIMIR-CIFRA-EXIT.
002030     PERFORM 3200-IMPRIMIR-CHEQUEO
002040         THRU 3200-IMPRIMIR-CHEQUEO-EXIT.
002050
002060     MOVE "ENTRADA = PROC+RECH+SUSP+ALMACEN" TO BAL-CHEQUEO.
002070     ADD BL-CONT-PROCESADOS BL-CONT-RECHAZADOS
002075         BL-CONT-SUSPENDIDOS BL-CONT-ALMACENADOS
002080         GIVING BA-CONT-CUADRE.
002090     IF BA-CONT-CUADRE = BL-CONT-DETALLE
002100         MOVE "OK" TO BAL-VEREDICTO

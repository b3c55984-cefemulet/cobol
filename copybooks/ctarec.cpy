000010******************************************************************
000020* CTAREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout de la tabla de cuentas contables (CTAFILE) que
000060*          usa ESTPCON para montar el asiento de contabilidad
000070*          general. Una linea por clase de asiento y codigo de
000080*          origen: clase "D" (diario, por TR-OPER-CODE + - * /)
000090*          o "M" (mensual, por codigo de servicio 1-4 de
000100*          FACFILE), con la cuenta que se carga y la que se abona
000110*          cuando el importe neto del codigo es positivo (si es
000120*          negativo se invierten). El codigo "*" de cada clase es
000130*          la cuenta por defecto de los codigos no tabulados.
000140* Modification history:
000150*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000160******************************************************************
000170 01  CT-RECORD.
000180     05  CT-CLAVE.
000190         10  CT-CLASE         PIC X(01).
000200             88  CT-DIARIO        VALUE "D".
000210             88  CT-MENSUAL       VALUE "M".
000220         10  CT-CODIGO        PIC X(01).
000230     05  CT-CUENTA-DEBE       PIC X(10).
000240     05  CT-CUENTA-HABER      PIC X(10).
000250     05  CT-CONCEPTO          PIC X(20).
000260     05  FILLER               PIC X(38).

000010******************************************************************
000020* MNTREC.CPY
000030* Author: Ceferino Mulet
000040* Date-written: 15/10/2026
000050* Purpose: Layout del registro de cambio de datos de referencia
000060*          (MNTFILE) para el mantenimiento ESTPREF: alta, cambio
000070*          o baja (fin de vigencia) de una version de limites de
000080*          LIMFILE o de una linea de tarifa de TARFILE. Es el
000090*          registro del lote de cambios y tambien el area donde
000100*          el dialogo por consola deja lo tecleado, de modo que
000110*          los dos caminos pasan por la misma validacion.
000120*          Los campos van en alfanumerico para validarlos antes
000130*          de usarlos: en un cambio, un campo en blanco conserva
000140*          el valor actual; en LM-OPERS-PERMITIDAS un "*" deja
000150*          el campo en blanco (cualquier operacion).
000160* Modification history:
000170*   15/10/2026  CM  CREACION INICIAL DEL COPY.
000180******************************************************************
000190 01  MT-RECORD.
000200     05  MT-TABLA             PIC X(01).
000210         88  MT-LIMITES               VALUE "L".
000220         88  MT-TARIFAS               VALUE "T".
000230     05  MT-ACCION            PIC X(01).
000240         88  MT-ALTA                  VALUE "A".
000250         88  MT-CAMBIO                VALUE "C".
000260         88  MT-BAJA                  VALUE "B".
000270     05  MT-OPERADOR          PIC X(08).
000280     05  MT-DATOS             PIC X(70).
000290*    VERSION DE LIMITES: CLAVE NUMERO + FECHA DESDE AAAAMMDD.
000300     05  MT-DATOS-LIMITE REDEFINES MT-DATOS.
000310         10  MT-LM-NUMERO     PIC X(06).
000320         10  MT-LM-NUMERO-N REDEFINES MT-LM-NUMERO
000330                              PIC 9(06).
000340         10  MT-LM-FECHA-DESDE
000350                              PIC X(08).
000360         10  MT-LM-FECHA-DESDE-N REDEFINES MT-LM-FECHA-DESDE
000370                              PIC 9(08).
000380         10  MT-LM-FECHA-HASTA
000390                              PIC X(08).
000400         10  MT-LM-FECHA-HASTA-N REDEFINES MT-LM-FECHA-HASTA
000410                              PIC 9(08).
000420         10  MT-LM-MAX-NUM1   PIC X(09).
000430         10  MT-LM-MAX-NUM1-N REDEFINES MT-LM-MAX-NUM1
000440                              PIC 9(07)V9(02).
000450         10  MT-LM-MAX-NUM2   PIC X(09).
000460         10  MT-LM-MAX-NUM2-N REDEFINES MT-LM-MAX-NUM2
000470                              PIC 9(07)V9(02).
000480         10  MT-LM-MAX-OPER-DIA
000490                              PIC X(04).
000500         10  MT-LM-MAX-OPER-DIA-N REDEFINES MT-LM-MAX-OPER-DIA
000510                              PIC 9(04).
000520         10  MT-LM-OPERS-PERMITIDAS
000530                              PIC X(04).
000540         10  FILLER           PIC X(22).
000550*    LINEA DE TARIFA: CLAVE SERVICIO + MES DESDE AAAAMM.
000560     05  MT-DATOS-TARIFA REDEFINES MT-DATOS.
000570         10  MT-TA-SVC-CODE   PIC X(01).
000580         10  MT-TA-MES-DESDE  PIC X(06).
000590         10  MT-TA-MES-DESDE-N REDEFINES MT-TA-MES-DESDE
000600                              PIC 9(06).
000610         10  MT-TA-MES-HASTA  PIC X(06).
000620         10  MT-TA-MES-HASTA-N REDEFINES MT-TA-MES-HASTA
000630                              PIC 9(06).
000640         10  MT-TA-DESCRIPCION
000650                              PIC X(20).
000660         10  MT-TA-PRECIO     PIC X(07).
000670         10  MT-TA-PRECIO-N REDEFINES MT-TA-PRECIO
000680                              PIC 9(05)V9(02).
000690         10  FILLER           PIC X(30).
000700

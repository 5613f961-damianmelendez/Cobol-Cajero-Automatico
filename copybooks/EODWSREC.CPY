000100******************************************************************
000200*    COPYBOOK:  EODWSREC
000300*    PURPOSE :  FIELDS OF THE WORK AREA USED BY THE BATCH
000400*               PROGRAM CAJERO-CIERRE-DIARIO TO ACCUMULATE ONE
000500*               ACCOUNT'S ACTIVITY FOR THE DAY. NESTED UNDER A
000600*               GROUP ITEM, SO THE ITEMS START AT LEVEL 10.
000700*
000800*    MODIFICATION HISTORY
000900*    DATE       INIT  DESCRIPTION
001205*                     EOD-TOTAL-AJUSTE-CARGO PARA QUE LOS
001206*                     AJUSTES SUPERVISADOS ENTREN A LA
001208*                     CONCILIACION EN LUGAR DE ROMPERLA.
001209*    2026-10-15 JMR   SE AGREGA EOD-TOTAL-COMISIONES PARA QUE LAS
001210*                     COMISIONES COBRADAS SE CONCILIEN Y SE
001211*                     REPORTEN EN SU PROPIA COLUMNA.
001220*    2026-10-15 JMR   SE AGREGA EOD-TOTAL-CHEQUE-DEV PARA QUE LA
001230*                     REVERSA DE CHEQUES DEVUELTOS SE CONCILIE
001240*                     COMO CARGO PROPIO.
001250*    2026-10-15 JMR   EL CIERRE YA NO GUARDA UN RENGLON POR
001260*                     CUENTA EN UNA TABLA: EL AREA CONTIENE SOLO
001270*                     LA CUENTA EN TURNO DEL APAREO CONTRA LA
001280*                     BITACORA.
001284*    2026-10-15 JMR   SE AGREGA EOD-TOTAL-NOMINA PARA QUE LOS
001288*                     ABONOS DE NOMINA (ABONO-NOMINA) SE CONCILIEN
001292*                     COMO ABONO PROPIO.
001299******************************************************************
001300     10  EOD-NUMERO                  PIC 9(10).
001400     10  EOD-SALDO-APERTURA          PIC 9(07)V9(02).
001500     10  EOD-SALDO-CIERRE            PIC 9(07)V9(02).
001955     10  EOD-TOTAL-DEP-EFECTIVO      PIC 9(07)V9(02).
001960     10  EOD-TOTAL-AJUSTE-ABONO      PIC 9(07)V9(02).
001970     10  EOD-TOTAL-AJUSTE-CARGO      PIC 9(07)V9(02).
001980     10  EOD-TOTAL-COMISIONES        PIC 9(07)V9(02).
001985     10  EOD-TOTAL-CHEQUE-DEV        PIC 9(07)V9(02).
001992     10  EOD-TOTAL-NOMINA            PIC 9(07)V9(02).
002000     10  EOD-SALDO-CALCULADO         PIC 9(07)V9(02).
002100     10  EOD-CONCILIA-SW             PIC X(01).
002200         88  EOD-CONCILIA                VALUE "S".

000100******************************************************************
000200*    COPYBOOK:  NOMRCHREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE PAYROLL REJECT FILE
000400*               (NOMRECH). UN REGISTRO POR DETALLE DE NOMINA QUE
000500*               NO SE ABONO (CUENTA INEXISTENTE, CERRADA O NO
000600*               OPERABLE, IMPORTE EN CERO), CON LA EMPRESA, EL
000700*               LOTE Y EL MOTIVO, PARA DEVOLVERLO A LA EMPRESA.
000800*
000900*    MODIFICATION HISTORY
001000*    DATE       INIT  DESCRIPTION
001100*    ---------  ----  ------------------------------------------
001200*    2026-10-15 JMR   ORIGINAL VERSION - PAYROLL REJECT ITEM.
001300******************************************************************
001400 01  NOMINA-RECHAZO-RECORD.
001500     05  NRCH-EMPRESA                PIC 9(08).
001600     05  NRCH-LOTE                   PIC 9(06).
001700     05  NRCH-FECHA-PAGO             PIC 9(08).
001800     05  NRCH-DETALLE                PIC 9(06).
001900     05  NRCH-CUENTA                 PIC 9(10).
002000     05  NRCH-IMPORTE                PIC 9(07)V9(02).
002100     05  NRCH-REFERENCIA             PIC X(20).
002200     05  NRCH-MOTIVO                 PIC X(30).
002300     05  NRCH-FECHA-PROCESO          PIC 9(08).
002400     05  FILLER                      PIC X(05).

000100******************************************************************
000200*    COPYBOOK:  LIQREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE ACCOUNT CLOSURE INSTRUCTION
000400*               FILE (LIQMST). CUANDO UNA CUENTA PASA A EN
000500*               CIERRE, EL MANTENIMIENTO DE CUENTAS CAPTURA AQUI
000600*               A DONDE SE PAGA SU SALDO FINAL: A UNA CUENTA
000700*               SOBREVIVIENTE DEL BANCO POR TRASPASO INTERNO O A
000800*               UNA CUENTA DE OTRO BANCO POR ORDEN INTERBANCARIA.
000900*               EL BATCH DE LIQUIDACION DE CUENTAS LO LEE Y, AL
001000*               CERRAR LA CUENTA, DEJA EN EL LA FECHA, EL INTERES
001100*               PRORRATEADO, EL MONTO PAGADO Y EL FOLIO DEL PAGO.
001200******************************************************************
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  ------------------------------------------
001600*    2026-10-15 JMR   ORIGINAL VERSION - CLOSURE INSTRUCTION.
001700******************************************************************
001800 01  CLOSURE-INSTRUCTION-RECORD.
001900     05  LIQ-CUENTA                  PIC 9(10).
002000     05  LIQ-DESTINO                 PIC X(01).
002100         88  LIQ-A-CUENTA-INTERNA        VALUE "I".
002200         88  LIQ-A-OTRO-BANCO            VALUE "X".
002300     05  LIQ-CUENTA-DESTINO          PIC 9(10).
002400     05  LIQ-BANCO                   PIC 9(03).
002500     05  LIQ-CUENTA-EXTERNA          PIC X(18).
002600     05  LIQ-FECHA-CAPTURA           PIC 9(08).
002700     05  LIQ-OPERADOR                PIC X(08).
002800     05  LIQ-ESTADO                  PIC X(01).
002900         88  LIQ-PENDIENTE               VALUE "P".
003000         88  LIQ-LIQUIDADA               VALUE "L".
003100     05  LIQ-FECHA-LIQUIDACION       PIC 9(08).
003200     05  LIQ-INTERES                 PIC 9(07)V9(02).
003300     05  LIQ-MONTO-PAGADO            PIC 9(07)V9(02).
003400     05  LIQ-FOLIO-PAGO              PIC 9(08).
003500     05  FILLER                      PIC X(10).

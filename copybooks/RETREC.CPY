000100******************************************************************
000200*    COPYBOOK:  RETREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE HELD-FUNDS FILE (RETENMST).
000400*               CADA DEPOSITO EN CHEQUE DEJA UNA RETENCION CON EL
000500*               FOLIO DEL DEP-CHEQUE QUE LA ORIGINA, LA CUENTA, EL
000600*               MONTO, LA FECHA DEL DEPOSITO Y LA FECHA EN QUE SE
000700*               LIBERA. MIENTRAS LA RETENCION ESTA ACTIVA EL MONTO
000800*               SIGUE EN ACCT-SALDO (SALDO CONTABLE) PERO NO EN EL
000900*               SALDO DISPONIBLE (SALDO MENOS RETENCIONES ACTIVAS).
001000*               EL BATCH DE COMPENSACION DE CHEQUES LA LIBERA AL
001100*               VENCER O LA MARCA DEVUELTA CUANDO EL CHEQUE REGRESA
001200*               SIN FONDOS. LA LLAVE ALTERNA POR CUENTA PERMITE
001300*               SUMAR LAS RETENCIONES ACTIVAS DE UNA CUENTA.
001400*
001500*    MODIFICATION HISTORY
001600*    DATE       INIT  DESCRIPTION
001700*    ---------  ----  ------------------------------------------
001800*    2026-10-15 JMR   ORIGINAL VERSION - HELD FUNDS RECORD.
001900******************************************************************
002000 01  HELD-FUNDS-RECORD.
002100     05  RET-FOLIO                   PIC 9(08).
002200     05  RET-CUENTA                  PIC 9(10).
002300     05  RET-MONTO                   PIC 9(07)V9(02).
002400     05  RET-FECHA-DEPOSITO          PIC 9(08).
002500     05  RET-FECHA-LIBERACION        PIC 9(08).
002600     05  RET-ESTADO                  PIC X(01).
002700         88  RET-ACTIVA                  VALUE "A".
002800         88  RET-LIBERADA                VALUE "L".
002900         88  RET-DEVUELTA                VALUE "D".
003000     05  RET-FECHA-ESTADO            PIC 9(08).
003100     05  RET-TERMINAL                PIC X(04).
003200     05  FILLER                      PIC X(08).

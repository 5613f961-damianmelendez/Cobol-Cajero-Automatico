000100******************************************************************
000200*    COPYBOOK:  NOMCTLREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE PAYROLL BATCH CONTROL FILE
000400*               (NOMCTL). UN REGISTRO POR LOTE DE NOMINA RECIBIDO,
000500*               CON LLAVE EMPRESA + LOTE. GUARDA EL ESTADO DEL
000600*               LOTE (EN PROCESO O TERMINADO), EL ULTIMO DETALLE
000700*               ASENTADO Y LOS ACUMULADOS DE ABONOS Y RECHAZOS.
000800*               CON EL, UN LOTE YA TERMINADO SE RECHAZA SI LLEGA
000900*               DE NUEVO Y UNA CORRIDA ABORTADA REANUDA DESPUES
001000*               DEL ULTIMO DETALLE CONFIRMADO, IGUAL QUE EL
001100*               CONTROL DE LA CORRIDA DE INTERESES (INTCTLREC).
001200*
001300*    MODIFICATION HISTORY
001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  ------------------------------------------
001600*    2026-10-15 JMR   ORIGINAL VERSION - PAYROLL BATCH CONTROL.
001700******************************************************************
001800 01  NOMINA-CONTROL-RECORD.
001900     05  NCTL-LLAVE.
002000         10  NCTL-EMPRESA            PIC 9(08).
002100         10  NCTL-LOTE               PIC 9(06).
002200     05  NCTL-FECHA-PAGO             PIC 9(08).
002300     05  NCTL-FECHA-PROCESO          PIC 9(08).
002400     05  NCTL-ESTADO                 PIC X(01).
002500         88  NCTL-EN-PROCESO             VALUE "P".
002600         88  NCTL-TERMINADO              VALUE "T".
002700     05  NCTL-ULTIMO-DETALLE         PIC 9(06).
002800     05  NCTL-ABONOS                 PIC 9(06).
002900     05  NCTL-IMPORTE-ABONADO        PIC 9(11)V9(02).
003000     05  NCTL-RECHAZOS               PIC 9(06).
003100     05  NCTL-IMPORTE-RECHAZADO      PIC 9(11)V9(02).
003200     05  FILLER                      PIC X(05).

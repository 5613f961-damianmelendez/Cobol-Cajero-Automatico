000100******************************************************************
000200*    COPYBOOK:  SUSPREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE INTERBANK SUSPENSE FILE
000400*               (SUSPMST). UN REGISTRO POR ABONO O REABONO DE LA
000500*               CAMARA QUE NO SE PUDO APLICAR PORQUE LA CUENTA
000600*               LOCAL NO EXISTE O NO ADMITE ABONOS. EL DINERO
000700*               QUEDA EN SUSPENSO HASTA QUE UN SUPERVISOR LO
000800*               APLICA A LA CUENTA CORREGIDA O LO DEVUELVE AL
000900*               BANCO QUE LO ENVIO. LA LLAVE ES UN FOLIO PROPIO
001000*               TOMADO DE LA LLAVE "3" DEL ARCHIVO DE CONTROL; EL
001100*               FOLIO DE LA CAMARA SE GUARDA APARTE PORQUE NO ES
001200*               UNICO ENTRE BANCOS.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  ------------------------------------------
001700*    2026-10-15 JMR   ORIGINAL VERSION - INTERBANK SUSPENSE ITEM.
001800******************************************************************
001900 01  SUSPENSE-RECORD.
002000     05  SUS-FOLIO                   PIC 9(08).
002100     05  SUS-FECHA                   PIC 9(08).
002200     05  SUS-BANCO                   PIC 9(03).
002300     05  SUS-CUENTA-EXTERNA          PIC X(18).
002400     05  SUS-CUENTA-LOCAL            PIC 9(10).
002500     05  SUS-MONTO                   PIC 9(07)V9(02).
002600     05  SUS-FOLIO-CAMARA            PIC 9(08).
002700     05  SUS-TIPO                    PIC X(01).
002800         88  SUS-ABONO-RECIBIDO          VALUE "E".
002900         88  SUS-REABONO-RECHAZO         VALUE "R".
003000     05  SUS-MOTIVO                  PIC X(30).
003100     05  SUS-ESTADO                  PIC X(01).
003200         88  SUS-PENDIENTE               VALUE "P".
003300         88  SUS-APLICADA                VALUE "A".
003400         88  SUS-DEVUELTA                VALUE "D".
003500     05  SUS-FECHA-RESOLUCION        PIC 9(08).
003600     05  SUS-CUENTA-APLICADA         PIC 9(10).
003700     05  SUS-FOLIO-RESOLUCION        PIC 9(08).
003800     05  SUS-OPERADOR                PIC X(08).
003900     05  FILLER                      PIC X(10).

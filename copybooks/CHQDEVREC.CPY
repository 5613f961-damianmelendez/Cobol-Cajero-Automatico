000100******************************************************************
000200*    COPYBOOK:  CHQDEVREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE RETURNED-CHECK FILE (CHQDEV)
000400*               QUE ENTREGA LA CAMARA CON LOS CHEQUES DEPOSITADOS
000500*               QUE REGRESARON SIN PAGARSE. CADA REGISTRO TRAE EL
000600*               FOLIO DEL DEP-CHEQUE ORIGINAL Y EL MOTIVO DE LA
000700*               DEVOLUCION; EL BATCH DE COMPENSACION DE CHEQUES LO
000800*               REVERSA COMO CHEQUE-DEV CONTRA LA CUENTA.
000900*
001000*    MODIFICATION HISTORY
001100*    DATE       INIT  DESCRIPTION
001200*    ---------  ----  ------------------------------------------
001300*    2026-10-15 JMR   ORIGINAL VERSION - RETURNED CHECK RECORD.
001400******************************************************************
001500 01  RETURNED-CHECK-RECORD.
001600     05  DEV-FOLIO                   PIC 9(08).
001700     05  DEV-FECHA                   PIC 9(08).
001800     05  DEV-MOTIVO                  PIC X(30).
001900     05  FILLER                      PIC X(14).

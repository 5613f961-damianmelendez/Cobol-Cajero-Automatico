001059*                     BANCO (B), EN CIERRE (E) Y CERRADA (C), Y
001067*                     LA CONDICION ACCT-OPERABLE PARA LOS ESTADOS
001075*                     QUE ADMITEN OPERACION EN EL CAJERO.
001076*    2026-10-15 JMR   SE AGREGA ACCT-CUSTOMER-NUMBER, QUE LIGA LA
001077*                     CUENTA A SU CLIENTE EN EL MAESTRO DE
001078*                     CLIENTES (CLIEMST). EL REGISTRO CRECE DE 114
001079*                     A 128 POSICIONES; LOS MAESTROS EXISTENTES SE
001080*                     CONVIERTEN CON CAJERO-CLIENTES-CONVERTIR.
001081*                     CERO = CUENTA SIN CLIENTE ASIGNADO.
001083******************************************************************
001100 01  ACCOUNT-MASTER-RECORD.
001200     05  ACCT-NUMBER                 PIC 9(10).
002550     05  ACCT-OPENING-DATE           PIC 9(08).
002560     05  ACCT-OPENING-BALANCE        PIC 9(07)V9(02).
002570     05  ACCT-LAST-INTEREST-PERIOD   PIC 9(06).
002600     05  ACCT-CUSTOMER-NUMBER        PIC 9(08).
002700     05  FILLER                      PIC X(08).

002160*                  FECHA EFECTIVA YA LLEGO; LA CAPTURA POR
002170*                  CONSOLA QUEDA SOLO COMO RESPALDO, DESPUES DE
002180*                  LA CORRIDA CON TASA EQUIVOCADA DEL MES PASADO.
002185* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002190*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002195*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CAJERO-INTERES-AHORRO.
012700     IF ACCT-FILE-STATUS NOT = "00"
012800         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
012900             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
012950         MOVE 16 TO RETURN-CODE
013000         SET CUENTAS-FIN TO TRUE
013050         SET CORRIDA-CANCELADA TO TRUE
013060         GO TO 1000-INICIALIZAR-RTN-EXIT

002120*                  PARAMETROS (DIAS-DORMANC) CUANDO EXISTE Y SU
002130*                  FECHA EFECTIVA YA LLEGO; LA CAPTURA POR
002140*                  CONSOLA QUEDA SOLO COMO RESPALDO.
002150* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002160*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002170*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CAJERO-CUENTAS-INACTIVAS.
013000     IF ACCT-FILE-STATUS NOT = "00"
013100         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
013200             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
013250         MOVE 16 TO RETURN-CODE
013300         SET CUENTAS-FIN TO TRUE
013400         GO TO 1000-INICIALIZAR-RTN-EXIT
013500     END-IF.

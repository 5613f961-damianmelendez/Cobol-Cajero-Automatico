002310* 2026-09-02 JMR   SOLO SE EJECUTAN ORDENES CUYAS CUENTAS DE
002320*                  ORIGEN Y DESTINO SIGUEN OPERABLES (ACTIVAS O
002330*                  DORMANT); LAS DEMAS SE REPORTAN SIN MOVERSE.
002350* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002370*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002390*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CAJERO-ORDENES-EJECUTAR.
018100     IF ACCT-FILE-STATUS NOT = "00"
018200         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
018300             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
018350         MOVE 16 TO RETURN-CODE
018400         SET ORDENES-FIN TO TRUE
018500         GO TO 1000-INICIALIZAR-RTN-EXIT
018600     END-IF.

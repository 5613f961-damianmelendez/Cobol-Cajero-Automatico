001900* ---------  ----  --------------------------------------------
002000* 2026-09-02 JMR   VERSION ORIGINAL - FORMATEO Y ENVIO DE
002100*                  ORDENES INTERBANCARIAS A LA CAMARA.
002120* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002140*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002160*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CAJERO-INTERBANCARIO-ENVIAR.
011400         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
011500             "ENVIO A CAMARA (STATUS " CAMARA-FILE-STATUS
011600             ") ***"
011650         MOVE 16 TO RETURN-CODE
011700         SET ORDENES-FIN TO TRUE
011800         CLOSE CLEARING-OUT-FILE
011900     END-IF.

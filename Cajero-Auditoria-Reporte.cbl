001700* ---------  ----  --------------------------------------------
001800* 2026-09-02 JMR   VERSION ORIGINAL - REPORTE DIARIO DE LA
001900*                  BITACORA DE AUDITORIA.
001910* 2026-10-15 JMR   LOS VALORES ANTERIOR Y NUEVO CRECEN A 40
001920*                  POSICIONES; SE IMPRIMEN EN DOS RENGLONES
001930*                  (ANTES CON EL MOTIVO, DESPUES APARTE).
002000******************************************************************
002100 IDENTIFICATION DIVISION.
002200 PROGRAM-ID. CAJERO-AUDITORIA-REPORTE.
015300     EXIT.
015400******************************************************************
015500*    3000-IMPRIMIR-ACCION-RTN
015600*    IMPRIME LOS RENGLONES DE DETALLE DE LA ACCION EN TURNO.
015700******************************************************************
015800 3000-IMPRIMIR-ACCION-RTN.
015900
017500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
017600
017700     MOVE SPACES TO REPORT-LINE.
017705     STRING "  ANTES [" DELIMITED BY SIZE
017710         AUD-VALOR-ANTERIOR DELIMITED BY SIZE
017715         "] MOT [" DELIMITED BY SIZE
017720         AUD-MOTIVO DELIMITED BY SIZE
017725         "]" DELIMITED BY SIZE
017730         INTO REPORT-LINE.
017735     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
017740
017745     MOVE SPACES TO REPORT-LINE.
017750     STRING "  DESP  [" DELIMITED BY SIZE
017755         AUD-VALOR-NUEVO DELIMITED BY SIZE
017760         "]" DELIMITED BY SIZE
017765         INTO REPORT-LINE.
017770     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
018700
018800 3000-IMPRIMIR-ACCION-RTN-EXIT.
018900     EXIT.

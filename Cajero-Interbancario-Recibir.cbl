001400*              CON EL FOLIO DEL ENVIO ORIGINAL EN TLOG-REF-FOLIO.
001500*              TODO PASA POR LA BITACORA PARA QUE EL CIERRE
001600*              DIARIO CONCILIE EL DIA INCLUYENDO LOS FONDOS EN
001700*              TRANSITO. LO QUE NO SE PUEDE APLICAR QUEDA EN EL
001750*              ARCHIVO DE SUSPENSO INTERBANCARIO.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002430*                  BATCH DE ENVIO CON CLEAROUT, PARA QUE UNA
002440*                  SEGUNDA CORRIDA NO VUELVA A ABONAR LOS MISMOS
002450*                  REGISTROS.
002460* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002470*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002480*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002484* 2026-10-15 JMR   LOS ABONOS Y REABONOS QUE NO SE PUEDEN APLICAR
002488*                  (CUENTA INEXISTENTE O NO OPERABLE) SE GRABAN
002492*                  EN EL ARCHIVO DE SUSPENSO (SUSPMST) CON SU
002496*                  MOTIVO EN LUGAR DE QUEDAR SOLO EN LA CONSOLA.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CAJERO-INTERBANCARIO-RECIBIR.
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CTL-KEY
006300         FILE STATUS IS CTL-FILE-STATUS.
006310
006320     SELECT SUSPENSE-FILE
006330         ASSIGN TO "SUSPMST"
006340         ORGANIZATION IS INDEXED
006350         ACCESS MODE IS DYNAMIC
006360         RECORD KEY IS SUS-FOLIO
006370         FILE STATUS IS SUSP-FILE-STATUS.
006400******************************************************************
006500 DATA DIVISION.
006600 FILE SECTION.
007900 FD  TRAN-CONTROL-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY CTLREC.
008120
008140 FD  SUSPENSE-FILE
008160     LABEL RECORDS ARE STANDARD.
008180     COPY SUSPREC.
008200******************************************************************
008300 WORKING-STORAGE SECTION.
008400 01  SWITCHES.
009200     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
009300     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
009400     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
009450     05  SUSP-FILE-STATUS            PIC X(02) VALUE SPACES.
009500
009600 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
009700 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
009900 77  TOTAL-ABONOS-APLICADOS          PIC 9(05)  VALUE ZERO.
010000 77  TOTAL-REABONOS-APLICADOS        PIC 9(05)  VALUE ZERO.
010100 77  TOTAL-REGISTROS-CON-ERROR       PIC 9(05)  VALUE ZERO.
010120 77  TOTAL-ENVIADOS-SUSPENSO         PIC 9(05)  VALUE ZERO.
010140 77  MONTO-ENVIADO-SUSPENSO          PIC 9(09)V9(02) VALUE ZERO.
010160 77  MOTIVO-SUSPENSO                 PIC X(30)  VALUE SPACES.
010200******************************************************************
010300 PROCEDURE DIVISION.
010400******************************************************************
011800         TOTAL-ABONOS-APLICADOS.
011900     DISPLAY "REABONOS POR RECHAZO       : "
012000         TOTAL-REABONOS-APLICADOS.
012020     DISPLAY "ENVIADOS A SUSPENSO        : "
012040         TOTAL-ENVIADOS-SUSPENSO " POR $" MONTO-ENVIADO-SUSPENSO.
012100     DISPLAY "REGISTROS CON ERROR        : "
012200         TOTAL-REGISTROS-CON-ERROR.
012300
012700******************************************************************
012800*    1000-INICIALIZAR-RTN
012900*    ABRE EL ARCHIVO DE REGRESO DE CAMARA, EL MAESTRO DE
013000*    CUENTAS, EL ARCHIVO DE SUSPENSO, LA BITACORA Y EL CONTROL
013100*    DE FOLIOS. SIN ARCHIVO DE REGRESO NO HAY NADA QUE APLICAR,
013120*    Y SIN SUSPENSO NO SE PROCESA: UN ABONO NO APLICABLE NO
013140*    TENDRIA DONDE QUEDAR REGISTRADO.
013200******************************************************************
013300 1000-INICIALIZAR-RTN.
013400
014700     IF ACCT-FILE-STATUS NOT = "00"
014800         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
014900             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
014950         MOVE 16 TO RETURN-CODE
015000         SET REGRESO-FIN TO TRUE
015100         CLOSE CAMARA-REGRESO-FILE
015200         GO TO 1000-INICIALIZAR-RTN-EXIT
015300     END-IF.
015305
015310     OPEN I-O SUSPENSE-FILE.
015315     IF SUSP-FILE-STATUS = "35"
015320         OPEN OUTPUT SUSPENSE-FILE
015325         CLOSE SUSPENSE-FILE
015330         OPEN I-O SUSPENSE-FILE
015335     END-IF.
015340     IF SUSP-FILE-STATUS NOT = "00"
015345         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
015350             "SUSPENSO (STATUS " SUSP-FILE-STATUS ") ***"
015355         MOVE 16 TO RETURN-CODE
015360         SET REGRESO-FIN TO TRUE
015365         CLOSE CAMARA-REGRESO-FILE
015370               ACCOUNT-MASTER-FILE
015375         GO TO 1000-INICIALIZAR-RTN-EXIT
015380     END-IF.
015395     SET ARCHIVOS-ABIERTOS TO TRUE.
015400
015500     OPEN EXTEND TRANSACTION-LOG-FILE.
015600     IF TRAN-FILE-STATUS = "35"
017200             MOVE ZERO TO CTL-LAST-SEQ
017300             WRITE TRAN-CONTROL-RECORD
017400     END-READ.
017410
017420     MOVE "3" TO CTL-KEY.
017430     READ TRAN-CONTROL-FILE
017440         INVALID KEY
017450             MOVE ZERO TO CTL-LAST-SEQ
017460             WRITE TRAN-CONTROL-RECORD
017470     END-READ.
017500
017600 1000-INICIALIZAR-RTN-EXIT.
017700     EXIT.
024900******************************************************************
025000*    2100-APLICAR-ABONO-RTN
025100*    ABONA A LA CUENTA LOCAL EL MONTO RECIBIDO DE OTRO BANCO Y
025200*    REGISTRA LA PATA INTERB-REC EN LA BITACORA. UN ABONO A UNA
025300*    CUENTA INEXISTENTE O QUE NO ADMITE ABONOS SE MANDA A
025400*    SUSPENSO PARA QUE MESA DE CONTROL LO APLIQUE O LO DEVUELVA
025450*    A LA CAMARA.
025500******************************************************************
025600 2100-APLICAR-ABONO-RTN.
025700
026500     END-READ.
026600
026700     IF NOT CUENTA-ENCONTRADA OR NOT ACCT-OPERABLE
026750         IF NOT CUENTA-ENCONTRADA
026800             MOVE "CUENTA LOCAL INEXISTENTE" TO MOTIVO-SUSPENSO
026850         ELSE
026900             MOVE "CUENTA LOCAL NO OPERABLE" TO MOTIVO-SUSPENSO
026950         END-IF
027000         PERFORM 2500-ENVIAR-SUSPENSO-RTN THRU
027050             2500-ENVIAR-SUSPENSO-RTN-EXIT
027200         GO TO 2100-APLICAR-ABONO-RTN-EXIT
027300     END-IF.
027400
031200*    DEL ENVIO ORIGINAL EN TLOG-REF-FOLIO. EL REABONO SE APLICA
031300*    AUNQUE LA CUENTA YA NO ESTE OPERABLE: EL DINERO ES DEL
031400*    CLIENTE Y DEBE REGRESAR; SOLO UNA CUENTA INEXISTENTE SE
031500*    MANDA A SUSPENSO.
031600******************************************************************
031700 2200-APLICAR-REABONO-RTN.
031800
032600     END-READ.
032700
032800     IF NOT CUENTA-ENCONTRADA
032900         MOVE "CUENTA DE ORIGEN INEXISTENTE" TO MOTIVO-SUSPENSO
033000         PERFORM 2500-ENVIAR-SUSPENSO-RTN THRU
033100             2500-ENVIAR-SUSPENSO-RTN-EXIT
033300         GO TO 2200-APLICAR-REABONO-RTN-EXIT
033400     END-IF.
033500
036600
036700 2200-APLICAR-REABONO-RTN-EXIT.
036800     EXIT.
036801******************************************************************
036802*    2500-ENVIAR-SUSPENSO-RTN
036803*    GRABA EN EL ARCHIVO DE SUSPENSO EL REGISTRO DE CAMARA EN
036804*    TURNO, CON UN FOLIO DE LA LLAVE "3" DEL ARCHIVO DE CONTROL,
036805*    EL MOTIVO QUE DEJO EL LLAMADOR EN MOTIVO-SUSPENSO Y ESTADO
036806*    PENDIENTE. SI NO SE PUEDE GRABAR, EL REGISTRO SE CUENTA COMO
036807*    ERROR Y QUEDA EN LA CONSOLA PARA RESOLVERLO A MANO.
036808******************************************************************
036809 2500-ENVIAR-SUSPENSO-RTN.
036810
036811     MOVE "3" TO CTL-KEY.
036812     READ TRAN-CONTROL-FILE.
036813     ADD 1 TO CTL-LAST-SEQ.
036814     REWRITE TRAN-CONTROL-RECORD.
036815     IF CTL-FILE-STATUS NOT = "00"
036816         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
036817             "SUSPENSO (STATUS " CTL-FILE-STATUS ") ***"
036818     END-IF.
036819
036820     MOVE SPACES TO SUSPENSE-RECORD.
036821     MOVE CTL-LAST-SEQ TO SUS-FOLIO.
036822     MOVE FECHA-HOY TO SUS-FECHA.
036823     MOVE CLR-BANCO TO SUS-BANCO.
036824     MOVE CLR-CUENTA-EXTERNA TO SUS-CUENTA-EXTERNA.
036825     MOVE CLR-CUENTA-LOCAL TO SUS-CUENTA-LOCAL.
036826     MOVE CLR-MONTO TO SUS-MONTO.
036827     MOVE CLR-FOLIO TO SUS-FOLIO-CAMARA.
036828     MOVE CLR-ESTADO TO SUS-TIPO.
036829     MOVE MOTIVO-SUSPENSO TO SUS-MOTIVO.
036830     SET SUS-PENDIENTE TO TRUE.
036831     MOVE ZERO TO SUS-FECHA-RESOLUCION.
036832     MOVE ZERO TO SUS-CUENTA-APLICADA.
036833     MOVE ZERO TO SUS-FOLIO-RESOLUCION.
036834     WRITE SUSPENSE-RECORD.
036835     IF SUSP-FILE-STATUS NOT = "00"
036836         ADD 1 TO TOTAL-REGISTROS-CON-ERROR
036837         DISPLAY "*** ALERTA: NO SE GRABO EN SUSPENSO EL FOLIO "
036838             "CAMARA " CLR-FOLIO " POR $" CLR-MONTO " (STATUS "
036839             SUSP-FILE-STATUS ") ***"
036840         GO TO 2500-ENVIAR-SUSPENSO-RTN-EXIT
036841     END-IF.
036842
036843     ADD 1 TO TOTAL-ENVIADOS-SUSPENSO.
036844     ADD CLR-MONTO TO MONTO-ENVIADO-SUSPENSO.
036845     DISPLAY "*** ENVIADO A SUSPENSO " SUS-FOLIO ": FOLIO CAMARA "
036846         CLR-FOLIO " CUENTA " CLR-CUENTA-LOCAL " - "
036847         MOTIVO-SUSPENSO " ***".
036848
036849 2500-ENVIAR-SUSPENSO-RTN-EXIT.
036850     EXIT.
036852******************************************************************
036855*    3000-VACIAR-REGRESO-RTN
036858*    CIERRA EL ARCHIVO DE REGRESO YA PROCESADO Y LO REESCRIBE
036861*    VACIO, PARA QUE UNA SEGUNDA CORRIDA SOBRE EL MISMO ARCHIVO
036864*    NO VUELVA A APLICAR LOS ABONOS Y REABONOS. LOS REGISTROS
036867*    CON CUENTA INEXISTENTE O NO OPERABLE YA QUEDARON EN EL
036870*    ARCHIVO DE SUSPENSO ANTES DE DESCARTARSE.
036873******************************************************************
036876 3000-VACIAR-REGRESO-RTN.
036879
036882     CLOSE CAMARA-REGRESO-FILE.
036885     OPEN OUTPUT CAMARA-REGRESO-FILE.
036888     CLOSE CAMARA-REGRESO-FILE.
036891
036894 3000-VACIAR-REGRESO-RTN-EXIT.
036897     EXIT.
036900******************************************************************
037000*    9000-TERMINAR-RTN
037100*    CIERRA LOS ARCHIVOS QUE SIGUEN ABIERTOS POR EL PROGRAMA. EL
037150*    ARCHIVO DE REGRESO YA QUEDO CERRADO Y VACIADO EN 3000.
037700         CLOSE ACCOUNT-MASTER-FILE
037800               TRANSACTION-LOG-FILE
037900               TRAN-CONTROL-FILE
037950               SUSPENSE-FILE
038000     END-IF.
038100
038200 9000-TERMINAR-RTN-EXIT.

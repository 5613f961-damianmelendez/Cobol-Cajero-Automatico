000100******************************************************************
000200* PROGRAM-ID:  CAJERO-CHEQUES-COMPENSAR
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PROGRAMA BATCH DIARIO DE COMPENSACION DE CHEQUES.
000800*              PRIMERO APLICA EL ARCHIVO DE CHEQUES DEVUELTOS
000900*              (CHQDEV): CADA CHEQUE DEVUELTO SE REVERSA CONTRA LA
001000*              CUENTA COMO CHEQUE-DEV, CON EL FOLIO DEL DEP-CHEQUE
001100*              ORIGINAL EN TLOG-REF-FOLIO, Y SU RETENCION QUEDA
001200*              DEVUELTA. DESPUES RECORRE EL ARCHIVO DE RETENCIONES
001300*              (RETENMST) Y LIBERA LAS RETENCIONES ACTIVAS QUE YA
001400*              LLEGARON A SU FECHA DE LIBERACION. LA REVERSA PASA
001500*              POR LA BITACORA PARA QUE EL CIERRE DIARIO CONCILIE;
001600*              LA LIBERACION NO MUEVE SALDO CONTABLE.
001700* TECTONICS:   cobc
001800*
001900* MODIFICATION HISTORY
002000* DATE       INIT  DESCRIPTION
002100* ---------  ----  --------------------------------------------
002200* 2026-10-15 JMR   VERSION ORIGINAL - DEVOLUCION DE CHEQUES Y
002300*                  LIBERACION DE RETENCIONES VENCIDAS.
002320* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002340*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002360*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002370* 2026-10-15 JMR   LAS DEVOLUCIONES CONGELADAS POR FALTA DE
002380*                  FONDOS SE REINTENTAN EN CADA CORRIDA Y SE
002390*                  CARGAN EN CUANTO EL SALDO LAS CUBRE.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CAJERO-CHEQUES-COMPENSAR.
002700 AUTHOR. J. MELENDEZ RUIZ.
002800 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
002900 DATE-WRITTEN. 2026-10-15.
003000 DATE-COMPILED.
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
003500 OBJECT-COMPUTER. GNUCOBOL.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CHEQUES-DEVUELTOS-FILE
003900         ASSIGN TO "CHQDEV"
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS DEV-FILE-STATUS.
004200
004300     SELECT HELD-FUNDS-FILE
004400         ASSIGN TO "RETENMST"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS RET-FOLIO
004800         ALTERNATE RECORD KEY IS RET-CUENTA
004900             WITH DUPLICATES
005000         FILE STATUS IS RET-FILE-STATUS.
005100
005200     SELECT ACCOUNT-MASTER-FILE
005300         ASSIGN TO "ACCTMSTR"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ACCT-NUMBER
005700         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
005800             WITH DUPLICATES
005900         FILE STATUS IS ACCT-FILE-STATUS.
006000
006100     SELECT TRANSACTION-LOG-FILE
006200         ASSIGN TO "TRANLOG"
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS TRAN-FILE-STATUS.
006500
006600     SELECT TRAN-CONTROL-FILE
006700         ASSIGN TO "TRANCTL"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS CTL-KEY
007100         FILE STATUS IS CTL-FILE-STATUS.
007200******************************************************************
007300 DATA DIVISION.
007400 FILE SECTION.
007500 FD  CHEQUES-DEVUELTOS-FILE
007600     LABEL RECORDS ARE STANDARD.
007700     COPY CHQDEVREC.
007800
007900 FD  HELD-FUNDS-FILE
008000     LABEL RECORDS ARE STANDARD.
008100     COPY RETREC.
008200
008300 FD  ACCOUNT-MASTER-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY ACCTREC.
008600
008700 FD  TRANSACTION-LOG-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY TRANREC.
009000
009100 FD  TRAN-CONTROL-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY CTLREC.
009400******************************************************************
009500 WORKING-STORAGE SECTION.
009600 01  SWITCHES.
009700     05  DEVUELTOS-EOF-SW            PIC X(01) VALUE "N".
009800         88  DEVUELTOS-FIN               VALUE "Y".
009900     05  RETENCIONES-EOF-SW          PIC X(01) VALUE "N".
010000         88  RETENCIONES-FIN             VALUE "Y".
010100     05  CUENTA-ENCONTRADA-SW        PIC X(01) VALUE "N".
010200         88  CUENTA-ENCONTRADA           VALUE "Y".
010300     05  RETENCION-ENCONTRADA-SW     PIC X(01) VALUE "N".
010400         88  RETENCION-ENCONTRADA        VALUE "Y".
010500     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
010600         88  ARCHIVOS-ABIERTOS           VALUE "Y".
010700     05  DEVUELTOS-ABIERTO-SW        PIC X(01) VALUE "N".
010800         88  DEVUELTOS-ABIERTO           VALUE "Y".
010900
011000 01  ARCHIVO-STATUS-FIELDS.
011100     05  DEV-FILE-STATUS             PIC X(02) VALUE SPACES.
011200     05  RET-FILE-STATUS             PIC X(02) VALUE SPACES.
011300     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
011400     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
011500     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
011600
011700 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
011800 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
011900 77  SECUENCIA-TRANSACCION           PIC 9(08)  VALUE ZERO.
012000 77  FECHA-SIN-LIBERAR               PIC 9(08)  VALUE 99999999.
012100 77  TOTAL-CHEQUES-DEVUELTOS         PIC 9(05)  VALUE ZERO.
012200 77  MONTO-CHEQUES-DEVUELTOS         PIC 9(09)V9(02) VALUE ZERO.
012300 77  TOTAL-RETENCIONES-LIBERADAS     PIC 9(05)  VALUE ZERO.
012400 77  MONTO-RETENCIONES-LIBERADAS     PIC 9(09)V9(02) VALUE ZERO.
012500 77  TOTAL-DEVOLUCIONES-CONGELADAS   PIC 9(05)  VALUE ZERO.
012525 77  TOTAL-CONGELADAS-COBRADAS       PIC 9(05)  VALUE ZERO.
012550 77  MONTO-CONGELADAS-COBRADAS       PIC 9(09)V9(02) VALUE ZERO.
012575 77  TOTAL-CONGELADAS-PENDIENTES     PIC 9(05)  VALUE ZERO.
012600 77  TOTAL-REGISTROS-CON-ERROR       PIC 9(05)  VALUE ZERO.
012700******************************************************************
012800 PROCEDURE DIVISION.
012900******************************************************************
013000*    0000-MAINLINE
013100*    CONTROLA LA SECUENCIA DEL BATCH: ABRE ARCHIVOS, APLICA LOS
013200*    CHEQUES DEVUELTOS ANTES DE LIBERAR NADA (UN CHEQUE QUE
013300*    REGRESA EL MISMO DIA QUE VENCE SU RETENCION NO DEBE QUEDAR
013400*    DISPONIBLE), LIBERA LAS RETENCIONES VENCIDAS Y EMITE EL
013500*    RESUMEN.
013600******************************************************************
013700 0000-MAINLINE.
013800
013900     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
014000
014100     PERFORM 2000-PROCESAR-DEVUELTO-RTN THRU
014200         2000-PROCESAR-DEVUELTO-RTN-EXIT
014300         UNTIL DEVUELTOS-FIN.
014400
014500     IF ARCHIVOS-ABIERTOS
014600         PERFORM 3000-LIBERAR-VENCIDAS-RTN THRU
014700             3000-LIBERAR-VENCIDAS-RTN-EXIT
014800     END-IF.
014900
015000     IF DEVUELTOS-ABIERTO
015100         PERFORM 4000-VACIAR-DEVUELTOS-RTN THRU
015200             4000-VACIAR-DEVUELTOS-RTN-EXIT
015300     END-IF.
015400
015500     DISPLAY "CHEQUES DEVUELTOS REVERSADOS : "
015600         TOTAL-CHEQUES-DEVUELTOS " POR $" MONTO-CHEQUES-DEVUELTOS.
015700     DISPLAY "DEVOLUCIONES SIN FONDOS      : "
015800         TOTAL-DEVOLUCIONES-CONGELADAS.
015816     DISPLAY "CONGELADAS COBRADAS          : "
015832         TOTAL-CONGELADAS-COBRADAS " POR $"
015848         MONTO-CONGELADAS-COBRADAS.
015864     DISPLAY "CONGELADAS PENDIENTES        : "
015880         TOTAL-CONGELADAS-PENDIENTES.
015900     DISPLAY "RETENCIONES LIBERADAS        : "
016000         TOTAL-RETENCIONES-LIBERADAS " POR $"
016100         MONTO-RETENCIONES-LIBERADAS.
016200     DISPLAY "REGISTROS CON ERROR          : "
016300         TOTAL-REGISTROS-CON-ERROR.
016400
016500     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
016600
016700     STOP RUN.
016800******************************************************************
016900*    1000-INICIALIZAR-RTN
017000*    ABRE EL ARCHIVO DE RETENCIONES, EL MAESTRO DE CUENTAS, LA
017100*    BITACORA Y EL CONTROL DE FOLIOS. SIN RETENCIONES O SIN
017200*    MAESTRO NO HAY NADA QUE COMPENSAR. EL ARCHIVO DE CHEQUES
017300*    DEVUELTOS ES OPCIONAL: SIN EL SOLO SE LIBERAN VENCIDAS.
017400******************************************************************
017500 1000-INICIALIZAR-RTN.
017600
017700     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
017800     SET DEVUELTOS-FIN TO TRUE.
017900
018000     OPEN I-O HELD-FUNDS-FILE.
018100     IF RET-FILE-STATUS NOT = "00"
018200         DISPLAY "*** AVISO: NO SE PUDO ABRIR EL ARCHIVO DE "
018300             "RETENCIONES (STATUS " RET-FILE-STATUS
018400             "). NADA QUE COMPENSAR. ***"
018500         GO TO 1000-INICIALIZAR-RTN-EXIT
018600     END-IF.
018700
018800     OPEN I-O ACCOUNT-MASTER-FILE.
018900     IF ACCT-FILE-STATUS NOT = "00"
019000         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
019100             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
019150         MOVE 16 TO RETURN-CODE
019200         CLOSE HELD-FUNDS-FILE
019300         GO TO 1000-INICIALIZAR-RTN-EXIT
019400     END-IF.
019500     SET ARCHIVOS-ABIERTOS TO TRUE.
019600
019700     OPEN EXTEND TRANSACTION-LOG-FILE.
019800     IF TRAN-FILE-STATUS = "35"
019900         OPEN OUTPUT TRANSACTION-LOG-FILE
020000         CLOSE TRANSACTION-LOG-FILE
020100         OPEN EXTEND TRANSACTION-LOG-FILE
020200     END-IF.
020300
020400     OPEN I-O TRAN-CONTROL-FILE.
020500     IF CTL-FILE-STATUS = "35"
020600         OPEN OUTPUT TRAN-CONTROL-FILE
020700         CLOSE TRAN-CONTROL-FILE
020800         OPEN I-O TRAN-CONTROL-FILE
020900     END-IF.
021000
021100     MOVE "1" TO CTL-KEY.
021200     READ TRAN-CONTROL-FILE
021300         INVALID KEY
021400             MOVE ZERO TO CTL-LAST-SEQ
021500             WRITE TRAN-CONTROL-RECORD
021600     END-READ.
021700
021800     OPEN INPUT CHEQUES-DEVUELTOS-FILE.
021900     IF DEV-FILE-STATUS NOT = "00"
022000         DISPLAY "*** AVISO: SIN ARCHIVO DE CHEQUES DEVUELTOS "
022100             "(STATUS " DEV-FILE-STATUS "). SOLO SE LIBERAN "
022200             "RETENCIONES VENCIDAS. ***"
022300     ELSE
022400         SET DEVUELTOS-ABIERTO TO TRUE
022500         MOVE "N" TO DEVUELTOS-EOF-SW
022600     END-IF.
022700
022800 1000-INICIALIZAR-RTN-EXIT.
022900     EXIT.
023000******************************************************************
023100*    1500-SIGUIENTE-SECUENCIA-RTN
023200*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
023300*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, IGUAL QUE LO
023400*    HACE EL CAJERO EN LINEA.
023500******************************************************************
023600 1500-SIGUIENTE-SECUENCIA-RTN.
023700
023800     ACCEPT HORA-ACTUAL FROM TIME.
023900     MOVE "1" TO CTL-KEY.
024000     READ TRAN-CONTROL-FILE.
024100     ADD 1 TO CTL-LAST-SEQ.
024200     REWRITE TRAN-CONTROL-RECORD.
024300     IF CTL-FILE-STATUS NOT = "00"
024400         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
024500             "CONTROL (STATUS " CTL-FILE-STATUS ") ***"
024600     END-IF.
024700     MOVE CTL-LAST-SEQ TO SECUENCIA-TRANSACCION.
024800
024900 1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
025000     EXIT.
025100******************************************************************
025200*    1550-VERIFICAR-APERTURA-DIA-RTN
025300*    SI LA FECHA DE ULTIMA ACTIVIDAD DE LA CUENTA EN TURNO YA NO
025400*    ES LA DE HOY, REINICIA EL ACUMULADO DE RETIRO DEL DIA Y
025500*    GUARDA EL SALDO VIGENTE COMO SALDO DE APERTURA, IGUAL QUE LO
025600*    HACE EL CAJERO EN LINEA, PARA QUE EL CIERRE DIARIO PUEDA
025700*    CONCILIAR EL DIA EN QUE SE APLICA LA REVERSA.
025800******************************************************************
025900 1550-VERIFICAR-APERTURA-DIA-RTN.
026000
026100     IF ACCT-LAST-ACTIVITY-DATE NOT = FECHA-HOY
026200         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
026300         MOVE FECHA-HOY TO ACCT-OPENING-DATE
026400         MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE
026500         REWRITE ACCOUNT-MASTER-RECORD
026600     END-IF.
026700
026800 1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
026900     EXIT.
027000******************************************************************
027100*    2000-PROCESAR-DEVUELTO-RTN
027200*    LEE EL SIGUIENTE CHEQUE DEVUELTO, LOCALIZA SU RETENCION POR
027300*    EL FOLIO DEL DEP-CHEQUE ORIGINAL Y, SI TODAVIA NO SE HA
027400*    REVERSADO, LA APLICA. UN FOLIO SIN RETENCION O YA DEVUELTO
027500*    SE REPORTA COMO ERROR PARA MESA DE CONTROL; ASI UNA SEGUNDA
027600*    CORRIDA SOBRE EL MISMO ARCHIVO NO REVERSA DOS VECES.
027700******************************************************************
027800 2000-PROCESAR-DEVUELTO-RTN.
027900
028000     READ CHEQUES-DEVUELTOS-FILE
028100         AT END
028200             SET DEVUELTOS-FIN TO TRUE
028300     END-READ.
028400
028500     IF DEVUELTOS-FIN
028600         GO TO 2000-PROCESAR-DEVUELTO-RTN-EXIT
028700     END-IF.
028800
028900     MOVE DEV-FOLIO TO RET-FOLIO.
029000     MOVE "N" TO RETENCION-ENCONTRADA-SW.
029100     READ HELD-FUNDS-FILE
029200         INVALID KEY
029300             CONTINUE
029400         NOT INVALID KEY
029500             SET RETENCION-ENCONTRADA TO TRUE
029600     END-READ.
029700
029800     IF NOT RETENCION-ENCONTRADA
029900         ADD 1 TO TOTAL-REGISTROS-CON-ERROR
030000         DISPLAY "*** CHEQUE DEVUELTO SIN RETENCION: FOLIO "
030100             DEV-FOLIO " ***"
030200         GO TO 2000-PROCESAR-DEVUELTO-RTN-EXIT
030300     END-IF.
030400
030500     IF RET-DEVUELTA
030600         ADD 1 TO TOTAL-REGISTROS-CON-ERROR
030700         DISPLAY "*** CHEQUE YA REVERSADO EL " RET-FECHA-ESTADO
030800             ": FOLIO " DEV-FOLIO " ***"
030900         GO TO 2000-PROCESAR-DEVUELTO-RTN-EXIT
031000     END-IF.
031100
031200     PERFORM 2100-REVERSAR-CHEQUE-RTN THRU
031300         2100-REVERSAR-CHEQUE-RTN-EXIT.
031400
031500 2000-PROCESAR-DEVUELTO-RTN-EXIT.
031600     EXIT.
031700******************************************************************
031800*    2100-REVERSAR-CHEQUE-RTN
031900*    CARGA A LA CUENTA EL MONTO DEL CHEQUE DEVUELTO, REGISTRA LA
032000*    PATA CHEQUE-DEV CON EL FOLIO DEL DEP-CHEQUE ORIGINAL EN
032100*    TLOG-REF-FOLIO Y MARCA LA RETENCION COMO DEVUELTA. LA
032200*    REVERSA SE APLICA AUNQUE LA CUENTA YA NO ESTE OPERABLE. SI
032300*    EL SALDO CONTABLE YA NO ALCANZA (LA RETENCION SE HABIA
032400*    LIBERADO Y EL CLIENTE DISPUSO DEL DINERO) NO SE CARGA NADA:
032500*    LA RETENCION SE REACTIVA SIN FECHA DE LIBERACION PARA QUE
032600*    EL MONTO QUEDE FUERA DEL DISPONIBLE; 3200 LA VUELVE A
032700*    INTENTAR EN CADA CORRIDA HASTA QUE EL SALDO LA CUBRA.
032800******************************************************************
032900 2100-REVERSAR-CHEQUE-RTN.
033000
033100     MOVE RET-CUENTA TO ACCT-NUMBER.
033200     MOVE "N" TO CUENTA-ENCONTRADA-SW.
033300     READ ACCOUNT-MASTER-FILE
033400         INVALID KEY
033500             CONTINUE
033600         NOT INVALID KEY
033700             SET CUENTA-ENCONTRADA TO TRUE
033800     END-READ.
033900
034000     IF NOT CUENTA-ENCONTRADA
034100         ADD 1 TO TOTAL-REGISTROS-CON-ERROR
034200         DISPLAY "*** CHEQUE DEVUELTO NO APLICADO: CUENTA "
034300             RET-CUENTA " INEXISTENTE (FOLIO " DEV-FOLIO ") ***"
034400         GO TO 2100-REVERSAR-CHEQUE-RTN-EXIT
034500     END-IF.
034600
034700     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
034800         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
034900
035000     IF ACCT-SALDO < RET-MONTO
035100         SET RET-ACTIVA TO TRUE
035200         MOVE FECHA-SIN-LIBERAR TO RET-FECHA-LIBERACION
035300         MOVE FECHA-HOY TO RET-FECHA-ESTADO
035400         REWRITE HELD-FUNDS-RECORD
035500         IF RET-FILE-STATUS NOT = "00"
035600             DISPLAY "*** ALERTA: NO SE ACTUALIZO LA RETENCION "
035700                 "(STATUS " RET-FILE-STATUS ") ***"
035800         END-IF
035900         ADD 1 TO TOTAL-DEVOLUCIONES-CONGELADAS
036000         DISPLAY "*** CHEQUE DEVUELTO SIN FONDOS: CUENTA "
036100             RET-CUENTA " SALDO $" ACCT-SALDO " CHEQUE $"
036200             RET-MONTO " (FOLIO " DEV-FOLIO "). SE RETIENE EL "
036300             "MONTO HASTA QUE EL SALDO LO CUBRA. ***"
036400         GO TO 2100-REVERSAR-CHEQUE-RTN-EXIT
036500     END-IF.
036600
036604     PERFORM 2200-CARGAR-DEVOLUCION-RTN THRU
036608         2200-CARGAR-DEVOLUCION-RTN-EXIT.
036612
036616     ADD 1 TO TOTAL-CHEQUES-DEVUELTOS.
036620     ADD RET-MONTO TO MONTO-CHEQUES-DEVUELTOS.
036624     DISPLAY "CHEQUE DEVUELTO $" RET-MONTO " CARGADO A LA CUENTA "
036628         RET-CUENTA " (FOLIO ORIGINAL " RET-FOLIO ") "
036632         DEV-MOTIVO.
036636
036640 2100-REVERSAR-CHEQUE-RTN-EXIT.
036644     EXIT.
036648******************************************************************
036652*    2200-CARGAR-DEVOLUCION-RTN
036656*    CARGA A LA CUENTA EN TURNO EL MONTO DE LA RETENCION EN TURNO,
036660*    REGISTRA LA PATA CHEQUE-DEV CON EL FOLIO DEL DEP-CHEQUE
036664*    ORIGINAL EN TLOG-REF-FOLIO Y MARCA LA RETENCION COMO
036668*    DEVUELTA. LA USAN LA REVERSA DEL DIA (2100) Y EL COBRO DE
036672*    DEVOLUCIONES CONGELADAS DE CORRIDAS ANTERIORES (3200).
036676******************************************************************
036680 2200-CARGAR-DEVOLUCION-RTN.
036684
036700     SUBTRACT RET-MONTO FROM ACCT-SALDO.
036800     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
036900     REWRITE ACCOUNT-MASTER-RECORD.
037000     IF ACCT-FILE-STATUS NOT = "00"
037100         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
037200             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
037300     END-IF.
037400
037500     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
037600         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
037700     MOVE SECUENCIA-TRANSACCION TO TLOG-SEQUENCE.
037800     MOVE FECHA-HOY TO TLOG-DATE.
037900     MOVE HORA-ACTUAL TO TLOG-TIME.
038000     MOVE RET-CUENTA TO TLOG-ACCOUNT.
038100     MOVE ZERO TO TLOG-RELATED-ACCOUNT.
038200     MOVE "CHEQUE-DEV" TO TLOG-TYPE.
038300     MOVE RET-MONTO TO TLOG-AMOUNT.
038400     MOVE ACCT-SALDO TO TLOG-BALANCE.
038500     MOVE RET-FOLIO TO TLOG-REF-FOLIO.
038600     MOVE "CHEQ" TO TLOG-TERMINAL.
038700     WRITE TRANSACTION-LOG-RECORD.
038800     IF TRAN-FILE-STATUS NOT = "00"
038900         DISPLAY "*** ALERTA: NO SE PUDO REGISTRAR EL MOVIMIENTO "
039000             "EN LA BITACORA (STATUS " TRAN-FILE-STATUS ") ***"
039100     END-IF.
039200
039300     SET RET-DEVUELTA TO TRUE.
039400     MOVE FECHA-HOY TO RET-FECHA-ESTADO.
039500     REWRITE HELD-FUNDS-RECORD.
039600     IF RET-FILE-STATUS NOT = "00"
039700         DISPLAY "*** ALERTA: NO SE ACTUALIZO LA RETENCION "
039800             "(STATUS " RET-FILE-STATUS ") ***"
039900     END-IF.
040600
040700 2200-CARGAR-DEVOLUCION-RTN-EXIT.
040800     EXIT.
040900******************************************************************
041000*    3000-LIBERAR-VENCIDAS-RTN
041100*    RECORRE EL ARCHIVO DE RETENCIONES DESDE EL PRIMER FOLIO Y
041200*    LIBERA CADA RETENCION ACTIVA CUYA FECHA DE LIBERACION YA
041300*    LLEGO. DE PASO REINTENTA EL COBRO DE LAS DEVOLUCIONES
041350*    CONGELADAS (3200).
041400******************************************************************
041500 3000-LIBERAR-VENCIDAS-RTN.
041600
041700     MOVE "N" TO RETENCIONES-EOF-SW.
041800     MOVE ZERO TO RET-FOLIO.
041900     START HELD-FUNDS-FILE KEY IS NOT LESS THAN RET-FOLIO
042000         INVALID KEY
042100             SET RETENCIONES-FIN TO TRUE
042200     END-START.
042300
042400     PERFORM 3100-REVISAR-RETENCION-RTN THRU
042500         3100-REVISAR-RETENCION-RTN-EXIT
042600         UNTIL RETENCIONES-FIN.
042700
042800 3000-LIBERAR-VENCIDAS-RTN-EXIT.
042900     EXIT.
043000******************************************************************
043100*    3100-REVISAR-RETENCION-RTN
043200*    LEE LA SIGUIENTE RETENCION Y, SI ESTA ACTIVA Y VENCIDA, LA
043300*    MARCA LIBERADA CON LA FECHA DE HOY. UNA RETENCION ACTIVA SIN
043333*    FECHA DE LIBERACION ES UNA DEVOLUCION CONGELADA Y PASA A
043366*    3200.
043400******************************************************************
043500 3100-REVISAR-RETENCION-RTN.
043600
043700     READ HELD-FUNDS-FILE NEXT RECORD
043800         AT END
043900             SET RETENCIONES-FIN TO TRUE
044000     END-READ.
044100
044200     IF RETENCIONES-FIN
044300         GO TO 3100-REVISAR-RETENCION-RTN-EXIT
044400     END-IF.
044500
044514     IF RET-ACTIVA AND RET-FECHA-LIBERACION = FECHA-SIN-LIBERAR
044528         PERFORM 3200-COBRAR-CONGELADA-RTN THRU
044542             3200-COBRAR-CONGELADA-RTN-EXIT
044556         GO TO 3100-REVISAR-RETENCION-RTN-EXIT
044570     END-IF.
044584
044600     IF NOT RET-ACTIVA OR RET-FECHA-LIBERACION > FECHA-HOY
044700         GO TO 3100-REVISAR-RETENCION-RTN-EXIT
044800     END-IF.
044900
045000     SET RET-LIBERADA TO TRUE.
045100     MOVE FECHA-HOY TO RET-FECHA-ESTADO.
045200     REWRITE HELD-FUNDS-RECORD.
045300     IF RET-FILE-STATUS NOT = "00"
045400         DISPLAY "*** ALERTA: NO SE LIBERO LA RETENCION FOLIO "
045500             RET-FOLIO " (STATUS " RET-FILE-STATUS ") ***"
045600         GO TO 3100-REVISAR-RETENCION-RTN-EXIT
045700     END-IF.
045800
045900     ADD 1 TO TOTAL-RETENCIONES-LIBERADAS.
046000     ADD RET-MONTO TO MONTO-RETENCIONES-LIBERADAS.
046100
046200 3100-REVISAR-RETENCION-RTN-EXIT.
046300     EXIT.
046301******************************************************************
046302*    3200-COBRAR-CONGELADA-RTN
046303*    REINTENTA UNA DEVOLUCION QUE QUEDO CONGELADA POR FALTA DE
046304*    FONDOS EN UNA CORRIDA ANTERIOR. SI EL SALDO CONTABLE DE LA
046305*    CUENTA YA CUBRE EL CHEQUE SE CARGA COMO CHEQUE-DEV Y LA
046306*    RETENCION QUEDA DEVUELTA; SI NO, SIGUE CONGELADA Y SE
046307*    REPORTA COMO PENDIENTE. LAS CONGELADAS HOY NO SE REINTENTAN:
046308*    EL SALDO NO HA CAMBIADO DESDE 2100.
046309******************************************************************
046310 3200-COBRAR-CONGELADA-RTN.
046311
046312     IF RET-FECHA-ESTADO = FECHA-HOY
046313         GO TO 3200-COBRAR-CONGELADA-RTN-EXIT
046314     END-IF.
046315
046316     MOVE RET-CUENTA TO ACCT-NUMBER.
046317     MOVE "N" TO CUENTA-ENCONTRADA-SW.
046318     READ ACCOUNT-MASTER-FILE
046319         INVALID KEY
046320             CONTINUE
046321         NOT INVALID KEY
046322             SET CUENTA-ENCONTRADA TO TRUE
046323     END-READ.
046324
046325     IF NOT CUENTA-ENCONTRADA
046326         ADD 1 TO TOTAL-CONGELADAS-PENDIENTES
046327         DISPLAY "*** ALERTA: DEVOLUCION CONGELADA SIN CUENTA "
046328             RET-CUENTA " (FOLIO " RET-FOLIO "). REQUIERE AJUSTE "
046329             "MANUAL. ***"
046330         GO TO 3200-COBRAR-CONGELADA-RTN-EXIT
046331     END-IF.
046332
046333     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
046334         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
046335
046336     IF ACCT-SALDO < RET-MONTO
046337         ADD 1 TO TOTAL-CONGELADAS-PENDIENTES
046338         GO TO 3200-COBRAR-CONGELADA-RTN-EXIT
046339     END-IF.
046340
046341     PERFORM 2200-CARGAR-DEVOLUCION-RTN THRU
046342         2200-CARGAR-DEVOLUCION-RTN-EXIT.
046343
046344     ADD 1 TO TOTAL-CONGELADAS-COBRADAS.
046345     ADD RET-MONTO TO MONTO-CONGELADAS-COBRADAS.
046346     DISPLAY "DEVOLUCION CONGELADA $" RET-MONTO " CARGADA A LA "
046347         "CUENTA " RET-CUENTA " (FOLIO ORIGINAL " RET-FOLIO ")".
046348
046349 3200-COBRAR-CONGELADA-RTN-EXIT.
046350     EXIT.
046400******************************************************************
046500*    4000-VACIAR-DEVUELTOS-RTN
046600*    CIERRA EL ARCHIVO DE CHEQUES DEVUELTOS YA PROCESADO Y LO
046700*    REESCRIBE VACIO, IGUAL QUE EL BATCH DE REGRESO DE CAMARA.
046800*    LOS REGISTROS CON ERROR YA QUEDARON REPORTADOS PARA QUE MESA
046900*    DE CONTROL LOS RESUELVA A MANO.
047000******************************************************************
047100 4000-VACIAR-DEVUELTOS-RTN.
047200
047300     CLOSE CHEQUES-DEVUELTOS-FILE.
047400     OPEN OUTPUT CHEQUES-DEVUELTOS-FILE.
047500     CLOSE CHEQUES-DEVUELTOS-FILE.
047600
047700 4000-VACIAR-DEVUELTOS-RTN-EXIT.
047800     EXIT.
047900******************************************************************
048000*    9000-TERMINAR-RTN
048100*    CIERRA LOS ARCHIVOS QUE SIGUEN ABIERTOS POR EL PROGRAMA. EL
048200*    ARCHIVO DE CHEQUES DEVUELTOS YA QUEDO CERRADO Y VACIADO EN
048300*    4000.
048400******************************************************************
048500 9000-TERMINAR-RTN.
048600
048700     IF ARCHIVOS-ABIERTOS
048800         CLOSE HELD-FUNDS-FILE
048900               ACCOUNT-MASTER-FILE
049000               TRANSACTION-LOG-FILE
049100               TRAN-CONTROL-FILE
049200     END-IF.
049300
049400 9000-TERMINAR-RTN-EXIT.
049500     EXIT.
049600
049700 END PROGRAM CAJERO-CHEQUES-COMPENSAR.

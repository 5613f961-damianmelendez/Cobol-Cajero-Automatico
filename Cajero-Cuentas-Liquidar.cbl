000100******************************************************************
000200* PROGRAM-ID:  CAJERO-CUENTAS-LIQUIDAR
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PROGRAMA BATCH DE LIQUIDACION DE CUENTAS EN CIERRE.
000800*              RECORRE EL MAESTRO DE CUENTAS Y, POR CADA CUENTA
000900*              EN ESTADO E (EN CIERRE), CANCELA SUS ORDENES
001000*              PROGRAMADAS ACTIVAS (COMO ORIGEN O DESTINO), LE
001100*              ABONA EL INTERES PRORRATEADO DEL PERIODO SI ES DE
001200*              AHORRO, PAGA EL SALDO RESTANTE AL DESTINO CAPTURADO
001300*              EN LIQMST (CUENTA SOBREVIVIENTE POR TRASPASO
001400*              INTERNO U ORDEN INTERBANCARIA EN CLEAROUT) Y LA
001500*              DEJA CERRADA (C). CADA MOVIMIENTO PASA POR LA
001600*              BITACORA CON SU FOLIO DEL ARCHIVO DE CONTROL PARA
001700*              QUE EL CIERRE DIARIO CONCILIE. EMITE UNA CARTA DE
001800*              LIQUIDACION POR CUENTA (LIQRPT) Y LA LISTA DE
001900*              CUENTAS QUE NO SE PUDIERON CERRAR CON SU MOTIVO
002000*              (LIQEXC).
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* ---------  ----  --------------------------------------------
002600* 2026-10-15 JMR   VERSION ORIGINAL - LIQUIDACION Y CIERRE DE
002700*                  CUENTAS EN ESTADO EN CIERRE.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CAJERO-CUENTAS-LIQUIDAR.
003100 AUTHOR. J. MELENDEZ RUIZ.
003200 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003300 DATE-WRITTEN. 2026-10-15.
003400 DATE-COMPILED.
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. GNUCOBOL.
003900 OBJECT-COMPUTER. GNUCOBOL.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ACCOUNT-MASTER-FILE
004300         ASSIGN TO "ACCTMSTR"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-NUMBER
004700         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
004800             WITH DUPLICATES
004900         FILE STATUS IS ACCT-FILE-STATUS.
005000
005100     SELECT CLOSURE-INSTRUCTION-FILE
005200         ASSIGN TO "LIQMST"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS LIQ-CUENTA
005600         FILE STATUS IS LIQ-FILE-STATUS.
005700
005800     SELECT STANDING-ORDER-FILE
005900         ASSIGN TO "ORDENMST"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS ORD-NUMERO
006300         FILE STATUS IS ORDEN-FILE-STATUS.
006400
006500     SELECT HELD-FUNDS-FILE
006600         ASSIGN TO "RETENMST"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS RET-FOLIO
007000         ALTERNATE RECORD KEY IS RET-CUENTA
007100             WITH DUPLICATES
007200         FILE STATUS IS RET-FILE-STATUS.
007300
007400     SELECT TRANSACTION-LOG-FILE
007500         ASSIGN TO "TRANLOG"
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS TRAN-FILE-STATUS.
007800
007900     SELECT TRAN-CONTROL-FILE
008000         ASSIGN TO "TRANCTL"
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS DYNAMIC
008300         RECORD KEY IS CTL-KEY
008400         FILE STATUS IS CTL-FILE-STATUS.
008500
008600     SELECT CLEARING-OUT-FILE
008700         ASSIGN TO "CLEAROUT"
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS CLEAR-FILE-STATUS.
009000
009100     SELECT PARAMETER-FILE
009200         ASSIGN TO "PARAMMST"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS PRM-CLAVE
009600         FILE STATUS IS PARAM-FILE-STATUS.
009700
009800     SELECT AUDIT-LOG-FILE
009900         ASSIGN TO "AUDITLOG"
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS AUD-FILE-STATUS.
010200
010300     SELECT REPORT-FILE
010400         ASSIGN TO "LIQRPT"
010500         ORGANIZATION IS LINE SEQUENTIAL
010600         FILE STATUS IS RPT-FILE-STATUS.
010700
010800     SELECT EXCEPTION-FILE
010900         ASSIGN TO "LIQEXC"
011000         ORGANIZATION IS LINE SEQUENTIAL
011100         FILE STATUS IS EXC-FILE-STATUS.
011200******************************************************************
011300 DATA DIVISION.
011400 FILE SECTION.
011500 FD  ACCOUNT-MASTER-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY ACCTREC.
011800
011900 FD  CLOSURE-INSTRUCTION-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY LIQREC.
012200
012300 FD  STANDING-ORDER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY ORDREC.
012600
012700 FD  HELD-FUNDS-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY RETREC.
013000
013100 FD  TRANSACTION-LOG-FILE
013200     LABEL RECORDS ARE STANDARD.
013300     COPY TRANREC.
013400
013500 FD  TRAN-CONTROL-FILE
013600     LABEL RECORDS ARE STANDARD.
013700     COPY CTLREC.
013800
013900 FD  CLEARING-OUT-FILE
014000     LABEL RECORDS ARE STANDARD.
014100     COPY CLRREC.
014200
014300 FD  PARAMETER-FILE
014400     LABEL RECORDS ARE STANDARD.
014500     COPY PRMREC.
014600
014700 FD  AUDIT-LOG-FILE
014800     LABEL RECORDS ARE STANDARD.
014900     COPY AUDREC.
015000
015100 FD  REPORT-FILE
015200     LABEL RECORDS ARE STANDARD.
015300 01  REPORT-LINE                     PIC X(80).
015400
015500 FD  EXCEPTION-FILE
015600     LABEL RECORDS ARE STANDARD.
015700 01  EXCEPTION-LINE                  PIC X(80).
015800******************************************************************
015900 WORKING-STORAGE SECTION.
016000 01  SWITCHES.
016100     05  CUENTAS-EOF-SW              PIC X(01) VALUE "N".
016200         88  CUENTAS-FIN                 VALUE "Y".
016300     05  ORDENES-EOF-SW              PIC X(01) VALUE "N".
016400         88  ORDENES-FIN                 VALUE "Y".
016500     05  RETENCIONES-EOF-SW          PIC X(01) VALUE "N".
016600         88  RETENCIONES-FIN             VALUE "Y".
016700     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
016800         88  ARCHIVOS-ABIERTOS           VALUE "Y".
016900     05  ORDENES-DISPONIBLE-SW       PIC X(01) VALUE "N".
017000         88  ORDENES-DISPONIBLE          VALUE "Y".
017100     05  RETENCIONES-DISPONIBLE-SW   PIC X(01) VALUE "N".
017200         88  RETENCIONES-DISPONIBLE      VALUE "Y".
017300     05  TASA-PARAMETRO-SW           PIC X(01) VALUE "N".
017400         88  TASA-DE-PARAMETRO           VALUE "Y".
017500     05  INSTRUCCION-EXISTE-SW       PIC X(01) VALUE "N".
017600         88  INSTRUCCION-EXISTE          VALUE "Y".
017700
017800 01  ARCHIVO-STATUS-FIELDS.
017900     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
018000     05  LIQ-FILE-STATUS             PIC X(02) VALUE SPACES.
018100     05  ORDEN-FILE-STATUS           PIC X(02) VALUE SPACES.
018200     05  RET-FILE-STATUS             PIC X(02) VALUE SPACES.
018300     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
018400     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
018500     05  CLEAR-FILE-STATUS           PIC X(02) VALUE SPACES.
018600     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
018700     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
018800     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
018900     05  EXC-FILE-STATUS             PIC X(02) VALUE SPACES.
019000
019100 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
019200 77  SECUENCIA-TRANSACCION           PIC 9(08)  VALUE ZERO.
019300 77  CUENTA-ACTUAL                   PIC 9(10)  VALUE ZERO.
019400 77  CUENTA-RELACIONADA              PIC 9(10)  VALUE ZERO.
019500 77  TIPO-MOVIMIENTO                 PIC X(12)  VALUE SPACES.
019600 77  MONTO-MOVIMIENTO                PIC 9(07)V9(02) VALUE ZERO.
019700 77  SALDO-RESULTANTE                PIC 9(07)V9(02) VALUE ZERO.
019800 77  PERIODO-ACTUAL                  PIC 9(06)  VALUE ZERO.
019900 77  TASA-MENSUAL                    PIC 9(02)V9(04) VALUE ZERO.
020000 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
020100 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
020200 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
020300 77  CUENTA-LIQUIDAR                 PIC 9(10)  VALUE ZERO.
020400 77  NOMBRE-LIQUIDAR                 PIC X(30)  VALUE SPACES.
020500 77  NOMBRE-CORTO                    PIC X(20)  VALUE SPACES.
020600 77  SALDO-ANTERIOR                  PIC 9(07)V9(02) VALUE ZERO.
020700 77  INTERES-PRORRATA                PIC 9(07)V9(02) VALUE ZERO.
020800 77  MONTO-PAGO                      PIC 9(07)V9(02) VALUE ZERO.
020900 77  FOLIO-PAGO                      PIC 9(08)  VALUE ZERO.
021000 77  ORDENES-CANCELADAS              PIC 9(03)  VALUE ZERO.
021100 77  RETENCIONES-ACTIVAS             PIC 9(03)  VALUE ZERO.
021200 77  MOTIVO-EXCEPCION                PIC X(36)  VALUE SPACES.
021300 77  TOTAL-CUENTAS-CERRADAS          PIC 9(05)  VALUE ZERO.
021400 77  TOTAL-EXCEPCIONES               PIC 9(05)  VALUE ZERO.
021500 77  TOTAL-ORDENES-CANCELADAS        PIC 9(05)  VALUE ZERO.
021600 77  TOTAL-INTERES-PAGADO            PIC 9(09)V9(02) VALUE ZERO.
021700 77  TOTAL-PAGADO-INTERNO            PIC 9(09)V9(02) VALUE ZERO.
021800 77  TOTAL-PAGADO-INTERBANCARIO      PIC 9(09)V9(02) VALUE ZERO.
021900 77  MONTO-ED                        PIC Z(06)9.9(02) VALUE ZERO.
022000 77  MONTO-TOTAL-ED                  PIC Z(08)9.9(02) VALUE ZERO.
022100 77  PROGRAMA-AUDITORIA              PIC X(08)  VALUE "CTASLIQD".
022200 77  OPERADOR-LOTE                   PIC X(08)  VALUE "LOTE".
022300
022400 01  FECHA-HOY-DESGLOSE.
022500     05  FHD-ANIO                    PIC 9(04).
022600     05  FHD-MES                     PIC 9(02).
022700     05  FHD-DIA                     PIC 9(02).
022800 01  FECHA-HOY REDEFINES FECHA-HOY-DESGLOSE
022900                                     PIC 9(08).
023000
023100 01  DIAS-MES-VALORES.
023200     05  FILLER                      PIC X(24)
023300         VALUE "312831303130313130313031".
023400 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
023500     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
023600******************************************************************
023700 PROCEDURE DIVISION.
023800******************************************************************
023900*    0000-MAINLINE
024000*    CONTROLA LA SECUENCIA DEL BATCH: ABRE ARCHIVOS, RECORRE EL
024100*    MAESTRO LIQUIDANDO CADA CUENTA EN CIERRE Y CIERRA CON EL
024200*    RESUMEN DE LA CORRIDA.
024300******************************************************************
024400 0000-MAINLINE.
024500
024600     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
024700
024800     PERFORM 2000-PROCESAR-CUENTA-RTN THRU
024900         2000-PROCESAR-CUENTA-RTN-EXIT
025000         UNTIL CUENTAS-FIN.
025100
025200     IF ARCHIVOS-ABIERTOS
025300         PERFORM 8000-RESUMEN-RTN THRU 8000-RESUMEN-RTN-EXIT
025400     END-IF.
025500
025600     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
025700
025800     STOP RUN.
025900******************************************************************
026000*    1000-INICIALIZAR-RTN
026100*    ABRE EL MAESTRO DE CUENTAS, LAS INSTRUCCIONES DE LIQUIDACION,
026200*    LAS ORDENES PROGRAMADAS, LAS RETENCIONES, LA BITACORA, EL
026300*    CONTROL DE FOLIOS, LA SALIDA A CAMARA, LA AUDITORIA Y LOS
026400*    DOS REPORTES, Y TOMA LA TASA DE AHORRO VIGENTE. SIN MAESTRO
026500*    O SIN INSTRUCCIONES NO HAY CORRIDA. LA FALTA DEL ARCHIVO DE
026600*    ORDENES O DE RETENCIONES SOLO SIGNIFICA QUE NO HAY NINGUNA;
026700*    CUALQUIER OTRO ERROR DE APERTURA EN ELLOS DETIENE LA CORRIDA
026800*    PORQUE NO SE PODRIA CERRAR UNA CUENTA CON ORDENES VIVAS O
026900*    CHEQUES SIN COMPENSAR.
027000******************************************************************
027100 1000-INICIALIZAR-RTN.
027200
027300     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
027400     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
027500     PERFORM 1100-DIAS-DEL-MES-RTN THRU
027600         1100-DIAS-DEL-MES-RTN-EXIT.
027700
027800     OPEN I-O ACCOUNT-MASTER-FILE.
027900     IF ACCT-FILE-STATUS NOT = "00"
028000         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
028100             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
028200         MOVE 16 TO RETURN-CODE
028300         SET CUENTAS-FIN TO TRUE
028400         GO TO 1000-INICIALIZAR-RTN-EXIT
028500     END-IF.
028600
028700     OPEN I-O CLOSURE-INSTRUCTION-FILE.
028800     IF LIQ-FILE-STATUS = "35"
028900         OPEN OUTPUT CLOSURE-INSTRUCTION-FILE
029000         CLOSE CLOSURE-INSTRUCTION-FILE
029100         OPEN I-O CLOSURE-INSTRUCTION-FILE
029200     END-IF.
029300     IF LIQ-FILE-STATUS NOT = "00"
029400         DISPLAY "*** ERROR: NO SE PUDO ABRIR LAS INSTRUCCIONES "
029500             "DE LIQUIDACION (STATUS " LIQ-FILE-STATUS ") ***"
029600         MOVE 16 TO RETURN-CODE
029700         CLOSE ACCOUNT-MASTER-FILE
029800         SET CUENTAS-FIN TO TRUE
029900         GO TO 1000-INICIALIZAR-RTN-EXIT
030000     END-IF.
030100
030200     OPEN I-O STANDING-ORDER-FILE.
030300     IF ORDEN-FILE-STATUS = "00"
030400         SET ORDENES-DISPONIBLE TO TRUE
030500     ELSE
030600         IF ORDEN-FILE-STATUS NOT = "35"
030700             DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
030800                 "ORDENES (STATUS " ORDEN-FILE-STATUS ") ***"
030900             MOVE 16 TO RETURN-CODE
031000             CLOSE ACCOUNT-MASTER-FILE
031100                   CLOSURE-INSTRUCTION-FILE
031200             SET CUENTAS-FIN TO TRUE
031300             GO TO 1000-INICIALIZAR-RTN-EXIT
031400         END-IF
031500     END-IF.
031600
031700     OPEN INPUT HELD-FUNDS-FILE.
031800     IF RET-FILE-STATUS = "00"
031900         SET RETENCIONES-DISPONIBLE TO TRUE
032000     ELSE
032100         IF RET-FILE-STATUS NOT = "35"
032200             DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
032300                 "RETENCIONES (STATUS " RET-FILE-STATUS ") ***"
032400             MOVE 16 TO RETURN-CODE
032500             CLOSE ACCOUNT-MASTER-FILE
032600                   CLOSURE-INSTRUCTION-FILE
032700             IF ORDENES-DISPONIBLE
032800                 CLOSE STANDING-ORDER-FILE
032900             END-IF
033000             SET CUENTAS-FIN TO TRUE
033100             GO TO 1000-INICIALIZAR-RTN-EXIT
033200         END-IF
033300     END-IF.
033400     SET ARCHIVOS-ABIERTOS TO TRUE.
033500
033600     OPEN EXTEND TRANSACTION-LOG-FILE.
033700     IF TRAN-FILE-STATUS = "35"
033800         OPEN OUTPUT TRANSACTION-LOG-FILE
033900         CLOSE TRANSACTION-LOG-FILE
034000         OPEN EXTEND TRANSACTION-LOG-FILE
034100     END-IF.
034200
034300     OPEN I-O TRAN-CONTROL-FILE.
034400     IF CTL-FILE-STATUS = "35"
034500         OPEN OUTPUT TRAN-CONTROL-FILE
034600         CLOSE TRAN-CONTROL-FILE
034700         OPEN I-O TRAN-CONTROL-FILE
034800     END-IF.
034900
035000     MOVE "1" TO CTL-KEY.
035100     READ TRAN-CONTROL-FILE
035200         INVALID KEY
035300             MOVE ZERO TO CTL-LAST-SEQ
035400             WRITE TRAN-CONTROL-RECORD
035500     END-READ.
035600
035700     OPEN EXTEND CLEARING-OUT-FILE.
035800     IF CLEAR-FILE-STATUS = "35"
035900         OPEN OUTPUT CLEARING-OUT-FILE
036000         CLOSE CLEARING-OUT-FILE
036100         OPEN EXTEND CLEARING-OUT-FILE
036200     END-IF.
036300
036400     OPEN EXTEND AUDIT-LOG-FILE.
036500     IF AUD-FILE-STATUS = "35"
036600         OPEN OUTPUT AUDIT-LOG-FILE
036700         CLOSE AUDIT-LOG-FILE
036800         OPEN EXTEND AUDIT-LOG-FILE
036900     END-IF.
037000
037100     OPEN OUTPUT REPORT-FILE.
037200     OPEN OUTPUT EXCEPTION-FILE.
037300
037400     DISPLAY "==============================================".
037500     DISPLAY "   LIQUIDACION DE CUENTAS EN CIERRE".
037600     DISPLAY "==============================================".
037700
037800     PERFORM 1050-LEER-TASA-PARAMETRO-RTN THRU
037900         1050-LEER-TASA-PARAMETRO-RTN-EXIT.
038000     IF TASA-DE-PARAMETRO
038100         DISPLAY "TASA MENSUAL DE AHORRO VIGENTE: " TASA-MENSUAL
038200     ELSE
038300         DISPLAY "AVISO: SIN TASA-AHORRO VIGENTE. LAS CUENTAS DE "
038400             "AHORRO CON INTERES PENDIENTE NO SE LIQUIDAN."
038500     END-IF.
038600
038700     MOVE SPACES TO EXCEPTION-LINE.
038800     STRING "CUENTAS EN CIERRE NO LIQUIDADAS - FECHA "
038900         DELIMITED BY SIZE
039000         FECHA-HOY DELIMITED BY SIZE
039100         INTO EXCEPTION-LINE.
039200     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
039300         7900-EMITIR-EXCEPCION-RTN-EXIT.
039400
039500     MOVE SPACES TO EXCEPTION-LINE.
039600     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
039700         7900-EMITIR-EXCEPCION-RTN-EXIT.
039800
039900     MOVE SPACES TO EXCEPTION-LINE.
040000     STRING "CUENTA     TITULAR                   SALDO MOTIVO"
040100         DELIMITED BY SIZE INTO EXCEPTION-LINE.
040200     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
040300         7900-EMITIR-EXCEPCION-RTN-EXIT.
040400
040500 1000-INICIALIZAR-RTN-EXIT.
040600     EXIT.
040700******************************************************************
040800*    1050-LEER-TASA-PARAMETRO-RTN
040900*    ABRE EL ARCHIVO DE PARAMETROS Y TOMA LA TASA MENSUAL DEL
041000*    PARAMETRO TASA-AHORRO: EL VALOR VIGENTE SI SU FECHA
041100*    EFECTIVA YA LLEGO, O EL VALOR ANTERIOR MIENTRAS UN CAMBIO
041200*    PROGRAMADO SIGUE PENDIENTE, SIEMPRE QUE SEA MAYOR A CERO. EL
041300*    BATCH NO CAPTURA TASA POR CONSOLA: SIN TASA VIGENTE LAS
041400*    CUENTAS DE AHORRO QUE DEBEN INTERES QUEDAN COMO EXCEPCION.
041500******************************************************************
041600 1050-LEER-TASA-PARAMETRO-RTN.
041700
041800     OPEN INPUT PARAMETER-FILE.
041900     IF PARAM-FILE-STATUS NOT = "00"
042000         GO TO 1050-LEER-TASA-PARAMETRO-RTN-EXIT
042100     END-IF.
042200
042300     MOVE "TASA-AHORRO" TO PRM-CLAVE.
042400     READ PARAMETER-FILE
042500         INVALID KEY
042600             CONTINUE
042700         NOT INVALID KEY
042800             IF PRM-FECHA-EFECTIVA NOT > FECHA-HOY AND
042900                 PRM-VALOR > ZERO
043000                 MOVE PRM-VALOR TO TASA-MENSUAL
043100                 SET TASA-DE-PARAMETRO TO TRUE
043200             ELSE
043300                 IF PRM-FECHA-EFECTIVA > FECHA-HOY AND
043400                     PRM-FECHA-ANTERIOR NOT > FECHA-HOY AND
043500                     PRM-VALOR-ANTERIOR > ZERO
043600                     MOVE PRM-VALOR-ANTERIOR TO TASA-MENSUAL
043700                     SET TASA-DE-PARAMETRO TO TRUE
043800                 END-IF
043900             END-IF
044000     END-READ.
044100
044200     CLOSE PARAMETER-FILE.
044300
044400 1050-LEER-TASA-PARAMETRO-RTN-EXIT.
044500     EXIT.
044600******************************************************************
044700*    1100-DIAS-DEL-MES-RTN
044800*    DETERMINA CUANTOS DIAS TIENE EL MES DE LA FECHA DE CORRIDA
044900*    (FEBRERO CON 29 EN ANIO BISIESTO), BASE DEL PRORRATEO DEL
045000*    INTERES MENSUAL.
045100******************************************************************
045200 1100-DIAS-DEL-MES-RTN.
045300
045400     MOVE DIAS-DEL-MES(FHD-MES) TO DIAS-MES-TOPE.
045500     IF FHD-MES = 2
045600         DIVIDE FHD-ANIO BY 4 GIVING ANIO-COCIENTE
045700             REMAINDER RESTO-ANIO
045800         IF RESTO-ANIO = ZERO
045900             MOVE 29 TO DIAS-MES-TOPE
046000             DIVIDE FHD-ANIO BY 100 GIVING ANIO-COCIENTE
046100                 REMAINDER RESTO-ANIO
046200             IF RESTO-ANIO = ZERO
046300                 MOVE 28 TO DIAS-MES-TOPE
046400                 DIVIDE FHD-ANIO BY 400 GIVING ANIO-COCIENTE
046500                     REMAINDER RESTO-ANIO
046600                 IF RESTO-ANIO = ZERO
046700                     MOVE 29 TO DIAS-MES-TOPE
046800                 END-IF
046900             END-IF
047000         END-IF
047100     END-IF.
047200
047300 1100-DIAS-DEL-MES-RTN-EXIT.
047400     EXIT.
047500******************************************************************
047600*    1500-SIGUIENTE-SECUENCIA-RTN
047700*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
047800*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, IGUAL QUE LO
047900*    HACE EL CAJERO EN LINEA.
048000******************************************************************
048100 1500-SIGUIENTE-SECUENCIA-RTN.
048200
048300     ACCEPT HORA-ACTUAL FROM TIME.
048400     MOVE "1" TO CTL-KEY.
048500     READ TRAN-CONTROL-FILE.
048600     ADD 1 TO CTL-LAST-SEQ.
048700     REWRITE TRAN-CONTROL-RECORD.
048800     IF CTL-FILE-STATUS NOT = "00"
048900         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
049000             "CONTROL (STATUS " CTL-FILE-STATUS ") ***"
049100     END-IF.
049200     MOVE CTL-LAST-SEQ TO SECUENCIA-TRANSACCION.
049300
049400 1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
049500     EXIT.
049600******************************************************************
049700*    1550-VERIFICAR-APERTURA-DIA-RTN
049800*    SI LA FECHA DE ULTIMA ACTIVIDAD DE LA CUENTA EN TURNO YA NO
049900*    ES LA DE HOY, REINICIA EL ACUMULADO DE RETIRO DEL DIA Y
050000*    GUARDA EL SALDO VIGENTE COMO SALDO DE APERTURA, IGUAL QUE LO
050100*    HACE EL CAJERO EN LINEA, PARA QUE EL CIERRE DIARIO PUEDA
050200*    CONCILIAR EL DIA EN QUE SE LIQUIDA LA CUENTA.
050300******************************************************************
050400 1550-VERIFICAR-APERTURA-DIA-RTN.
050500
050600     IF ACCT-LAST-ACTIVITY-DATE NOT = FECHA-HOY
050700         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
050800         MOVE FECHA-HOY TO ACCT-OPENING-DATE
050900         MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE
051000         REWRITE ACCOUNT-MASTER-RECORD
051100     END-IF.
051200
051300 1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
051400     EXIT.
051500******************************************************************
051600*    1600-ESCRIBIR-LOG-RTN
051700*    ESCRIBE UN REGISTRO EN LA BITACORA DE TRANSACCIONES CON LOS
051800*    DATOS DEL MOVIMIENTO QUE ACABA DE APLICARSE.
051900******************************************************************
052000 1600-ESCRIBIR-LOG-RTN.
052100
052200     MOVE SECUENCIA-TRANSACCION TO TLOG-SEQUENCE.
052300     MOVE FECHA-HOY TO TLOG-DATE.
052400     MOVE HORA-ACTUAL TO TLOG-TIME.
052500     MOVE CUENTA-ACTUAL TO TLOG-ACCOUNT.
052600     MOVE CUENTA-RELACIONADA TO TLOG-RELATED-ACCOUNT.
052700     MOVE TIPO-MOVIMIENTO TO TLOG-TYPE.
052800     MOVE MONTO-MOVIMIENTO TO TLOG-AMOUNT.
052900     MOVE SALDO-RESULTANTE TO TLOG-BALANCE.
053000     MOVE ZERO TO TLOG-REF-FOLIO.
053100     MOVE "LIQD" TO TLOG-TERMINAL.
053200     WRITE TRANSACTION-LOG-RECORD.
053300     IF TRAN-FILE-STATUS NOT = "00"
053400         DISPLAY "*** ALERTA: NO SE PUDO REGISTRAR EL MOVIMIENTO "
053500             "EN LA BITACORA (STATUS " TRAN-FILE-STATUS ") ***"
053600     END-IF.
053700
053800 1600-ESCRIBIR-LOG-RTN-EXIT.
053900     EXIT.
054000******************************************************************
054100*    2000-PROCESAR-CUENTA-RTN
054200*    LEE LA SIGUIENTE CUENTA DEL MAESTRO Y, SI ESTA EN CIERRE, LA
054300*    LIQUIDA. LA LIQUIDACION LEE OTRAS CUENTAS (EL DESTINO DEL
054400*    PAGO), ASI QUE AL TERMINAR SE REPOSICIONA EL RECORRIDO
054500*    DESPUES DE LA CUENTA LIQUIDADA.
054600******************************************************************
054700 2000-PROCESAR-CUENTA-RTN.
054800
054900     READ ACCOUNT-MASTER-FILE NEXT RECORD
055000         AT END
055100             SET CUENTAS-FIN TO TRUE
055200     END-READ.
055300
055400     IF CUENTAS-FIN OR NOT ACCT-CLOSING
055500         GO TO 2000-PROCESAR-CUENTA-RTN-EXIT
055600     END-IF.
055700
055800     MOVE ACCT-NUMBER TO CUENTA-LIQUIDAR.
055900     PERFORM 2100-LIQUIDAR-CUENTA-RTN THRU
056000         2100-LIQUIDAR-CUENTA-RTN-EXIT.
056100
056200     MOVE CUENTA-LIQUIDAR TO ACCT-NUMBER.
056300     START ACCOUNT-MASTER-FILE KEY IS GREATER THAN ACCT-NUMBER
056400         INVALID KEY
056500             SET CUENTAS-FIN TO TRUE
056600     END-START.
056700
056800 2000-PROCESAR-CUENTA-RTN-EXIT.
056900     EXIT.
057000******************************************************************
057100*    2100-LIQUIDAR-CUENTA-RTN
057200*    VALIDA QUE LA CUENTA EN TURNO SE PUEDA CERRAR ANTES DE TOCAR
057300*    NADA; SI NO, QUEDA EN LA LISTA DE EXCEPCIONES TAL COMO ESTA.
057400*    SI SE PUEDE, CANCELA SUS ORDENES, ABONA EL INTERES, PAGA EL
057500*    SALDO, LA MARCA CERRADA Y EMITE SU CARTA. EL CARGO DEL PAGO
057600*    SE HACE ANTES QUE EL ABONO AL DESTINO Y EL INTERES QUEDA
057700*    MARCADO EN EL PERIODO DE LA CUENTA, ASI QUE UNA CORRIDA QUE
057800*    SE REPITE SOBRE UNA CUENTA A MEDIO LIQUIDAR NO PAGA DOBLE.
057900******************************************************************
058000 2100-LIQUIDAR-CUENTA-RTN.
058100
058200     MOVE ACCT-HOLDER-NAME TO NOMBRE-LIQUIDAR.
058300     MOVE ACCT-SALDO TO SALDO-ANTERIOR.
058400     MOVE ZERO TO INTERES-PRORRATA.
058500     MOVE ZERO TO MONTO-PAGO.
058600     MOVE ZERO TO FOLIO-PAGO.
058700     MOVE ZERO TO ORDENES-CANCELADAS.
058800     MOVE SPACES TO MOTIVO-EXCEPCION.
058900
059000     PERFORM 2200-VALIDAR-LIQUIDACION-RTN THRU
059100         2200-VALIDAR-LIQUIDACION-RTN-EXIT.
059200     IF MOTIVO-EXCEPCION NOT = SPACES
059300         PERFORM 7000-REPORTAR-EXCEPCION-RTN THRU
059400             7000-REPORTAR-EXCEPCION-RTN-EXIT
059500         GO TO 2100-LIQUIDAR-CUENTA-RTN-EXIT
059600     END-IF.
059700
059800     PERFORM 2300-CANCELAR-ORDENES-RTN THRU
059900         2300-CANCELAR-ORDENES-RTN-EXIT.
060000
060100     PERFORM 2900-RELEER-CUENTA-RTN THRU
060200         2900-RELEER-CUENTA-RTN-EXIT.
060300     IF MOTIVO-EXCEPCION NOT = SPACES
060400         PERFORM 7000-REPORTAR-EXCEPCION-RTN THRU
060500             7000-REPORTAR-EXCEPCION-RTN-EXIT
060600         GO TO 2100-LIQUIDAR-CUENTA-RTN-EXIT
060700     END-IF.
060800
060900     PERFORM 2400-ABONAR-INTERES-RTN THRU
061000         2400-ABONAR-INTERES-RTN-EXIT.
061100
061200     PERFORM 2500-PAGAR-SALDO-RTN THRU 2500-PAGAR-SALDO-RTN-EXIT.
061300     IF MOTIVO-EXCEPCION NOT = SPACES
061400         PERFORM 7000-REPORTAR-EXCEPCION-RTN THRU
061500             7000-REPORTAR-EXCEPCION-RTN-EXIT
061600         GO TO 2100-LIQUIDAR-CUENTA-RTN-EXIT
061700     END-IF.
061800
061900     PERFORM 2600-CERRAR-CUENTA-RTN THRU
062000         2600-CERRAR-CUENTA-RTN-EXIT.
062100     IF MOTIVO-EXCEPCION NOT = SPACES
062200         PERFORM 7000-REPORTAR-EXCEPCION-RTN THRU
062300             7000-REPORTAR-EXCEPCION-RTN-EXIT
062400         GO TO 2100-LIQUIDAR-CUENTA-RTN-EXIT
062500     END-IF.
062600
062700     PERFORM 6000-EMITIR-CARTA-RTN THRU
062800         6000-EMITIR-CARTA-RTN-EXIT.
062900
063000 2100-LIQUIDAR-CUENTA-RTN-EXIT.
063100     EXIT.
063200******************************************************************
063300*    2200-VALIDAR-LIQUIDACION-RTN
063400*    DEJA EN MOTIVO-EXCEPCION LA RAZON POR LA QUE LA CUENTA NO SE
063500*    PUEDE CERRAR: RETENCIONES DE CHEQUE ACTIVAS, INTERES DE
063600*    AHORRO PENDIENTE SIN TASA VIGENTE, O SALDO QUE PAGAR SIN UN
063700*    DESTINO VALIDO EN LIQMST. CALCULA AQUI EL INTERES
063800*    PRORRATEADO (DIAS TRANSCURRIDOS DEL MES ENTRE DIAS DEL MES)
063900*    PORQUE FORMA PARTE DEL SALDO QUE SE VA A PAGAR.
064000******************************************************************
064100 2200-VALIDAR-LIQUIDACION-RTN.
064200
064300     IF RETENCIONES-DISPONIBLE
064400         MOVE ZERO TO RETENCIONES-ACTIVAS
064500         MOVE "N" TO RETENCIONES-EOF-SW
064600         MOVE CUENTA-LIQUIDAR TO RET-CUENTA
064700         START HELD-FUNDS-FILE KEY IS EQUAL TO RET-CUENTA
064800             INVALID KEY
064900                 SET RETENCIONES-FIN TO TRUE
065000         END-START
065100         PERFORM 2210-CONTAR-RETENCION-RTN THRU
065200             2210-CONTAR-RETENCION-RTN-EXIT
065300             UNTIL RETENCIONES-FIN
065400         IF RETENCIONES-ACTIVAS > ZERO
065500             STRING "RETENCIONES DE CHEQUE ACTIVAS: "
065600                 DELIMITED BY SIZE
065700                 RETENCIONES-ACTIVAS DELIMITED BY SIZE
065800                 INTO MOTIVO-EXCEPCION
065900             GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
066000         END-IF
066100     END-IF.
066200
066300     IF ACCT-TYPE-SAVINGS AND
066400         NOT (ACCT-LAST-INTEREST-PERIOD IS NUMERIC AND
066500              ACCT-LAST-INTEREST-PERIOD = PERIODO-ACTUAL)
066600         IF NOT TASA-DE-PARAMETRO
066700             MOVE "SIN TASA-AHORRO VIGENTE" TO MOTIVO-EXCEPCION
066800             GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
066900         END-IF
067000         COMPUTE INTERES-PRORRATA ROUNDED =
067100             ACCT-SALDO * TASA-MENSUAL * FHD-DIA /
067200             (100 * DIAS-MES-TOPE)
067300     END-IF.
067400
067500     COMPUTE MONTO-PAGO = ACCT-SALDO + INTERES-PRORRATA.
067600     IF MONTO-PAGO = ZERO
067700         GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
067800     END-IF.
067900
068000     MOVE CUENTA-LIQUIDAR TO LIQ-CUENTA.
068100     MOVE "N" TO INSTRUCCION-EXISTE-SW.
068200     READ CLOSURE-INSTRUCTION-FILE
068300         INVALID KEY
068400             CONTINUE
068500         NOT INVALID KEY
068600             SET INSTRUCCION-EXISTE TO TRUE
068700     END-READ.
068800
068900     IF NOT INSTRUCCION-EXISTE
069000         MOVE "SIN DESTINO PARA EL SALDO" TO MOTIVO-EXCEPCION
069100         GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
069200     END-IF.
069300
069400     IF LIQ-A-OTRO-BANCO
069500         IF LIQ-BANCO = ZERO OR LIQ-CUENTA-EXTERNA = SPACES
069600             MOVE "DESTINO INTERBANCARIO INCOMPLETO"
069700                 TO MOTIVO-EXCEPCION
069800         END-IF
069900         GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
070000     END-IF.
070100
070200     IF NOT LIQ-A-CUENTA-INTERNA
070300         MOVE "DESTINO DE PAGO DESCONOCIDO" TO MOTIVO-EXCEPCION
070400         GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
070500     END-IF.
070600
070700     IF LIQ-CUENTA-DESTINO = CUENTA-LIQUIDAR OR
070800         LIQ-CUENTA-DESTINO = ZERO
070900         MOVE "DESTINO ES LA MISMA CUENTA" TO MOTIVO-EXCEPCION
071000         GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
071100     END-IF.
071200
071300     MOVE LIQ-CUENTA-DESTINO TO ACCT-NUMBER.
071400     READ ACCOUNT-MASTER-FILE
071500         INVALID KEY
071600             STRING "CUENTA DESTINO INEXISTENTE "
071700                 DELIMITED BY SIZE
071800                 LIQ-CUENTA-DESTINO DELIMITED BY SIZE
071900                 INTO MOTIVO-EXCEPCION
072000             GO TO 2200-VALIDAR-LIQUIDACION-RTN-EXIT
072100     END-READ.
072200
072300     IF NOT ACCT-OPERABLE
072400         STRING "DESTINO " DELIMITED BY SIZE
072500             LIQ-CUENTA-DESTINO DELIMITED BY SIZE
072600             " NO ADMITE ABONOS" DELIMITED BY SIZE
072700             INTO MOTIVO-EXCEPCION
072800     END-IF.
072900
073000 2200-VALIDAR-LIQUIDACION-RTN-EXIT.
073100     EXIT.
073200******************************************************************
073300*    2210-CONTAR-RETENCION-RTN
073400*    LEE LA SIGUIENTE RETENCION POR LA LLAVE ALTERNA DE CUENTA Y
073500*    CUENTA LAS ACTIVAS DE LA CUENTA EN TURNO. AL CAMBIAR DE
073600*    CUENTA TERMINA EL RECORRIDO.
073700******************************************************************
073800 2210-CONTAR-RETENCION-RTN.
073900
074000     READ HELD-FUNDS-FILE NEXT RECORD
074100         AT END
074200             SET RETENCIONES-FIN TO TRUE
074300     END-READ.
074400
074500     IF RETENCIONES-FIN
074600         GO TO 2210-CONTAR-RETENCION-RTN-EXIT
074700     END-IF.
074800
074900     IF RET-CUENTA NOT = CUENTA-LIQUIDAR
075000         SET RETENCIONES-FIN TO TRUE
075100         GO TO 2210-CONTAR-RETENCION-RTN-EXIT
075200     END-IF.
075300
075400     IF RET-ACTIVA
075500         ADD 1 TO RETENCIONES-ACTIVAS
075600     END-IF.
075700
075800 2210-CONTAR-RETENCION-RTN-EXIT.
075900     EXIT.
076000******************************************************************
076100*    2300-CANCELAR-ORDENES-RTN
076200*    RECORRE EL ARCHIVO DE ORDENES PROGRAMADAS Y CANCELA TODA
076300*    ORDEN ACTIVA EN LA QUE LA CUENTA EN CIERRE SEA ORIGEN O
076400*    DESTINO, PARA QUE EL BATCH DE ORDENES NO LA VUELVA A TOCAR.
076500******************************************************************
076600 2300-CANCELAR-ORDENES-RTN.
076700
076800     IF NOT ORDENES-DISPONIBLE
076900         GO TO 2300-CANCELAR-ORDENES-RTN-EXIT
077000     END-IF.
077100
077200     MOVE "N" TO ORDENES-EOF-SW.
077300     MOVE ZERO TO ORD-NUMERO.
077400     START STANDING-ORDER-FILE KEY IS NOT LESS THAN ORD-NUMERO
077500         INVALID KEY
077600             SET ORDENES-FIN TO TRUE
077700     END-START.
077800
077900     PERFORM 2310-REVISAR-ORDEN-RTN THRU
078000         2310-REVISAR-ORDEN-RTN-EXIT
078100         UNTIL ORDENES-FIN.
078200
078300 2300-CANCELAR-ORDENES-RTN-EXIT.
078400     EXIT.
078500******************************************************************
078600*    2310-REVISAR-ORDEN-RTN
078700*    LEE LA SIGUIENTE ORDEN Y, SI ESTA ACTIVA Y TOCA A LA CUENTA
078800*    EN CIERRE, LA MARCA CANCELADA.
078900******************************************************************
079000 2310-REVISAR-ORDEN-RTN.
079100
079200     READ STANDING-ORDER-FILE NEXT RECORD
079300         AT END
079400             SET ORDENES-FIN TO TRUE
079500     END-READ.
079600
079700     IF ORDENES-FIN OR NOT ORD-ACTIVA
079800         GO TO 2310-REVISAR-ORDEN-RTN-EXIT
079900     END-IF.
080000
080100     IF ORD-CUENTA-ORIGEN NOT = CUENTA-LIQUIDAR AND
080200         ORD-CUENTA-DESTINO NOT = CUENTA-LIQUIDAR
080300         GO TO 2310-REVISAR-ORDEN-RTN-EXIT
080400     END-IF.
080500
080600     SET ORD-CANCELADA TO TRUE.
080700     REWRITE STANDING-ORDER-RECORD.
080800     IF ORDEN-FILE-STATUS NOT = "00"
080900         DISPLAY "*** ALERTA: NO SE CANCELO LA ORDEN " ORD-NUMERO
081000             " (STATUS " ORDEN-FILE-STATUS ") ***"
081100         GO TO 2310-REVISAR-ORDEN-RTN-EXIT
081200     END-IF.
081300
081400     ADD 1 TO ORDENES-CANCELADAS.
081500     ADD 1 TO TOTAL-ORDENES-CANCELADAS.
081600     DISPLAY "ORDEN " ORD-NUMERO " CANCELADA POR CIERRE DE LA "
081700         "CUENTA " CUENTA-LIQUIDAR.
081800
081900 2310-REVISAR-ORDEN-RTN-EXIT.
082000     EXIT.
082100******************************************************************
082200*    2400-ABONAR-INTERES-RTN
082300*    ABONA A LA CUENTA EN CIERRE EL INTERES PRORRATEADO YA
082400*    CALCULADO, CON SU PATA INTERES EN LA BITACORA, Y MARCA EL
082500*    PERIODO COMO PAGADO EN LA CUENTA.
082600******************************************************************
082700 2400-ABONAR-INTERES-RTN.
082800
082900     IF INTERES-PRORRATA = ZERO
083000         GO TO 2400-ABONAR-INTERES-RTN-EXIT
083100     END-IF.
083200
083300     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
083400         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
083500     ADD INTERES-PRORRATA TO ACCT-SALDO.
083600     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
083700     MOVE PERIODO-ACTUAL TO ACCT-LAST-INTEREST-PERIOD.
083800     REWRITE ACCOUNT-MASTER-RECORD.
083900     IF ACCT-FILE-STATUS NOT = "00"
084000         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
084100             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
084200         MOVE ZERO TO INTERES-PRORRATA
084300         GO TO 2400-ABONAR-INTERES-RTN-EXIT
084400     END-IF.
084500
084600     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
084700         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
084800     MOVE CUENTA-LIQUIDAR TO CUENTA-ACTUAL.
084900     MOVE ZERO TO CUENTA-RELACIONADA.
085000     MOVE "INTERES" TO TIPO-MOVIMIENTO.
085100     MOVE INTERES-PRORRATA TO MONTO-MOVIMIENTO.
085200     MOVE ACCT-SALDO TO SALDO-RESULTANTE.
085300     PERFORM 1600-ESCRIBIR-LOG-RTN THRU
085400         1600-ESCRIBIR-LOG-RTN-EXIT.
085500     ADD INTERES-PRORRATA TO TOTAL-INTERES-PAGADO.
085600
085700 2400-ABONAR-INTERES-RTN-EXIT.
085800     EXIT.
085900******************************************************************
086000*    2500-PAGAR-SALDO-RTN
086100*    CARGA TODO EL SALDO DE LA CUENTA EN CIERRE Y LO PAGA AL
086200*    DESTINO DE LA INSTRUCCION: A LA CUENTA SOBREVIVIENTE CON LAS
086300*    PATAS TRANSF-ORIG Y TRANSF-DEST, O A OTRO BANCO CON LA PATA
086400*    INTERB-ENV Y UNA ORDEN PENDIENTE EN CLEAROUT CON EL FOLIO DEL
086500*    CARGO, IGUAL QUE UNA TRANSFERENCIA INTERBANCARIA DEL CAJERO.
086600******************************************************************
086700 2500-PAGAR-SALDO-RTN.
086800
086900     MOVE ACCT-SALDO TO MONTO-PAGO.
087000     IF MONTO-PAGO = ZERO
087100         GO TO 2500-PAGAR-SALDO-RTN-EXIT
087200     END-IF.
087300
087400     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
087500         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
087600     SUBTRACT MONTO-PAGO FROM ACCT-SALDO.
087700     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
087800     REWRITE ACCOUNT-MASTER-RECORD.
087900     IF ACCT-FILE-STATUS NOT = "00"
088000         STRING "NO SE CARGO EL SALDO (STATUS " DELIMITED BY SIZE
088100             ACCT-FILE-STATUS DELIMITED BY SIZE
088200             ")" DELIMITED BY SIZE
088300             INTO MOTIVO-EXCEPCION
088400         GO TO 2500-PAGAR-SALDO-RTN-EXIT
088500     END-IF.
088600
088700     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
088800         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
088900     MOVE SECUENCIA-TRANSACCION TO FOLIO-PAGO.
089000     MOVE CUENTA-LIQUIDAR TO CUENTA-ACTUAL.
089100     MOVE MONTO-PAGO TO MONTO-MOVIMIENTO.
089200     MOVE ACCT-SALDO TO SALDO-RESULTANTE.
089300
089400     IF LIQ-A-CUENTA-INTERNA
089500         MOVE LIQ-CUENTA-DESTINO TO CUENTA-RELACIONADA
089600         MOVE "TRANSF-ORIG" TO TIPO-MOVIMIENTO
089700         PERFORM 1600-ESCRIBIR-LOG-RTN THRU
089800             1600-ESCRIBIR-LOG-RTN-EXIT
089900         PERFORM 2510-ABONAR-DESTINO-RTN THRU
090000             2510-ABONAR-DESTINO-RTN-EXIT
090100         ADD MONTO-PAGO TO TOTAL-PAGADO-INTERNO
090200         GO TO 2500-PAGAR-SALDO-RTN-EXIT
090300     END-IF.
090400
090500     MOVE ZERO TO CUENTA-RELACIONADA.
090600     MOVE "INTERB-ENV" TO TIPO-MOVIMIENTO.
090700     PERFORM 1600-ESCRIBIR-LOG-RTN THRU
090800         1600-ESCRIBIR-LOG-RTN-EXIT.
090900
091000     MOVE FOLIO-PAGO TO CLR-FOLIO.
091100     MOVE FECHA-HOY TO CLR-FECHA.
091200     MOVE CUENTA-LIQUIDAR TO CLR-CUENTA-LOCAL.
091300     MOVE LIQ-BANCO TO CLR-BANCO.
091400     MOVE LIQ-CUENTA-EXTERNA TO CLR-CUENTA-EXTERNA.
091500     MOVE MONTO-PAGO TO CLR-MONTO.
091600     SET CLR-PENDIENTE TO TRUE.
091700     WRITE CLEARING-ORDER-RECORD.
091800     IF CLEAR-FILE-STATUS NOT = "00"
091900         DISPLAY "*** ALERTA: NO SE REGISTRO LA ORDEN EN EL "
092000             "ARCHIVO DE CAMARA (STATUS " CLEAR-FILE-STATUS
092100             ") - CUENTA " CUENTA-LIQUIDAR " FOLIO " FOLIO-PAGO
092200             " ***"
092300     END-IF.
092400     ADD MONTO-PAGO TO TOTAL-PAGADO-INTERBANCARIO.
092500
092600 2500-PAGAR-SALDO-RTN-EXIT.
092700     EXIT.
092800******************************************************************
092900*    2510-ABONAR-DESTINO-RTN
093000*    LEE LA CUENTA SOBREVIVIENTE, LE ABONA EL SALDO PAGADO Y
093100*    REGISTRA LA PATA TRANSF-DEST EN LA BITACORA.
093200******************************************************************
093300 2510-ABONAR-DESTINO-RTN.
093400
093500     MOVE LIQ-CUENTA-DESTINO TO ACCT-NUMBER.
093600     READ ACCOUNT-MASTER-FILE
093700         INVALID KEY
093800             DISPLAY "*** ALERTA: NO SE RELEYO LA CUENTA DESTINO "
093900                 LIQ-CUENTA-DESTINO " - PAGO FOLIO " FOLIO-PAGO
094000                 " SIN ABONAR ***"
094100             GO TO 2510-ABONAR-DESTINO-RTN-EXIT
094200     END-READ.
094300
094400     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
094500         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
094600     ADD MONTO-PAGO TO ACCT-SALDO.
094700     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
094800     REWRITE ACCOUNT-MASTER-RECORD.
094900     IF ACCT-FILE-STATUS NOT = "00"
095000         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
095100             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
095200     END-IF.
095300
095400     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
095500         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
095600     MOVE LIQ-CUENTA-DESTINO TO CUENTA-ACTUAL.
095700     MOVE CUENTA-LIQUIDAR TO CUENTA-RELACIONADA.
095800     MOVE "TRANSF-DEST" TO TIPO-MOVIMIENTO.
095900     MOVE MONTO-PAGO TO MONTO-MOVIMIENTO.
096000     MOVE ACCT-SALDO TO SALDO-RESULTANTE.
096100     PERFORM 1600-ESCRIBIR-LOG-RTN THRU
096200         1600-ESCRIBIR-LOG-RTN-EXIT.
096300
096400 2510-ABONAR-DESTINO-RTN-EXIT.
096500     EXIT.
096600******************************************************************
096700*    2600-CERRAR-CUENTA-RTN
096800*    RELEE LA CUENTA EN CIERRE (EL ABONO AL DESTINO DEJO OTRO
096900*    REGISTRO EN EL AREA), LA MARCA CERRADA, DEJA EL RESULTADO EN
097000*    SU INSTRUCCION DE LIQMST Y REGISTRA EL CIERRE EN LA
097100*    AUDITORIA CON EL FOLIO DEL PAGO.
097200******************************************************************
097300 2600-CERRAR-CUENTA-RTN.
097400
097500     PERFORM 2900-RELEER-CUENTA-RTN THRU
097600         2900-RELEER-CUENTA-RTN-EXIT.
097700     IF MOTIVO-EXCEPCION NOT = SPACES
097800         GO TO 2600-CERRAR-CUENTA-RTN-EXIT
097900     END-IF.
098000
098100     SET ACCT-CLOSED TO TRUE.
098200     REWRITE ACCOUNT-MASTER-RECORD.
098300     IF ACCT-FILE-STATUS NOT = "00"
098400         STRING "NO SE MARCO CERRADA (STATUS " DELIMITED BY SIZE
098500             ACCT-FILE-STATUS DELIMITED BY SIZE
098600             ")" DELIMITED BY SIZE
098700             INTO MOTIVO-EXCEPCION
098800         GO TO 2600-CERRAR-CUENTA-RTN-EXIT
098900     END-IF.
099000     ADD 1 TO TOTAL-CUENTAS-CERRADAS.
099100
099200     IF INSTRUCCION-EXISTE
099300         SET LIQ-LIQUIDADA TO TRUE
099400         MOVE FECHA-HOY TO LIQ-FECHA-LIQUIDACION
099500         MOVE INTERES-PRORRATA TO LIQ-INTERES
099600         MOVE MONTO-PAGO TO LIQ-MONTO-PAGADO
099700         MOVE FOLIO-PAGO TO LIQ-FOLIO-PAGO
099800         REWRITE CLOSURE-INSTRUCTION-RECORD
099900         IF LIQ-FILE-STATUS NOT = "00"
100000             DISPLAY "*** ALERTA: NO SE ACTUALIZO LA INSTRUCCION "
100100                 "DE LA CUENTA " CUENTA-LIQUIDAR " (STATUS "
100200                 LIQ-FILE-STATUS ") ***"
100300         END-IF
100400     END-IF.
100500
100600     ACCEPT HORA-ACTUAL FROM TIME.
100700     MOVE FECHA-HOY TO AUD-DATE.
100800     MOVE HORA-ACTUAL TO AUD-TIME.
100900     MOVE OPERADOR-LOTE TO AUD-OPERATOR.
101000     MOVE PROGRAMA-AUDITORIA TO AUD-PROGRAMA.
101100     MOVE "CIERRE-CUENTA" TO AUD-ACTION.
101200     MOVE CUENTA-LIQUIDAR TO AUD-CUENTA.
101300     MOVE ZERO TO AUD-DENOM.
101400     MOVE FOLIO-PAGO TO AUD-REFERENCIA.
101500     MOVE "LIQUIDACION" TO AUD-MOTIVO.
101600     MOVE "E" TO AUD-VALOR-ANTERIOR.
101700     MOVE "C" TO AUD-VALOR-NUEVO.
101800     WRITE AUDIT-LOG-RECORD.
101900     IF AUD-FILE-STATUS NOT = "00"
102000         DISPLAY "*** ALERTA: NO SE REGISTRO LA AUDITORIA "
102100             "(STATUS " AUD-FILE-STATUS ") ***"
102200     END-IF.
102300
102400 2600-CERRAR-CUENTA-RTN-EXIT.
102500     EXIT.
102600******************************************************************
102700*    2900-RELEER-CUENTA-RTN
102800*    VUELVE A LEER LA CUENTA EN CIERRE POR SU NUMERO. SI YA NO SE
102900*    PUEDE LEER, LA LIQUIDACION SE SUSPENDE COMO EXCEPCION.
103000******************************************************************
103100 2900-RELEER-CUENTA-RTN.
103200
103300     MOVE CUENTA-LIQUIDAR TO ACCT-NUMBER.
103400     READ ACCOUNT-MASTER-FILE
103500         INVALID KEY
103600             STRING "NO SE RELEYO LA CUENTA (STATUS "
103700                 DELIMITED BY SIZE
103800                 ACCT-FILE-STATUS DELIMITED BY SIZE
103900                 ")" DELIMITED BY SIZE
104000                 INTO MOTIVO-EXCEPCION
104100     END-READ.
104200
104300 2900-RELEER-CUENTA-RTN-EXIT.
104400     EXIT.
104500******************************************************************
104600*    6000-EMITIR-CARTA-RTN
104700*    ESCRIBE EN LIQRPT LA CARTA DE LIQUIDACION DE LA CUENTA QUE
104800*    ACABA DE CERRARSE: SALDO AL INICIO, INTERES PRORRATEADO,
104900*    MONTO PAGADO CON SU DESTINO Y FOLIO, Y ORDENES CANCELADAS.
105000******************************************************************
105100 6000-EMITIR-CARTA-RTN.
105200
105300     MOVE ALL "=" TO REPORT-LINE.
105400     PERFORM 6900-EMITIR-CARTA-RTN THRU
105500         6900-EMITIR-CARTA-RTN-EXIT.
105600
105700     MOVE SPACES TO REPORT-LINE.
105800     STRING "BANCA MINORISTA - CARTA DE LIQUIDACION DE CUENTA"
105900         DELIMITED BY SIZE INTO REPORT-LINE.
106000     PERFORM 6900-EMITIR-CARTA-RTN THRU
106100         6900-EMITIR-CARTA-RTN-EXIT.
106200
106300     MOVE SPACES TO REPORT-LINE.
106400     STRING "FECHA: " DELIMITED BY SIZE
106500         FECHA-HOY DELIMITED BY SIZE
106600         INTO REPORT-LINE.
106700     PERFORM 6900-EMITIR-CARTA-RTN THRU
106800         6900-EMITIR-CARTA-RTN-EXIT.
106900
107000     MOVE SPACES TO REPORT-LINE.
107100     PERFORM 6900-EMITIR-CARTA-RTN THRU
107200         6900-EMITIR-CARTA-RTN-EXIT.
107300
107400     MOVE SPACES TO REPORT-LINE.
107500     STRING "ESTIMADO(A) " DELIMITED BY SIZE
107600         NOMBRE-LIQUIDAR DELIMITED BY SIZE
107700         INTO REPORT-LINE.
107800     PERFORM 6900-EMITIR-CARTA-RTN THRU
107900         6900-EMITIR-CARTA-RTN-EXIT.
108000
108100     MOVE SPACES TO REPORT-LINE.
108200     STRING "LE INFORMAMOS QUE SU CUENTA " DELIMITED BY SIZE
108300         CUENTA-LIQUIDAR DELIMITED BY SIZE
108400         " QUEDO CERRADA EN ESTA FECHA." DELIMITED BY SIZE
108500         INTO REPORT-LINE.
108600     PERFORM 6900-EMITIR-CARTA-RTN THRU
108700         6900-EMITIR-CARTA-RTN-EXIT.
108800
108900     MOVE SPACES TO REPORT-LINE.
109000     STRING "LA LIQUIDACION DE SU SALDO FUE LA SIGUIENTE:"
109100         DELIMITED BY SIZE INTO REPORT-LINE.
109200     PERFORM 6900-EMITIR-CARTA-RTN THRU
109300         6900-EMITIR-CARTA-RTN-EXIT.
109400
109500     MOVE SALDO-ANTERIOR TO MONTO-ED.
109600     MOVE SPACES TO REPORT-LINE.
109700     STRING "  SALDO AL INICIO DE LA LIQUIDACION : $"
109800         DELIMITED BY SIZE
109900         MONTO-ED DELIMITED BY SIZE
110000         INTO REPORT-LINE.
110100     PERFORM 6900-EMITIR-CARTA-RTN THRU
110200         6900-EMITIR-CARTA-RTN-EXIT.
110300
110400     MOVE INTERES-PRORRATA TO MONTO-ED.
110500     MOVE SPACES TO REPORT-LINE.
110600     STRING "  INTERES PRORRATEADO DEL PERIODO   : $"
110700         DELIMITED BY SIZE
110800         MONTO-ED DELIMITED BY SIZE
110900         INTO REPORT-LINE.
111000     PERFORM 6900-EMITIR-CARTA-RTN THRU
111100         6900-EMITIR-CARTA-RTN-EXIT.
111200
111300     MOVE MONTO-PAGO TO MONTO-ED.
111400     MOVE SPACES TO REPORT-LINE.
111500     STRING "  TOTAL PAGADO                      : $"
111600         DELIMITED BY SIZE
111700         MONTO-ED DELIMITED BY SIZE
111800         INTO REPORT-LINE.
111900     PERFORM 6900-EMITIR-CARTA-RTN THRU
112000         6900-EMITIR-CARTA-RTN-EXIT.
112100
112200     MOVE SPACES TO REPORT-LINE.
112300     IF MONTO-PAGO = ZERO
112400         STRING "  SIN SALDO QUE PAGAR" DELIMITED BY SIZE
112500             INTO REPORT-LINE
112600     ELSE
112700         IF LIQ-A-CUENTA-INTERNA
112800             STRING "  PAGADO POR TRASPASO A LA CUENTA   : "
112900                 DELIMITED BY SIZE
113000                 LIQ-CUENTA-DESTINO DELIMITED BY SIZE
113100                 INTO REPORT-LINE
113200         ELSE
113300             STRING "  PAGADO POR ORDEN INTERBANCARIA    : BANCO "
113400                 DELIMITED BY SIZE
113500                 LIQ-BANCO DELIMITED BY SIZE
113600                 " CUENTA " DELIMITED BY SIZE
113700                 LIQ-CUENTA-EXTERNA DELIMITED BY SIZE
113800                 INTO REPORT-LINE
113900         END-IF
114000     END-IF.
114100     PERFORM 6900-EMITIR-CARTA-RTN THRU
114200         6900-EMITIR-CARTA-RTN-EXIT.
114300
114400     IF MONTO-PAGO > ZERO
114500         MOVE SPACES TO REPORT-LINE
114600         STRING "  FOLIO DEL PAGO                    : "
114700             DELIMITED BY SIZE
114800             FOLIO-PAGO DELIMITED BY SIZE
114900             INTO REPORT-LINE
115000         PERFORM 6900-EMITIR-CARTA-RTN THRU
115100             6900-EMITIR-CARTA-RTN-EXIT
115200     END-IF.
115300
115400     MOVE SPACES TO REPORT-LINE.
115500     STRING "  ORDENES PROGRAMADAS CANCELADAS    : "
115600         DELIMITED BY SIZE
115700         ORDENES-CANCELADAS DELIMITED BY SIZE
115800         INTO REPORT-LINE.
115900     PERFORM 6900-EMITIR-CARTA-RTN THRU
116000         6900-EMITIR-CARTA-RTN-EXIT.
116100
116200     MOVE SPACES TO REPORT-LINE.
116300     PERFORM 6900-EMITIR-CARTA-RTN THRU
116400         6900-EMITIR-CARTA-RTN-EXIT.
116500
116600     MOVE SPACES TO REPORT-LINE.
116700     STRING "ATENTAMENTE," DELIMITED BY SIZE INTO REPORT-LINE.
116800     PERFORM 6900-EMITIR-CARTA-RTN THRU
116900         6900-EMITIR-CARTA-RTN-EXIT.
117000
117100     MOVE SPACES TO REPORT-LINE.
117200     STRING "DEPARTAMENTO DE OPERACIONES - BANCA MINORISTA"
117300         DELIMITED BY SIZE INTO REPORT-LINE.
117400     PERFORM 6900-EMITIR-CARTA-RTN THRU
117500         6900-EMITIR-CARTA-RTN-EXIT.
117600
117700     MOVE SPACES TO REPORT-LINE.
117800     PERFORM 6900-EMITIR-CARTA-RTN THRU
117900         6900-EMITIR-CARTA-RTN-EXIT.
118000
118100     MOVE MONTO-PAGO TO MONTO-ED.
118200     DISPLAY "CUENTA " CUENTA-LIQUIDAR " CERRADA. PAGADO $"
118300         MONTO-ED " FOLIO " FOLIO-PAGO.
118400
118500 6000-EMITIR-CARTA-RTN-EXIT.
118600     EXIT.
118700******************************************************************
118800*    6900-EMITIR-CARTA-RTN
118900*    ESCRIBE EN EL ARCHIVO DE CARTAS LA LINEA YA ARMADA EN
119000*    REPORT-LINE.
119100******************************************************************
119200 6900-EMITIR-CARTA-RTN.
119300
119400     WRITE REPORT-LINE.
119500
119600 6900-EMITIR-CARTA-RTN-EXIT.
119700     EXIT.
119800******************************************************************
119900*    7000-REPORTAR-EXCEPCION-RTN
120000*    AGREGA A LA LISTA DE EXCEPCIONES LA CUENTA EN TURNO CON SU
120100*    TITULAR, SU SALDO AL INICIO Y EL MOTIVO POR EL QUE NO SE
120200*    CERRO. LA CUENTA SIGUE EN CIERRE Y SE REINTENTA EN LA
120300*    SIGUIENTE CORRIDA.
120400******************************************************************
120500 7000-REPORTAR-EXCEPCION-RTN.
120600
120700     ADD 1 TO TOTAL-EXCEPCIONES.
120800     MOVE NOMBRE-LIQUIDAR TO NOMBRE-CORTO.
120900     MOVE SALDO-ANTERIOR TO MONTO-ED.
121000     MOVE SPACES TO EXCEPTION-LINE.
121100     STRING CUENTA-LIQUIDAR DELIMITED BY SIZE
121200         " " DELIMITED BY SIZE
121300         NOMBRE-CORTO DELIMITED BY SIZE
121400         " " DELIMITED BY SIZE
121500         MONTO-ED DELIMITED BY SIZE
121600         " " DELIMITED BY SIZE
121700         MOTIVO-EXCEPCION DELIMITED BY SIZE
121800         INTO EXCEPTION-LINE.
121900     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
122000         7900-EMITIR-EXCEPCION-RTN-EXIT.
122100
122200 7000-REPORTAR-EXCEPCION-RTN-EXIT.
122300     EXIT.
122400******************************************************************
122500*    7900-EMITIR-EXCEPCION-RTN
122600*    DESPLIEGA EN CONSOLA Y ESCRIBE EN LA LISTA DE EXCEPCIONES LA
122700*    LINEA YA ARMADA EN EXCEPTION-LINE.
122800******************************************************************
122900 7900-EMITIR-EXCEPCION-RTN.
123000
123100     DISPLAY EXCEPTION-LINE.
123200     WRITE EXCEPTION-LINE.
123300
123400 7900-EMITIR-EXCEPCION-RTN-EXIT.
123500     EXIT.
123600******************************************************************
123700*    8000-RESUMEN-RTN
123800*    CIERRA LA LISTA DE EXCEPCIONES CON LOS TOTALES DE LA CORRIDA:
123900*    CUENTAS CERRADAS, CUENTAS NO LIQUIDADAS, ORDENES CANCELADAS,
124000*    INTERES ABONADO Y SALDOS PAGADOS POR TRASPASO INTERNO Y POR
124100*    ORDEN INTERBANCARIA.
124200******************************************************************
124300 8000-RESUMEN-RTN.
124400
124500     MOVE SPACES TO EXCEPTION-LINE.
124600     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
124700         7900-EMITIR-EXCEPCION-RTN-EXIT.
124800
124900     MOVE SPACES TO EXCEPTION-LINE.
125000     STRING "CUENTAS CERRADAS             : " DELIMITED BY SIZE
125100         TOTAL-CUENTAS-CERRADAS DELIMITED BY SIZE
125200         INTO EXCEPTION-LINE.
125300     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
125400         7900-EMITIR-EXCEPCION-RTN-EXIT.
125500
125600     MOVE SPACES TO EXCEPTION-LINE.
125700     STRING "CUENTAS NO LIQUIDADAS        : " DELIMITED BY SIZE
125800         TOTAL-EXCEPCIONES DELIMITED BY SIZE
125900         INTO EXCEPTION-LINE.
126000     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
126100         7900-EMITIR-EXCEPCION-RTN-EXIT.
126200
126300     MOVE SPACES TO EXCEPTION-LINE.
126400     STRING "ORDENES PROGRAMADAS CANCELADAS: " DELIMITED BY SIZE
126500         TOTAL-ORDENES-CANCELADAS DELIMITED BY SIZE
126600         INTO EXCEPTION-LINE.
126700     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
126800         7900-EMITIR-EXCEPCION-RTN-EXIT.
126900
127000     MOVE TOTAL-INTERES-PAGADO TO MONTO-TOTAL-ED.
127100     MOVE SPACES TO EXCEPTION-LINE.
127200     STRING "INTERES PRORRATEADO ABONADO  : $" DELIMITED BY SIZE
127300         MONTO-TOTAL-ED DELIMITED BY SIZE
127400         INTO EXCEPTION-LINE.
127500     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
127600         7900-EMITIR-EXCEPCION-RTN-EXIT.
127700
127800     MOVE TOTAL-PAGADO-INTERNO TO MONTO-TOTAL-ED.
127900     MOVE SPACES TO EXCEPTION-LINE.
128000     STRING "PAGADO POR TRASPASO INTERNO  : $" DELIMITED BY SIZE
128100         MONTO-TOTAL-ED DELIMITED BY SIZE
128200         INTO EXCEPTION-LINE.
128300     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
128400         7900-EMITIR-EXCEPCION-RTN-EXIT.
128500
128600     MOVE TOTAL-PAGADO-INTERBANCARIO TO MONTO-TOTAL-ED.
128700     MOVE SPACES TO EXCEPTION-LINE.
128800     STRING "PAGADO POR ORDEN INTERBANC.  : $" DELIMITED BY SIZE
128900         MONTO-TOTAL-ED DELIMITED BY SIZE
129000         INTO EXCEPTION-LINE.
129100     PERFORM 7900-EMITIR-EXCEPCION-RTN THRU
129200         7900-EMITIR-EXCEPCION-RTN-EXIT.
129300
129400 8000-RESUMEN-RTN-EXIT.
129500     EXIT.
129600******************************************************************
129700*    9000-TERMINAR-RTN
129800*    CIERRA LOS ARCHIVOS QUE SIGUEN ABIERTOS POR EL PROGRAMA.
129900******************************************************************
130000 9000-TERMINAR-RTN.
130100
130200     IF ARCHIVOS-ABIERTOS
130300         CLOSE ACCOUNT-MASTER-FILE
130400               CLOSURE-INSTRUCTION-FILE
130500               TRANSACTION-LOG-FILE
130600               TRAN-CONTROL-FILE
130700               CLEARING-OUT-FILE
130800               AUDIT-LOG-FILE
130900               REPORT-FILE
131000               EXCEPTION-FILE
131100         IF ORDENES-DISPONIBLE
131200             CLOSE STANDING-ORDER-FILE
131300         END-IF
131400         IF RETENCIONES-DISPONIBLE
131500             CLOSE HELD-FUNDS-FILE
131600         END-IF
131700     END-IF.
131800
131900 9000-TERMINAR-RTN-EXIT.
132000     EXIT.
132100
132200 END PROGRAM CAJERO-CUENTAS-LIQUIDAR.

000100******************************************************************
000200* PROGRAM-ID:  CAJERO-COMISION-MENSUAL
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PROGRAMA BATCH DE FIN DE MES QUE COBRA LA CUOTA DE
000800*              MANEJO A LAS CUENTAS CUYO SALDO AL CORTE QUEDA
000900*              POR DEBAJO DEL SALDO MINIMO DE SU TIPO DE CUENTA.
001000*              LA CUOTA Y EL MINIMO SE TOMAN DE LA TABLA DE
001100*              COMISIONES (RENGLONES MANT-C Y MANT-S) RESPETANDO
001200*              SU FECHA EFECTIVA. CADA CARGO SE REGISTRA EN LA
001300*              BITACORA COMO COMISION, BAJO FOLIO DE TRANCTL,
001400*              PARA QUE EL CIERRE DIARIO Y EL ESTADO DE CUENTA
001500*              LO RECONOZCAN. EL CONTROL DE CORRIDA (INTCTL,
001600*              LLAVE "2") EVITA COBRAR DOS VECES EL MISMO MES Y
001700*              PERMITE REANUDAR UNA CORRIDA INTERRUMPIDA.
001800* TECTONICS:   cobc
001900*
002000* MODIFICATION HISTORY
002100* DATE       INIT  DESCRIPTION
002200* ---------  ----  --------------------------------------------
002300* 2026-10-15 JMR   VERSION ORIGINAL - COBRO MENSUAL DE CUOTA DE
002400*                  MANEJO POR SALDO MINIMO CON CONTROL DE CORRIDA.
002410* 2026-10-15 JMR   LA CUOTA SE COBRA CONTRA EL SALDO DISPONIBLE
002420*                  (SALDO MENOS RETENCIONES ACTIVAS DE CHEQUES EN
002430*                  RETENMST): UN CHEQUE RETENIDO NO PAGA LA CUOTA.
002450* 2026-10-15 JMR   UN ERROR FATAL DE APERTURA TERMINA EL
002470*                  PROGRAMA CON CODIGO DE RETORNO 16, PARA QUE
002490*                  EL LOTE NOCTURNO MARQUE EL PASO COMO FALLIDO.
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID. CAJERO-COMISION-MENSUAL.
002800 AUTHOR. J. MELENDEZ RUIZ.
002900 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003000 DATE-WRITTEN. 2026-10-15.
003100 DATE-COMPILED.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ACCOUNT-MASTER-FILE
004000         ASSIGN TO "ACCTMSTR"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS ACCT-NUMBER
004400         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
004500             WITH DUPLICATES
004600         FILE STATUS IS ACCT-FILE-STATUS.
004700
004800     SELECT TRANSACTION-LOG-FILE
004900         ASSIGN TO "TRANLOG"
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS TRAN-FILE-STATUS.
005200
005300     SELECT TRAN-CONTROL-FILE
005400         ASSIGN TO "TRANCTL"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS CTL-KEY
005800         FILE STATUS IS CTL-FILE-STATUS.
005900
006000     SELECT INTEREST-CONTROL-FILE
006100         ASSIGN TO "INTCTL"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS ICTL-KEY
006500         FILE STATUS IS ICTL-FILE-STATUS.
006600
006700     SELECT FEE-SCHEDULE-FILE
006800         ASSIGN TO "COMISMST"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS COM-CLAVE
007200         FILE STATUS IS COMIS-FILE-STATUS.
007300
007400     SELECT FEE-USAGE-FILE
007500         ASSIGN TO "COMUSO"
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS CUSO-LLAVE
007900         FILE STATUS IS CUSO-FILE-STATUS.
007910
007920     SELECT HELD-FUNDS-FILE
007930         ASSIGN TO "RETENMST"
007940         ORGANIZATION IS INDEXED
007950         ACCESS MODE IS DYNAMIC
007960         RECORD KEY IS RET-FOLIO
007970         ALTERNATE RECORD KEY IS RET-CUENTA
007980             WITH DUPLICATES
007990         FILE STATUS IS RET-FILE-STATUS.
008000******************************************************************
008100 DATA DIVISION.
008200 FILE SECTION.
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
009400
009500 FD  INTEREST-CONTROL-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY INTCTLREC.
009800
009900 FD  FEE-SCHEDULE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY COMREC.
010200
010300 FD  FEE-USAGE-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY COMUSOREC.
010520
010540 FD  HELD-FUNDS-FILE
010560     LABEL RECORDS ARE STANDARD.
010580     COPY RETREC.
010600******************************************************************
010700 WORKING-STORAGE SECTION.
010800 01  SWITCHES.
010900     05  CUENTAS-EOF-SW              PIC X(01) VALUE "N".
011000         88  CUENTAS-FIN                 VALUE "Y".
011100     05  CORRIDA-CANCELADA-SW        PIC X(01) VALUE "N".
011200         88  CORRIDA-CANCELADA           VALUE "Y".
011300     05  CUOTA-ENCONTRADA-SW         PIC X(01) VALUE "N".
011400         88  CUOTA-ENCONTRADA            VALUE "Y".
011500     05  CUOTA-COBRADA-SW            PIC X(01) VALUE "N".
011600         88  CUOTA-YA-COBRADA            VALUE "Y".
011610     05  RETEN-ABIERTA-SW            PIC X(01) VALUE "N".
011620         88  RETENCIONES-ABIERTAS        VALUE "Y".
011630     05  FIN-RETEN-SW                PIC X(01) VALUE "N".
011640         88  FIN-RETENCIONES             VALUE "Y".
011700
011800 01  ARCHIVO-STATUS-FIELDS.
011900     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
012000     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
012100     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
012200     05  ICTL-FILE-STATUS            PIC X(02) VALUE SPACES.
012300     05  COMIS-FILE-STATUS           PIC X(02) VALUE SPACES.
012400     05  CUSO-FILE-STATUS            PIC X(02) VALUE SPACES.
012410     05  RET-FILE-STATUS             PIC X(02) VALUE SPACES.
012500
012600 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
012700 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
012800 77  SECUENCIA-TRANSACCION           PIC 9(08)  VALUE ZERO.
012900 77  CUENTA-ACTUAL                   PIC 9(10)  VALUE ZERO.
013000 77  CUENTA-RELACIONADA              PIC 9(10)  VALUE ZERO.
013100 77  TIPO-MOVIMIENTO                 PIC X(12)  VALUE SPACES.
013200 77  MONTO-MOVIMIENTO                PIC 9(07)V9(02) VALUE ZERO.
013300 77  SALDO-RESULTANTE                PIC 9(07)V9(02) VALUE ZERO.
013400 77  PERIODO-ACTUAL                  PIC 9(06)  VALUE ZERO.
013500 77  CLAVE-CUOTA                     PIC X(12)  VALUE SPACES.
013600 77  CUOTA-LEIDA                     PIC 9(05)V9(02) VALUE ZERO.
013700 77  MINIMO-LEIDO                    PIC 9(07)V9(02) VALUE ZERO.
013800 77  CUOTA-CHEQUES                   PIC 9(05)V9(02) VALUE ZERO.
013900 77  MINIMO-CHEQUES                  PIC 9(07)V9(02) VALUE ZERO.
014000 77  CUOTA-AHORROS                   PIC 9(05)V9(02) VALUE ZERO.
014100 77  MINIMO-AHORROS                  PIC 9(07)V9(02) VALUE ZERO.
014200 77  CUOTA-APLICABLE                 PIC 9(05)V9(02) VALUE ZERO.
014300 77  MINIMO-APLICABLE                PIC 9(07)V9(02) VALUE ZERO.
014400 77  CUOTA-COBRADA                   PIC 9(07)V9(02) VALUE ZERO.
014500 77  TOTAL-CUENTAS-COBRADAS          PIC 9(04)  VALUE ZERO.
014600 77  TOTAL-CUOTAS-COBRADAS           PIC 9(09)V9(02) VALUE ZERO.
014700 77  TOTAL-CUENTAS-OMITIDAS          PIC 9(04)  VALUE ZERO.
014800 77  TOTAL-COBROS-PARCIALES          PIC 9(04)  VALUE ZERO.
014810 77  TOTAL-SIN-DISPONIBLE            PIC 9(04)  VALUE ZERO.
014820 77  MONTO-RETENIDO                  PIC 9(07)V9(02) VALUE ZERO.
014830 77  SALDO-DISPONIBLE                PIC 9(07)V9(02) VALUE ZERO.
014900******************************************************************
015000 PROCEDURE DIVISION.
015100******************************************************************
015200*    0000-MAINLINE
015300*    CONTROLA LA SECUENCIA DEL BATCH: ABRE ARCHIVOS, CARGA LAS
015400*    CUOTAS DE MANEJO VIGENTES, RECORRE EL MAESTRO COBRANDO A
015500*    LAS CUENTAS BAJO EL MINIMO Y CIERRA CON UN RESUMEN.
015600******************************************************************
015700 0000-MAINLINE.
015800
015900     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
016000
016100     PERFORM 2000-PROCESAR-CUENTA-RTN THRU
016200         2000-PROCESAR-CUENTA-RTN-EXIT
016300         UNTIL CUENTAS-FIN.
016400
016500     IF NOT CORRIDA-CANCELADA
016600         PERFORM 3000-CERRAR-CORRIDA-RTN THRU
016700             3000-CERRAR-CORRIDA-RTN-EXIT
016800     END-IF.
016900
017000     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
017100
017200     STOP RUN.
017300******************************************************************
017400*    1000-INICIALIZAR-RTN
017500*    ABRE EL MAESTRO DE CUENTAS, LA TABLA DE COMISIONES, LA
017600*    BITACORA, EL CONTROL DE FOLIOS, EL CONTROL DE CORRIDA Y EL
017700*    ARCHIVO DE USO DE COMISIONES, Y CARGA LAS CUOTAS DEL MES.
017800******************************************************************
017900 1000-INICIALIZAR-RTN.
018000
018100     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
018200
018300*    SIN MAESTRO DE CUENTAS O SIN TABLA DE COMISIONES NO HAY
018400*    CORRIDA: SE SALE ANTES DE TOCAR EL CONTROL DE CORRIDA PARA
018500*    NO DEJAR EL MES MARCADO COMO COBRADO.
018600     OPEN I-O ACCOUNT-MASTER-FILE.
018700     IF ACCT-FILE-STATUS NOT = "00"
018800         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
018900             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
018950         MOVE 16 TO RETURN-CODE
019000         SET CUENTAS-FIN TO TRUE
019100         SET CORRIDA-CANCELADA TO TRUE
019200         GO TO 1000-INICIALIZAR-RTN-EXIT
019300     END-IF.
019400
019500     OPEN INPUT FEE-SCHEDULE-FILE.
019600     IF COMIS-FILE-STATUS NOT = "00"
019700         DISPLAY "*** ERROR: NO SE PUDO ABRIR LA TABLA DE "
019800             "COMISIONES (STATUS " COMIS-FILE-STATUS ") ***"
019850         MOVE 16 TO RETURN-CODE
019900         SET CUENTAS-FIN TO TRUE
020000         SET CORRIDA-CANCELADA TO TRUE
020100         GO TO 1000-INICIALIZAR-RTN-EXIT
020200     END-IF.
020300
020400     OPEN EXTEND TRANSACTION-LOG-FILE.
020500     IF TRAN-FILE-STATUS = "35"
020600         OPEN OUTPUT TRANSACTION-LOG-FILE
020700         CLOSE TRANSACTION-LOG-FILE
020800         OPEN EXTEND TRANSACTION-LOG-FILE
020900     END-IF.
021000
021100     OPEN I-O TRAN-CONTROL-FILE.
021200     IF CTL-FILE-STATUS = "35"
021300         OPEN OUTPUT TRAN-CONTROL-FILE
021400         CLOSE TRAN-CONTROL-FILE
021500         OPEN I-O TRAN-CONTROL-FILE
021600     END-IF.
021700
021800     MOVE "1" TO CTL-KEY.
021900     READ TRAN-CONTROL-FILE
022000         INVALID KEY
022100             MOVE ZERO TO CTL-LAST-SEQ
022200             WRITE TRAN-CONTROL-RECORD
022300     END-READ.
022400
022500     OPEN I-O FEE-USAGE-FILE.
022600     IF CUSO-FILE-STATUS = "35"
022700         OPEN OUTPUT FEE-USAGE-FILE
022800         CLOSE FEE-USAGE-FILE
022900         OPEN I-O FEE-USAGE-FILE
023000     END-IF.
023010
023020     OPEN INPUT HELD-FUNDS-FILE.
023030     IF RET-FILE-STATUS = "00"
023040         SET RETENCIONES-ABIERTAS TO TRUE
023050     ELSE
023060         DISPLAY "AVISO: SIN ARCHIVO DE RETENCIONES (STATUS "
023070             RET-FILE-STATUS "). NO HAY CHEQUES RETENIDOS."
023080     END-IF.
023100
023200     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
023300
023400     OPEN I-O INTEREST-CONTROL-FILE.
023500     IF ICTL-FILE-STATUS = "35"
023600         OPEN OUTPUT INTEREST-CONTROL-FILE
023700         CLOSE INTEREST-CONTROL-FILE
023800         OPEN I-O INTEREST-CONTROL-FILE
023900     END-IF.
024000
024100     PERFORM 1070-EVALUAR-CORRIDA-RTN THRU
024200         1070-EVALUAR-CORRIDA-RTN-EXIT.
024300     IF CORRIDA-CANCELADA
024400         GO TO 1000-INICIALIZAR-RTN-EXIT
024500     END-IF.
024600
024700     DISPLAY "==============================================".
024800     DISPLAY "   COBRO MENSUAL DE CUOTA DE MANEJO".
024900     DISPLAY "==============================================".
025000
025100     MOVE "MANT-C" TO CLAVE-CUOTA.
025200     PERFORM 1050-LEER-CUOTA-RTN THRU 1050-LEER-CUOTA-RTN-EXIT.
025300     MOVE CUOTA-LEIDA TO CUOTA-CHEQUES.
025400     MOVE MINIMO-LEIDO TO MINIMO-CHEQUES.
025500
025600     MOVE "MANT-S" TO CLAVE-CUOTA.
025700     PERFORM 1050-LEER-CUOTA-RTN THRU 1050-LEER-CUOTA-RTN-EXIT.
025800     MOVE CUOTA-LEIDA TO CUOTA-AHORROS.
025900     MOVE MINIMO-LEIDO TO MINIMO-AHORROS.
026000
026100     DISPLAY "CUOTA CHEQUES $" CUOTA-CHEQUES " SALDO MINIMO $"
026200         MINIMO-CHEQUES.
026300     DISPLAY "CUOTA AHORROS $" CUOTA-AHORROS " SALDO MINIMO $"
026400         MINIMO-AHORROS.
026500
026600 1000-INICIALIZAR-RTN-EXIT.
026700     EXIT.
026800******************************************************************
026900*    1050-LEER-CUOTA-RTN
027000*    LEE DE LA TABLA DE COMISIONES EL RENGLON CUYA CLAVE ESTA EN
027100*    CLAVE-CUOTA Y DEJA EN CUOTA-LEIDA Y MINIMO-LEIDO LOS VALORES
027200*    APLICABLES HOY: LOS VIGENTES SI SU FECHA EFECTIVA YA LLEGO,
027300*    O LOS ANTERIORES MIENTRAS EL CAMBIO SIGUE PENDIENTE. SIN
027400*    RENGLON APLICABLE LA CUOTA QUEDA EN CERO Y NO SE COBRA.
027500******************************************************************
027600 1050-LEER-CUOTA-RTN.
027700
027800     MOVE ZERO TO CUOTA-LEIDA.
027900     MOVE ZERO TO MINIMO-LEIDO.
028000     MOVE "N" TO CUOTA-ENCONTRADA-SW.
028100     MOVE CLAVE-CUOTA TO COM-CLAVE.
028200     READ FEE-SCHEDULE-FILE
028300         INVALID KEY
028400             DISPLAY "AVISO: LA TABLA DE COMISIONES NO TIENE "
028500                 "RENGLON " CLAVE-CUOTA ". NO SE COBRA."
028600         NOT INVALID KEY
028700             IF COM-FECHA-EFECTIVA NOT > FECHA-HOY
028800                 MOVE COM-MONTO TO CUOTA-LEIDA
028900                 MOVE COM-SALDO-MINIMO TO MINIMO-LEIDO
029000                 SET CUOTA-ENCONTRADA TO TRUE
029100             ELSE
029200                 IF COM-FECHA-ANTERIOR NOT > FECHA-HOY
029300                     MOVE COM-MONTO-ANTERIOR TO CUOTA-LEIDA
029400                     MOVE COM-SALDO-MIN-ANTERIOR TO MINIMO-LEIDO
029500                     SET CUOTA-ENCONTRADA TO TRUE
029600                 END-IF
029700             END-IF
029800     END-READ.
029900
030000 1050-LEER-CUOTA-RTN-EXIT.
030100     EXIT.
030200******************************************************************
030300*    1070-EVALUAR-CORRIDA-RTN
030400*    CONSULTA EL REGISTRO DE CONTROL DE CORRIDA (LLAVE "2"): SI
030500*    EL MES ACTUAL YA QUEDO TERMINADO, LA CORRIDA SE CANCELA; SI
030600*    QUEDO EN PROCESO, SE REANUDA DESDE LA ULTIMA CUENTA
030700*    CONFIRMADA CON SUS ACUMULADOS; SI ES UN MES NUEVO, EL
030800*    REGISTRO SE REINICIA EN PROCESO DESDE EL PRINCIPIO.
030900******************************************************************
031000 1070-EVALUAR-CORRIDA-RTN.
031100
031200     MOVE "2" TO ICTL-KEY.
031300     READ INTEREST-CONTROL-FILE
031400         INVALID KEY
031500             MOVE "2" TO ICTL-KEY
031600             MOVE PERIODO-ACTUAL TO ICTL-PERIODO
031700             SET ICTL-EN-PROCESO TO TRUE
031800             MOVE ZERO TO ICTL-ULTIMA-CUENTA
031900             MOVE ZERO TO ICTL-CUENTAS-ABONADAS
032000             MOVE ZERO TO ICTL-INTERES-ABONADO
032100             WRITE INTEREST-CONTROL-RECORD
032200             GO TO 1070-EVALUAR-CORRIDA-RTN-EXIT
032300     END-READ.
032400
032500     IF ICTL-PERIODO = PERIODO-ACTUAL AND ICTL-TERMINADO
032600         DISPLAY "*** LA CUOTA DEL PERIODO " PERIODO-ACTUAL
032700             " YA FUE COBRADA. LA CORRIDA SE CANCELA. ***"
032800         SET CORRIDA-CANCELADA TO TRUE
032900         SET CUENTAS-FIN TO TRUE
033000         GO TO 1070-EVALUAR-CORRIDA-RTN-EXIT
033100     END-IF.
033200
033300     IF ICTL-PERIODO = PERIODO-ACTUAL AND ICTL-EN-PROCESO
033400         DISPLAY "AVISO: CORRIDA INTERRUMPIDA DEL PERIODO "
033500             PERIODO-ACTUAL ". SE REANUDA DESPUES DE LA CUENTA "
033600             ICTL-ULTIMA-CUENTA "."
033700         MOVE ICTL-CUENTAS-ABONADAS TO TOTAL-CUENTAS-COBRADAS
033800         MOVE ICTL-INTERES-ABONADO TO TOTAL-CUOTAS-COBRADAS
033900         IF ICTL-ULTIMA-CUENTA > ZERO
034000             MOVE ICTL-ULTIMA-CUENTA TO ACCT-NUMBER
034100             START ACCOUNT-MASTER-FILE KEY IS GREATER THAN
034200                 ACCT-NUMBER
034300                 INVALID KEY
034400                     SET CUENTAS-FIN TO TRUE
034500             END-START
034600         END-IF
034700         GO TO 1070-EVALUAR-CORRIDA-RTN-EXIT
034800     END-IF.
034900
035000     MOVE PERIODO-ACTUAL TO ICTL-PERIODO.
035100     SET ICTL-EN-PROCESO TO TRUE.
035200     MOVE ZERO TO ICTL-ULTIMA-CUENTA.
035300     MOVE ZERO TO ICTL-CUENTAS-ABONADAS.
035400     MOVE ZERO TO ICTL-INTERES-ABONADO.
035500     REWRITE INTEREST-CONTROL-RECORD.
035600     IF ICTL-FILE-STATUS NOT = "00"
035700         DISPLAY "*** ALERTA: NO SE REINICIO EL CONTROL DE "
035800             "CORRIDA (STATUS " ICTL-FILE-STATUS ") ***"
035900     END-IF.
036000
036100 1070-EVALUAR-CORRIDA-RTN-EXIT.
036200     EXIT.
036300******************************************************************
036400*    1500-SIGUIENTE-SECUENCIA-RTN
036500*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
036600*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, IGUAL QUE LO
036700*    HACE EL CAJERO EN LINEA.
036800******************************************************************
036900 1500-SIGUIENTE-SECUENCIA-RTN.
037000
037100     ACCEPT HORA-ACTUAL FROM TIME.
037200     MOVE "1" TO CTL-KEY.
037300     READ TRAN-CONTROL-FILE.
037400     ADD 1 TO CTL-LAST-SEQ.
037500     REWRITE TRAN-CONTROL-RECORD.
037600     IF CTL-FILE-STATUS NOT = "00"
037700         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
037800             "CONTROL (STATUS " CTL-FILE-STATUS ") ***"
037900     END-IF.
038000     MOVE CTL-LAST-SEQ TO SECUENCIA-TRANSACCION.
038100
038200 1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
038300     EXIT.
038400******************************************************************
038500*    1550-VERIFICAR-APERTURA-DIA-RTN
038600*    SI LA FECHA DE ULTIMA ACTIVIDAD DE LA CUENTA EN TURNO YA NO
038700*    ES LA DE HOY, REINICIA EL ACUMULADO DE RETIRO DEL DIA Y
038800*    GUARDA EL SALDO VIGENTE COMO SALDO DE APERTURA, IGUAL QUE LO
038900*    HACE EL CAJERO EN LINEA, PARA QUE EL CIERRE DIARIO PUEDA
039000*    CONCILIAR EL DIA EN QUE SE COBRA LA CUOTA.
039100******************************************************************
039200 1550-VERIFICAR-APERTURA-DIA-RTN.
039300
039400     IF ACCT-LAST-ACTIVITY-DATE NOT = FECHA-HOY
039500         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
039600         MOVE FECHA-HOY TO ACCT-OPENING-DATE
039700         MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE
039800         REWRITE ACCOUNT-MASTER-RECORD
039900     END-IF.
040000
040100 1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
040200     EXIT.
040300******************************************************************
040400*    1600-ESCRIBIR-LOG-RTN
040500*    ESCRIBE UN REGISTRO EN LA BITACORA DE TRANSACCIONES CON LOS
040600*    DATOS DEL CARGO QUE ACABA DE APLICARSE.
040700******************************************************************
040800 1600-ESCRIBIR-LOG-RTN.
040900
041000     MOVE SECUENCIA-TRANSACCION TO TLOG-SEQUENCE.
041100     MOVE FECHA-HOY TO TLOG-DATE.
041200     MOVE HORA-ACTUAL TO TLOG-TIME.
041300     MOVE CUENTA-ACTUAL TO TLOG-ACCOUNT.
041400     MOVE CUENTA-RELACIONADA TO TLOG-RELATED-ACCOUNT.
041500     MOVE TIPO-MOVIMIENTO TO TLOG-TYPE.
041600     MOVE MONTO-MOVIMIENTO TO TLOG-AMOUNT.
041700     MOVE SALDO-RESULTANTE TO TLOG-BALANCE.
041800     MOVE ZERO TO TLOG-REF-FOLIO.
041900     MOVE "COMI" TO TLOG-TERMINAL.
042000     WRITE TRANSACTION-LOG-RECORD.
042100     IF TRAN-FILE-STATUS NOT = "00"
042200         DISPLAY "*** ALERTA: NO SE PUDO REGISTRAR EL MOVIMIENTO "
042300             "EN LA BITACORA (STATUS " TRAN-FILE-STATUS ") ***"
042400     END-IF.
042500
042600 1600-ESCRIBIR-LOG-RTN-EXIT.
042700     EXIT.
042800******************************************************************
042900*    2000-PROCESAR-CUENTA-RTN
043000*    LEE LA SIGUIENTE CUENTA DEL MAESTRO Y, SI ESTA VIVA Y SU
043100*    SALDO QUEDA BAJO EL MINIMO DE SU TIPO, LE COBRA LA CUOTA.
043200*    LAS CUENTAS EN CIERRE O CERRADAS NO PAGAN CUOTA.
043300******************************************************************
043400 2000-PROCESAR-CUENTA-RTN.
043500
043600     READ ACCOUNT-MASTER-FILE NEXT RECORD
043700         AT END
043800             SET CUENTAS-FIN TO TRUE
043900     END-READ.
044000
044100     IF CUENTAS-FIN
044200         GO TO 2000-PROCESAR-CUENTA-RTN-EXIT
044300     END-IF.
044400
044500     IF ACCT-CLOSING OR ACCT-CLOSED
044600         GO TO 2000-PROCESAR-CUENTA-RTN-EXIT
044700     END-IF.
044800
044900     IF ACCT-TYPE-CHECKING
045000         MOVE "MANT-C" TO CLAVE-CUOTA
045100         MOVE CUOTA-CHEQUES TO CUOTA-APLICABLE
045200         MOVE MINIMO-CHEQUES TO MINIMO-APLICABLE
045300     ELSE
045400         MOVE "MANT-S" TO CLAVE-CUOTA
045500         MOVE CUOTA-AHORROS TO CUOTA-APLICABLE
045600         MOVE MINIMO-AHORROS TO MINIMO-APLICABLE
045700     END-IF.
045800
045900     IF CUOTA-APLICABLE = ZERO OR
046000         ACCT-SALDO NOT < MINIMO-APLICABLE OR
046100         ACCT-SALDO = ZERO
046200         GO TO 2000-PROCESAR-CUENTA-RTN-EXIT
046300     END-IF.
046400
046500     PERFORM 2050-REVISAR-COBRO-PREVIO-RTN THRU
046600         2050-REVISAR-COBRO-PREVIO-RTN-EXIT.
046700     IF CUOTA-YA-COBRADA
046800         ADD 1 TO TOTAL-CUENTAS-OMITIDAS
046900     ELSE
047000         PERFORM 2100-COBRAR-CUOTA-RTN THRU
047100             2100-COBRAR-CUOTA-RTN-EXIT
047200     END-IF.
047300
047400 2000-PROCESAR-CUENTA-RTN-EXIT.
047500     EXIT.
047600******************************************************************
047700*    2050-REVISAR-COBRO-PREVIO-RTN
047800*    BUSCA EN EL ARCHIVO DE USO DE COMISIONES LA MARCA DE CUOTA
047900*    YA COBRADA A LA CUENTA EN EL PERIODO, QUE CUBRE EL HUECO
048000*    ENTRE EL CARGO Y EL CHECKPOINT SI LA CORRIDA SE INTERRUMPE.
048100******************************************************************
048200 2050-REVISAR-COBRO-PREVIO-RTN.
048300
048400     MOVE "N" TO CUOTA-COBRADA-SW.
048500     MOVE ACCT-NUMBER TO CUSO-CUENTA.
048600     MOVE PERIODO-ACTUAL TO CUSO-PERIODO.
048700     MOVE CLAVE-CUOTA TO CUSO-TIPO.
048800     READ FEE-USAGE-FILE
048900         INVALID KEY
049000             CONTINUE
049100         NOT INVALID KEY
049200             SET CUOTA-YA-COBRADA TO TRUE
049300     END-READ.
049400
049500 2050-REVISAR-COBRO-PREVIO-RTN-EXIT.
049600     EXIT.
049700******************************************************************
049800*    2100-COBRAR-CUOTA-RTN
049900*    CARGA LA CUOTA DE MANEJO A LA CUENTA EN TURNO, REGISTRA EL
050000*    MOVIMIENTO COMISION EN LA BITACORA, MARCA EL PERIODO COMO
050100*    COBRADO EN EL ARCHIVO DE USO Y RENUEVA EL CHECKPOINT. LA
050200*    CUOTA NUNCA SOBREGIRA LA CUENTA: SI EL SALDO NO ALCANZA SE
050300*    COBRA SOLO LO QUE HAY Y SE CUENTA COMO COBRO PARCIAL.
050400******************************************************************
050500 2100-COBRAR-CUOTA-RTN.
050600
050700     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
050800         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
050810     PERFORM 2150-CALCULAR-DISPONIBLE-RTN THRU
050820         2150-CALCULAR-DISPONIBLE-RTN-EXIT.
050830     IF SALDO-DISPONIBLE = ZERO
050840         ADD 1 TO TOTAL-SIN-DISPONIBLE
050850         DISPLAY "CUENTA " ACCT-NUMBER " SIN SALDO DISPONIBLE "
050860             "(CHEQUES RETENIDOS $" MONTO-RETENIDO "). NO SE "
050870             "COBRA."
050880         GO TO 2100-COBRAR-CUOTA-RTN-EXIT
050890     END-IF.
050900
051000     IF SALDO-DISPONIBLE < CUOTA-APLICABLE
051100         MOVE SALDO-DISPONIBLE TO CUOTA-COBRADA
051200         ADD 1 TO TOTAL-COBROS-PARCIALES
051300     ELSE
051400         MOVE CUOTA-APLICABLE TO CUOTA-COBRADA
051500     END-IF.
051600
051700     SUBTRACT CUOTA-COBRADA FROM ACCT-SALDO.
051800     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
051900     REWRITE ACCOUNT-MASTER-RECORD.
052000     IF ACCT-FILE-STATUS NOT = "00"
052100         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
052200             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
052300     END-IF.
052400
052500     MOVE ACCT-NUMBER TO CUENTA-ACTUAL.
052600     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
052700         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
052800     MOVE "COMISION" TO TIPO-MOVIMIENTO.
052900     MOVE CUOTA-COBRADA TO MONTO-MOVIMIENTO.
053000     MOVE ACCT-SALDO TO SALDO-RESULTANTE.
053100     MOVE ZERO TO CUENTA-RELACIONADA.
053200     PERFORM 1600-ESCRIBIR-LOG-RTN THRU
053300         1600-ESCRIBIR-LOG-RTN-EXIT.
053400
053500     MOVE ACCT-NUMBER TO CUSO-CUENTA.
053600     MOVE PERIODO-ACTUAL TO CUSO-PERIODO.
053700     MOVE CLAVE-CUOTA TO CUSO-TIPO.
053800     MOVE 1 TO CUSO-OPERACIONES.
053900     WRITE FEE-USAGE-RECORD.
054000     IF CUSO-FILE-STATUS NOT = "00"
054100         DISPLAY "*** ALERTA: NO SE MARCO LA CUOTA COMO COBRADA "
054200             "(STATUS " CUSO-FILE-STATUS ") ***"
054300     END-IF.
054400
054500     ADD 1 TO TOTAL-CUENTAS-COBRADAS.
054600     ADD CUOTA-COBRADA TO TOTAL-CUOTAS-COBRADAS.
054700     PERFORM 2200-CHECKPOINT-CORRIDA-RTN THRU
054800         2200-CHECKPOINT-CORRIDA-RTN-EXIT.
054900     DISPLAY "CUENTA " ACCT-NUMBER " CUOTA $" CUOTA-COBRADA
055000         " SALDO NUEVO $" ACCT-SALDO.
055100
055200 2100-COBRAR-CUOTA-RTN-EXIT.
055300     EXIT.
055310******************************************************************
055320*    2150-CALCULAR-DISPONIBLE-RTN
055330*    SUMA EN MONTO-RETENIDO LAS RETENCIONES ACTIVAS Y NO VENCIDAS
055340*    DE LA CUENTA EN TURNO, IGUAL QUE EL CAJERO EN LINEA, Y DEJA
055350*    EN SALDO-DISPONIBLE EL SALDO MENOS ESE MONTO, NUNCA MENOR A
055360*    CERO. NO MUEVE LA POSICION DE LECTURA DEL MAESTRO.
055370******************************************************************
055380 2150-CALCULAR-DISPONIBLE-RTN.
055390
055400     MOVE ZERO TO MONTO-RETENIDO.
055410     MOVE "N" TO FIN-RETEN-SW.
055420
055430     IF RETENCIONES-ABIERTAS
055440         MOVE ACCT-NUMBER TO RET-CUENTA
055450         START HELD-FUNDS-FILE KEY IS EQUAL TO RET-CUENTA
055460             INVALID KEY
055470                 SET FIN-RETENCIONES TO TRUE
055480         END-START
055490         PERFORM 2160-SUMAR-RETENCION-RTN THRU
055500             2160-SUMAR-RETENCION-RTN-EXIT
055510             UNTIL FIN-RETENCIONES
055520     END-IF.
055530
055540     IF MONTO-RETENIDO < ACCT-SALDO
055550         COMPUTE SALDO-DISPONIBLE = ACCT-SALDO - MONTO-RETENIDO
055560     ELSE
055570         MOVE ZERO TO SALDO-DISPONIBLE
055580     END-IF.
055590
055600 2150-CALCULAR-DISPONIBLE-RTN-EXIT.
055610     EXIT.
055620******************************************************************
055630*    2160-SUMAR-RETENCION-RTN
055640*    LEE LA SIGUIENTE RETENCION POR LA LLAVE ALTERNA DE CUENTA Y,
055650*    SI SIGUE SIENDO DE LA CUENTA Y ESTA ACTIVA Y NO VENCIDA, LA
055660*    ACUMULA EN MONTO-RETENIDO.
055670******************************************************************
055680 2160-SUMAR-RETENCION-RTN.
055690
055700     READ HELD-FUNDS-FILE NEXT RECORD
055710         AT END
055720             SET FIN-RETENCIONES TO TRUE
055730     END-READ.
055740
055750     IF FIN-RETENCIONES
055760         GO TO 2160-SUMAR-RETENCION-RTN-EXIT
055770     END-IF.
055780
055790     IF RET-CUENTA NOT = ACCT-NUMBER
055800         SET FIN-RETENCIONES TO TRUE
055810         GO TO 2160-SUMAR-RETENCION-RTN-EXIT
055820     END-IF.
055830
055840     IF RET-ACTIVA AND RET-FECHA-LIBERACION > FECHA-HOY
055850         ADD RET-MONTO TO MONTO-RETENIDO
055860     END-IF.
055870
055880 2160-SUMAR-RETENCION-RTN-EXIT.
055890     EXIT.
055940******************************************************************
055950*    2200-CHECKPOINT-CORRIDA-RTN
055960*    RENUEVA EL REGISTRO DE CONTROL DE CORRIDA CON LA ULTIMA
055970*    CUENTA CONFIRMADA Y LOS ACUMULADOS, PARA QUE UN REARRANQUE
055980*    REANUDE EXACTAMENTE DESPUES DE ELLA.
055990******************************************************************
056000 2200-CHECKPOINT-CORRIDA-RTN.
056100
056200     MOVE "2" TO ICTL-KEY.
056300     MOVE PERIODO-ACTUAL TO ICTL-PERIODO.
056400     SET ICTL-EN-PROCESO TO TRUE.
056500     MOVE ACCT-NUMBER TO ICTL-ULTIMA-CUENTA.
056600     MOVE TOTAL-CUENTAS-COBRADAS TO ICTL-CUENTAS-ABONADAS.
056700     MOVE TOTAL-CUOTAS-COBRADAS TO ICTL-INTERES-ABONADO.
056800     REWRITE INTEREST-CONTROL-RECORD.
056900     IF ICTL-FILE-STATUS NOT = "00"
057000         DISPLAY "*** ALERTA: NO SE RENOVO EL CONTROL DE "
057100             "CORRIDA (STATUS " ICTL-FILE-STATUS ") ***"
057200     END-IF.
057300
057400 2200-CHECKPOINT-CORRIDA-RTN-EXIT.
057500     EXIT.
057600******************************************************************
057700*    3000-CERRAR-CORRIDA-RTN
057800*    MARCA EL MES COMO TERMINADO EN EL CONTROL DE CORRIDA Y
057900*    EMITE EL RESUMEN: PERIODO, CUENTAS CARGADAS, COBROS
058000*    PARCIALES, CUENTAS OMITIDAS POR YA ESTAR COBRADAS Y TOTAL.
058100******************************************************************
058200 3000-CERRAR-CORRIDA-RTN.
058300
058400     MOVE "2" TO ICTL-KEY.
058500     MOVE PERIODO-ACTUAL TO ICTL-PERIODO.
058600     SET ICTL-TERMINADO TO TRUE.
058700     MOVE TOTAL-CUENTAS-COBRADAS TO ICTL-CUENTAS-ABONADAS.
058800     MOVE TOTAL-CUOTAS-COBRADAS TO ICTL-INTERES-ABONADO.
058900     REWRITE INTEREST-CONTROL-RECORD.
059000     IF ICTL-FILE-STATUS NOT = "00"
059100         DISPLAY "*** ALERTA: NO SE MARCO EL PERIODO COMO "
059200             "TERMINADO (STATUS " ICTL-FILE-STATUS ") ***"
059300     END-IF.
059400
059500     DISPLAY "PERIODO COBRADO            : " PERIODO-ACTUAL.
059600     DISPLAY "CUENTAS CON CUOTA COBRADA  : "
059700         TOTAL-CUENTAS-COBRADAS.
059800     DISPLAY "  DE ELLAS COBRO PARCIAL   : "
059900         TOTAL-COBROS-PARCIALES.
060000     DISPLAY "CUENTAS OMITIDAS (COBRADAS): "
060100         TOTAL-CUENTAS-OMITIDAS.
060120     DISPLAY "SIN SALDO DISPONIBLE       : "
060140         TOTAL-SIN-DISPONIBLE.
060200     DISPLAY "TOTAL DE CUOTAS COBRADAS   : $"
060300         TOTAL-CUOTAS-COBRADAS.
060400
060500 3000-CERRAR-CORRIDA-RTN-EXIT.
060600     EXIT.
060700******************************************************************
060800*    9000-TERMINAR-RTN
060900*    CIERRA TODOS LOS ARCHIVOS ABIERTOS POR EL PROGRAMA.
061000******************************************************************
061100 9000-TERMINAR-RTN.
061200
061300     CLOSE ACCOUNT-MASTER-FILE
061400           FEE-SCHEDULE-FILE
061500           TRANSACTION-LOG-FILE
061600           TRAN-CONTROL-FILE
061700           INTEREST-CONTROL-FILE
061800           FEE-USAGE-FILE.
061820     IF RETENCIONES-ABIERTAS
061840         CLOSE HELD-FUNDS-FILE
061860     END-IF.
061900
062000 9000-TERMINAR-RTN-EXIT.
062100     EXIT.
062200
062300 END PROGRAM CAJERO-COMISION-MENSUAL.

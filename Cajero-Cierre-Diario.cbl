001200*              Y UNA BANDERA CUANDO EL SALDO RECALCULADO A PARTIR
001300*              DE LA BITACORA NO CUADRA CONTRA EL SALDO VIGENTE
001400*              EN EL MAESTRO DE CUENTAS.
001420*              LA BITACORA SE ORDENA POR CUENTA Y FOLIO Y SE
001440*              APAREA CONTRA EL MAESTRO EN ORDEN DE LLAVE, ASI
001460*              QUE EL CIERRE NO TIENE LIMITE DE CUENTAS.
001500* TECTONICS:   cobc
001600*
001700* MODIFICATION HISTORY
002118* 2026-09-02 JMR   LOS AJUSTES SUPERVISADOS (AJUSTE-ABONO Y
002122*                  AJUSTE-CARGO) SE ACUMULAN EN LA CONCILIACION,
002126*                  EN EL DETALLE POR CUENTA Y EN LOS TOTALES.
002128* 2026-09-02 JMR   LOS MOVIMIENTOS INTERBANCARIOS (INTERB-ENV,
002130*                  INTERB-REC E INTERB-DEV) SE ACUMULAN COMO
002132*                  TRANSFERENCIAS ENVIADAS Y RECIBIDAS, PARA QUE
002134*                  EL DIA CONCILIE INCLUYENDO FONDOS EN TRANSITO.
002136* 2026-09-02 JMR   LOS DEPOSITOS DISTINGUEN EFECTIVO (QUE ENTRA
002138*                  A BOVEDA) DE CHEQUE, Y EL CUADRE DE BOVEDA
002140*                  AHORA COMPARA LA SALIDA NETA CONTRA RETIROS
002142*                  MENOS DEPOSITOS EN EFECTIVO, EN LUGAR DE
002144*                  ROMPERSE CADA DIA CON DEPOSITOS DE EFECTIVO.
002146* 2026-09-02 JMR   OPERACION MULTI-CAJERO: LOS RETIROS Y
002148*                  DEPOSITOS SE ACUMULAN TAMBIEN POR TERMINAL
002150*                  (TLOG-TERMINAL) Y LA CONCILIACION DE BOVEDA,
002152*                  CUYA LLAVE AHORA ES TERMINAL + DENOMINACION,
002154*                  CUADRA CADA MAQUINA POR SEPARADO ADEMAS DE
002156*                  LOS TOTALES COMBINADOS.
002158* 2026-10-15 JMR   LAS COMISIONES (COMISION) SE ACUMULAN COMO
002160*                  CARGO PROPIO EN LA CONCILIACION, CON SU RENGLON
002162*                  EN EL DETALLE POR CUENTA Y SU TOTAL DEL DIA.
002164* 2026-10-15 JMR   LA REVERSA DE CHEQUES DEVUELTOS (CHEQUE-DEV)
002166*                  SE ACUMULA COMO CARGO PROPIO, CON SU RENGLON
002168*                  EN EL DETALLE Y SU TOTAL DEL DIA.
002170* 2026-10-15 JMR   SIN MAESTRO, SIN BITACORA O SIN REPORTE EL
002172*                  CIERRE TERMINA CON CODIGO DE RETORNO 16 EN
002174*                  LUGAR DE EMITIR UN REPORTE VACIO.
002176* 2026-10-15 JMR   EL PIE DEL REPORTE LLEVA EN RENGLON PROPIO EL
002178*                  SALDO DEL SUSPENSO INTERBANCARIO (SUSPMST) A LA
002180*                  FECHA DE CORTE, CON SU NUMERO DE PARTIDAS.
002182* 2026-10-15 JMR   EL CIERRE YA NO CARGA EL MAESTRO EN UNA TABLA
002184*                  DE 500 CUENTAS: LA BITACORA SE ORDENA POR
002186*                  CUENTA Y FOLIO Y SE APAREA CONTRA EL MAESTRO
002188*                  EN ORDEN DE LLAVE, SIN LIMITE DE CUENTAS. EL
002190*                  REPORTE TERMINA CON TOTALES DE CONTROL.
002192* 2026-10-15 JMR   LOS ABONOS DE NOMINA (ABONO-NOMINA) SE
002194*                  ACUMULAN COMO ABONO PROPIO EN LA
002195*                  CONCILIACION, CON SU RENGLON EN EL DETALLE Y
002196*                  SU TOTAL DEL DIA.
002197* 2026-10-15 JMR   LOS CONTADORES DE CUENTAS SE AMPLIAN A SEIS
002198*                  DIGITOS PARA NO TRUNCAR EL CUADRE DE CONTROL.
002199******************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID. CAJERO-CIERRE-DIARIO.
002400 AUTHOR. J. MELENDEZ RUIZ.
005000         ASSIGN TO "EODRPT"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS RPT-FILE-STATUS.
005210
005220     SELECT SUSPENSE-FILE
005230         ASSIGN TO "SUSPMST"
005240         ORGANIZATION IS INDEXED
005250         ACCESS MODE IS DYNAMIC
005260         RECORD KEY IS SUS-FOLIO
005270         FILE STATUS IS SUSP-FILE-STATUS.
005275
005280     SELECT SORT-WORK-FILE
005285         ASSIGN TO "SORTWK01".
005300******************************************************************
005400 DATA DIVISION.
005500 FILE SECTION.
006400 FD  REPORT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  REPORT-LINE                     PIC X(80).
006620
006640 FD  SUSPENSE-FILE
006660     LABEL RECORDS ARE STANDARD.
006680     COPY SUSPREC.
006682
006684 SD  SORT-WORK-FILE.
006686 01  SORT-MOVIMIENTO-RECORD.
006688     05  SRT-CUENTA                  PIC 9(10).
006690     05  SRT-FOLIO                   PIC 9(08).
006692     05  SRT-ORDINAL                 PIC 9(09).
006694     05  SRT-MOVIMIENTO              PIC X(92).
006700******************************************************************
006800 WORKING-STORAGE SECTION.
006900 01  SWITCHES.
007100         88  CUENTAS-FIN                 VALUE "Y".
007200     05  LOG-EOF-SW                  PIC X(01) VALUE "N".
007300         88  LOG-FIN                     VALUE "Y".
007400     05  MOVIMIENTOS-EOF-SW          PIC X(01) VALUE "N".
007500         88  MOVIMIENTOS-FIN             VALUE "Y".
007510     05  MODO-RECUPERACION-SW        PIC X(01) VALUE "N".
007520         88  MODO-RECUPERACION           VALUE "S".
007530     05  BOVEDA-EOF-SW               PIC X(01) VALUE "N".
007594         88  TERMINAL-LOCALIZADA         VALUE "Y".
007596     05  TERMINALES-LLENAS-SW        PIC X(01) VALUE "N".
007598         88  TABLA-TERMINALES-LLENA      VALUE "Y".
007618     05  SUSPENSO-EOF-SW             PIC X(01) VALUE "N".
007638         88  SUSPENSO-FIN                VALUE "Y".
007690
007700 01  ARCHIVO-STATUS-FIELDS.
007800     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
007900     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
008000     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
008010     05  VAULT-FILE-STATUS           PIC X(02) VALUE SPACES.
008020     05  VSNAP-FILE-STATUS           PIC X(02) VALUE SPACES.
008070     05  SUSP-FILE-STATUS            PIC X(02) VALUE SPACES.
008100
008200 77  FECHA-CORTE                     PIC 9(08) VALUE ZERO.
008210 77  FECHA-PARM-ENTRADA              PIC X(08) VALUE SPACES.
008300 77  TOTAL-CUENTAS                   PIC 9(06) VALUE ZERO.
008400 77  GRAN-TOTAL-DEPOSITOS            PIC 9(09)V9(02) VALUE ZERO.
008500 77  GRAN-TOTAL-RETIROS              PIC 9(09)V9(02) VALUE ZERO.
008550 77  GRAN-TOTAL-INTERESES            PIC 9(09)V9(02) VALUE ZERO.
008555 77  GRAN-TOTAL-DEP-EFECTIVO         PIC 9(09)V9(02) VALUE ZERO.
008560 77  GRAN-TOTAL-AJUSTE-ABONO         PIC 9(09)V9(02) VALUE ZERO.
008570 77  GRAN-TOTAL-AJUSTE-CARGO         PIC 9(09)V9(02) VALUE ZERO.
008575 77  GRAN-TOTAL-COMISIONES           PIC 9(09)V9(02) VALUE ZERO.
008580 77  GRAN-TOTAL-CHEQUE-DEV           PIC 9(09)V9(02) VALUE ZERO.
008590 77  GRAN-TOTAL-NOMINA               PIC 9(09)V9(02) VALUE ZERO.
008600 77  TOTAL-CUENTAS-NO-CONCILIAN      PIC 9(06) VALUE ZERO.
008620 77  TOTAL-CUENTAS-APERTURA-DESC     PIC 9(06) VALUE ZERO.
008630 77  TOTAL-CUENTAS-APERTURA-RECON    PIC 9(06) VALUE ZERO.
008640 77  MODO-PARM-ENTRADA               PIC X(01) VALUE SPACE.
008645 77  NETO-TRABAJO                    PIC S9(08)V9(02) VALUE ZERO.
008647 77  CIERRE-TRABAJO                  PIC S9(08)V9(02) VALUE ZERO.
008648 77  MONTO-SIGNADO                   PIC S9(07)V9(02) VALUE ZERO.
008652 77  DELTA-NOTAS                     PIC S9(07) VALUE ZERO.
008654 77  VALOR-DENOM-SALIDA              PIC S9(09)V9(02) VALUE ZERO.
008656 77  TOTAL-BOVEDA-SALIDA             PIC S9(09)V9(02) VALUE ZERO.
008670 77  TABLA-MAX-TERMINALES            PIC 9(02) VALUE 10 COMP.
008672 77  TERMINAL-TRABAJO                PIC X(04) VALUE SPACES.
008674 77  DIF-TERMINAL                    PIC S9(09)V9(02) VALUE ZERO.
008676 77  TOTAL-PARTIDAS-SUSPENSO         PIC 9(05) VALUE ZERO.
008678 77  SALDO-SUSPENSO                  PIC 9(09)V9(02) VALUE ZERO.
008680 77  REGISTROS-LEIDOS                PIC 9(09) VALUE ZERO.
008682 77  REGISTROS-ANTERIORES            PIC 9(09) VALUE ZERO.
008684 77  REGISTROS-SELECCIONADOS         PIC 9(09) VALUE ZERO.
008686 77  REGISTROS-DEVUELTOS             PIC 9(09) VALUE ZERO.
008688 77  REGISTROS-APLICADOS             PIC 9(09) VALUE ZERO.
008690 77  REGISTROS-SIN-CUENTA            PIC 9(09) VALUE ZERO.
008692 77  CUENTAS-SIN-MAESTRO             PIC 9(06) VALUE ZERO.
008694 77  ULTIMA-CUENTA-SIN-MAESTRO       PIC 9(10) VALUE ZERO.
008696 77  CUENTAS-EMITIDAS                PIC 9(06) VALUE ZERO.
008698
008710 01  TERMINAL-TABLA.
008720     05  TER-ROW OCCURS 10 TIMES INDEXED BY TER-IDX TER-JDX.
008730         10  TER-ID                  PIC X(04).
008740         10  TER-RETIROS             PIC 9(09)V9(02).
008750         10  TER-DEPOSITOS           PIC 9(09)V9(02).
008760         10  TER-DEP-EFECTIVO        PIC 9(09)V9(02).
008770         10  TER-SALIDA-BOVEDA       PIC S9(09)V9(02).
008772         10  TER-PRIMER-ORDINAL      PIC 9(09).
008774
008776 01  TER-ROW-TRABAJO                 PIC X(57).
008780
008800 01  EOD-CUENTA-ACTUAL.
008900     05  EOD-CUENTA-ROW.
009000         COPY EODWSREC.
009100******************************************************************
009200 PROCEDURE DIVISION.
009300******************************************************************
009320*    0000-MAINLINE
009340*    CONTROLA LA SECUENCIA DEL CIERRE: ORDENA LA BITACORA POR
009360*    CUENTA Y FOLIO, LA APAREA CONTRA EL MAESTRO EN ORDEN DE
009380*    LLAVE EVALUANDO E IMPRIMIENDO CADA CUENTA, IMPRIME EL PIE,
009400*    CONCILIA LA BOVEDA Y CIERRA CON LOS TOTALES DE CONTROL.
009420******************************************************************
009440 0000-MAINLINE.
009460
009480     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
009500
009520     SORT SORT-WORK-FILE
009540         ON ASCENDING KEY SRT-CUENTA SRT-FOLIO
009560         INPUT PROCEDURE IS 2500-SELECCIONAR-BITACORA-RTN THRU
009580             2500-SELECCIONAR-BITACORA-RTN-EXIT
009600         OUTPUT PROCEDURE IS 3000-APAREAR-CUENTAS-RTN THRU
009620             3000-APAREAR-CUENTAS-RTN-EXIT.
009640
009660     IF SORT-RETURN NOT = ZERO
009680         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DE LA "
009700             "BITACORA (SORT-RETURN " SORT-RETURN ") ***"
009720         MOVE 16 TO RETURN-CODE
009740         PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT
009760         STOP RUN
009780     END-IF.
009800
009820     PERFORM 5000-IMPRIMIR-REPORTE-RTN THRU
009840         5000-IMPRIMIR-REPORTE-RTN-EXIT.
009860
009880     PERFORM 6000-CONCILIAR-BOVEDA-RTN THRU
009900         6000-CONCILIAR-BOVEDA-RTN-EXIT.
009920
009940     PERFORM 7000-TOTALES-CONTROL-RTN THRU
009960         7000-TOTALES-CONTROL-RTN-EXIT.
009980
010000     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
010020
010040     STOP RUN.
010060******************************************************************
010080*    1000-INICIALIZAR-RTN
010100*    ABRE LOS ARCHIVOS DE ENTRADA Y EL REPORTE DE SALIDA Y TOMA
010120*    LA FECHA DE CORTE DEL DIA EN CURSO.
010140******************************************************************
010160 1000-INICIALIZAR-RTN.
010180
010200     DISPLAY "FECHA A CONCILIAR (AAAAMMDD, ENTER = HOY): ".
010220     ACCEPT FECHA-PARM-ENTRADA FROM CONSOLE.
010240     IF FECHA-PARM-ENTRADA IS NUMERIC
010260         MOVE FECHA-PARM-ENTRADA TO FECHA-CORTE
010280     ELSE
010300         ACCEPT FECHA-CORTE FROM DATE YYYYMMDD
010320     END-IF.
010340     DISPLAY "MODO RECUPERACION - RECONSTRUIR APERTURAS "
010360         "DESCONOCIDAS DESDE LA BITACORA (S/N): ".
010380     ACCEPT MODO-PARM-ENTRADA FROM CONSOLE.
010400     IF MODO-PARM-ENTRADA = "S" OR MODO-PARM-ENTRADA = "s"
010420         SET MODO-RECUPERACION TO TRUE
010440     END-IF.
010460     OPEN INPUT ACCOUNT-MASTER-FILE.
010480     OPEN INPUT TRANSACTION-LOG-FILE.
010500     OPEN OUTPUT REPORT-FILE.
010520     IF ACCT-FILE-STATUS NOT = "00" OR
010540         TRAN-FILE-STATUS NOT = "00" OR
010560         RPT-FILE-STATUS NOT = "00"
010580         DISPLAY "*** ERROR: NO SE PUDIERON ABRIR LOS ARCHIVOS "
010600             "DEL CIERRE (STATUS " ACCT-FILE-STATUS " "
010620             TRAN-FILE-STATUS " " RPT-FILE-STATUS ") ***"
010640         MOVE 16 TO RETURN-CODE
010660         STOP RUN
010680     END-IF.
010700     MOVE ZERO TO TOTAL-CUENTAS.
010720     MOVE ZERO TO GRAN-TOTAL-DEPOSITOS.
010740     MOVE ZERO TO GRAN-TOTAL-RETIROS.
010760     MOVE ZERO TO GRAN-TOTAL-INTERESES.
010780     MOVE ZERO TO GRAN-TOTAL-DEP-EFECTIVO.
010800     MOVE ZERO TO GRAN-TOTAL-AJUSTE-ABONO.
010820     MOVE ZERO TO GRAN-TOTAL-AJUSTE-CARGO.
010840     MOVE ZERO TO GRAN-TOTAL-COMISIONES.
010860     MOVE ZERO TO GRAN-TOTAL-CHEQUE-DEV.
010870     MOVE ZERO TO GRAN-TOTAL-NOMINA.
010880     MOVE ZERO TO TOTAL-CUENTAS-NO-CONCILIAN.
010900     MOVE ZERO TO TOTAL-CUENTAS-APERTURA-DESC.
010920     MOVE ZERO TO TOTAL-CUENTAS-APERTURA-RECON.
010940     MOVE ZERO TO REGISTROS-LEIDOS.
010960     MOVE ZERO TO REGISTROS-ANTERIORES.
010980     MOVE ZERO TO REGISTROS-SELECCIONADOS.
011000     MOVE ZERO TO REGISTROS-DEVUELTOS.
011020     MOVE ZERO TO REGISTROS-APLICADOS.
011040     MOVE ZERO TO REGISTROS-SIN-CUENTA.
011060     MOVE ZERO TO CUENTAS-SIN-MAESTRO.
011080     MOVE ZERO TO CUENTAS-EMITIDAS.
011100
011120 1000-INICIALIZAR-RTN-EXIT.
011140     EXIT.
011160******************************************************************
011180*    2000-LEER-CUENTA-RTN
011200*    LEE LA SIGUIENTE CUENTA DEL MAESTRO EN ORDEN DE LLAVE Y ARMA
011220*    CON ELLA EL RENGLON DE TRABAJO: SALDO DE APERTURA, SALDO DE
011240*    CIERRE VIGENTE Y ACUMULADOS EN CEROS. EL MAESTRO SOLO GUARDA
011260*    UN ANCLA DE APERTURA (LA MAS RECIENTE), ASI QUE SI NO
011280*    CORRESPONDE A LA FECHA DE CORTE SOLICITADA SE MARCA LA
011300*    CUENTA CON EOD-APERTURA-DESCONOCIDA EN LUGAR DE SUPONER
011320*    QUE EL SALDO VIGENTE ES EL DE APERTURA.
011340******************************************************************
011360 2000-LEER-CUENTA-RTN.
011380
011400     READ ACCOUNT-MASTER-FILE NEXT RECORD
011420         AT END
011440             SET CUENTAS-FIN TO TRUE
011460     END-READ.
011480
011500     IF NOT CUENTAS-FIN
011520         ADD 1 TO TOTAL-CUENTAS
011540         MOVE ACCT-NUMBER TO EOD-NUMERO
011560         MOVE ACCT-SALDO TO EOD-SALDO-CIERRE
011580         IF ACCT-OPENING-DATE = FECHA-CORTE
011600             SET EOD-APERTURA-CONOCIDA TO TRUE
011620             MOVE ACCT-OPENING-BALANCE TO EOD-SALDO-APERTURA
011640         ELSE
011660             SET EOD-APERTURA-DESCONOCIDA TO TRUE
011680             MOVE ZERO TO EOD-SALDO-APERTURA
011700         END-IF
011720         MOVE ZERO TO EOD-TOTAL-DEPOSITOS
011740         MOVE ZERO TO EOD-TOTAL-RETIROS
011760         MOVE ZERO TO EOD-TOTAL-TRANSF-ENTRA
011780         MOVE ZERO TO EOD-TOTAL-TRANSF-SALE
011800         MOVE ZERO TO EOD-TOTAL-INTERESES
011820         MOVE ZERO TO EOD-TOTAL-DEP-EFECTIVO
011840         MOVE ZERO TO EOD-TOTAL-AJUSTE-ABONO
011860         MOVE ZERO TO EOD-TOTAL-AJUSTE-CARGO
011880         MOVE ZERO TO EOD-TOTAL-COMISIONES
011900         MOVE ZERO TO EOD-TOTAL-CHEQUE-DEV
011910         MOVE ZERO TO EOD-TOTAL-NOMINA
011920         MOVE ZERO TO EOD-NETO-POSTERIOR
011940         MOVE ZERO TO EOD-NETO-SIGTES
011960     END-IF.
011980
012000 2000-LEER-CUENTA-RTN-EXIT.
012020     EXIT.
012040******************************************************************
012060*    2500-SELECCIONAR-BITACORA-RTN
012080*    PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: LEE LA BITACORA
012100*    COMPLETA Y ENTREGA AL ORDENAMIENTO LOS MOVIMIENTOS DE LA
012120*    FECHA DE CORTE EN ADELANTE (LOS POSTERIORES SOLO CUENTAN EN
012140*    MODO RECUPERACION, PERO SE ENTREGAN SIEMPRE PARA QUE LOS
012160*    TOTALES DE CONTROL NO DEPENDAN DEL MODO).
012180******************************************************************
012200 2500-SELECCIONAR-BITACORA-RTN.
012220
012240     PERFORM 2510-LEER-BITACORA-RTN THRU
012260         2510-LEER-BITACORA-RTN-EXIT
012280         UNTIL LOG-FIN.
012300
012320 2500-SELECCIONAR-BITACORA-RTN-EXIT.
012340     EXIT.
012360******************************************************************
012380*    2510-LEER-BITACORA-RTN
012400*    LEE EL SIGUIENTE MOVIMIENTO DE LA BITACORA Y, SI ES DE LA
012420*    FECHA DE CORTE EN ADELANTE, LO ENTREGA AL ORDENAMIENTO CON
012440*    SU CUENTA Y SU FOLIO COMO LLAVE Y SU POSICION EN LA BITACORA
012460*    (QUE CONSERVA EL ORDEN DE APARICION DE LAS TERMINALES).
012480******************************************************************
012500 2510-LEER-BITACORA-RTN.
012520
012540     READ TRANSACTION-LOG-FILE
012560         AT END
012580             SET LOG-FIN TO TRUE
012600     END-READ.
012620
012640     IF LOG-FIN
012660         GO TO 2510-LEER-BITACORA-RTN-EXIT
012680     END-IF.
012700
012720     ADD 1 TO REGISTROS-LEIDOS.
012740     IF TLOG-DATE < FECHA-CORTE
012760         ADD 1 TO REGISTROS-ANTERIORES
012780         GO TO 2510-LEER-BITACORA-RTN-EXIT
012800     END-IF.
012820
012840     MOVE TLOG-ACCOUNT TO SRT-CUENTA.
012860     MOVE TLOG-SEQUENCE TO SRT-FOLIO.
012880     MOVE REGISTROS-LEIDOS TO SRT-ORDINAL.
012900     MOVE TRANSACTION-LOG-RECORD TO SRT-MOVIMIENTO.
012920     RELEASE SORT-MOVIMIENTO-RECORD.
012940     ADD 1 TO REGISTROS-SELECCIONADOS.
012960
012980 2510-LEER-BITACORA-RTN-EXIT.
013000     EXIT.
013020******************************************************************
013040*    3000-APAREAR-CUENTAS-RTN
013060*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: IMPRIME EL
013080*    ENCABEZADO Y APAREA LOS MOVIMIENTOS ORDENADOS CONTRA EL
013100*    MAESTRO, AMBOS EN ORDEN DE CUENTA, HASTA AGOTAR LOS DOS. CADA
013120*    CUENTA SE EVALUA E IMPRIME EN CUANTO SE TERMINAN SUS
013140*    MOVIMIENTOS, ASI QUE NO HAY LIMITE DE CUENTAS. AL FINAL
013160*    DEVUELVE LA TABLA DE TERMINALES AL ORDEN EN QUE APARECIERON
013180*    EN LA BITACORA.
013200******************************************************************
013220 3000-APAREAR-CUENTAS-RTN.
013240
013260     PERFORM 5010-ENCABEZADO-RTN THRU 5010-ENCABEZADO-RTN-EXIT.
013280
013300     PERFORM 2000-LEER-CUENTA-RTN THRU 2000-LEER-CUENTA-RTN-EXIT.
013320     PERFORM 3050-DEVOLVER-MOVIMIENTO-RTN THRU
013340         3050-DEVOLVER-MOVIMIENTO-RTN-EXIT.
013360
013380     PERFORM 3100-APAREAR-RTN THRU 3100-APAREAR-RTN-EXIT
013400         UNTIL CUENTAS-FIN AND MOVIMIENTOS-FIN.
013420
013440     PERFORM 3500-ORDENAR-TERMINALES-RTN THRU
013460         3500-ORDENAR-TERMINALES-RTN-EXIT
013480         VARYING TER-IDX FROM 1 BY 1
013500         UNTIL TER-IDX > TOTAL-TERMINALES
013520         AFTER TER-JDX FROM TER-IDX BY 1
013540         UNTIL TER-JDX > TOTAL-TERMINALES.
013560
013580 3000-APAREAR-CUENTAS-RTN-EXIT.
013600     EXIT.
013620******************************************************************
013640*    3050-DEVOLVER-MOVIMIENTO-RTN
013660*    TOMA DEL ORDENAMIENTO EL SIGUIENTE MOVIMIENTO Y LO DEJA EN
013680*    EL AREA DE REGISTRO DE LA BITACORA (QUE SIGUE ABIERTA HASTA
013700*    EL FINAL), DONDE LO ESPERAN LAS RUTINAS DE ACUMULACION.
013720******************************************************************
013740 3050-DEVOLVER-MOVIMIENTO-RTN.
013760
013780     RETURN SORT-WORK-FILE
013800         AT END
013820             SET MOVIMIENTOS-FIN TO TRUE
013840     END-RETURN.
013860
013880     IF NOT MOVIMIENTOS-FIN
013900         ADD 1 TO REGISTROS-DEVUELTOS
013920         MOVE SRT-MOVIMIENTO TO TRANSACTION-LOG-RECORD
013940     END-IF.
013960
013980 3050-DEVOLVER-MOVIMIENTO-RTN-EXIT.
014000     EXIT.
014020******************************************************************
014040*    3100-APAREAR-RTN
014060*    UN PASO DEL APAREO. SI LA CUENTA DEL MAESTRO YA NO TIENE MAS
014080*    MOVIMIENTOS, SE EVALUA, SE IMPRIME SU DETALLE Y SE LEE LA
014100*    SIGUIENTE. SI EL MOVIMIENTO ES DE UNA CUENTA MENOR A LA DEL
014120*    MAESTRO (O YA NO QUEDAN CUENTAS), ESA CUENTA NO EXISTE. SI
014140*    COINCIDEN, EL MOVIMIENTO SE APLICA A LA CUENTA.
014160******************************************************************
014180 3100-APAREAR-RTN.
014200
014220     IF CUENTAS-FIN
014240         PERFORM 3160-MOVIMIENTO-SIN-CUENTA-RTN THRU
014260             3160-MOVIMIENTO-SIN-CUENTA-RTN-EXIT
014280         PERFORM 3050-DEVOLVER-MOVIMIENTO-RTN THRU
014300             3050-DEVOLVER-MOVIMIENTO-RTN-EXIT
014320         GO TO 3100-APAREAR-RTN-EXIT
014340     END-IF.
014360
014380     IF MOVIMIENTOS-FIN
014400         PERFORM 3120-TERMINAR-CUENTA-RTN THRU
014420             3120-TERMINAR-CUENTA-RTN-EXIT
014440         GO TO 3100-APAREAR-RTN-EXIT
014460     END-IF.
014480
014500     IF SRT-CUENTA > EOD-NUMERO
014520         PERFORM 3120-TERMINAR-CUENTA-RTN THRU
014540             3120-TERMINAR-CUENTA-RTN-EXIT
014560         GO TO 3100-APAREAR-RTN-EXIT
014580     END-IF.
014600
014620     IF SRT-CUENTA < EOD-NUMERO
014640         PERFORM 3160-MOVIMIENTO-SIN-CUENTA-RTN THRU
014660             3160-MOVIMIENTO-SIN-CUENTA-RTN-EXIT
014680     ELSE
014700         PERFORM 3150-APLICAR-MOVIMIENTO-RTN THRU
014720             3150-APLICAR-MOVIMIENTO-RTN-EXIT
014740     END-IF.
014760
014780     PERFORM 3050-DEVOLVER-MOVIMIENTO-RTN THRU
014800         3050-DEVOLVER-MOVIMIENTO-RTN-EXIT.
014820
014840 3100-APAREAR-RTN-EXIT.
014860     EXIT.
014880******************************************************************
014900*    3120-TERMINAR-CUENTA-RTN
014920*    LA CUENTA EN TURNO YA RECIBIO TODOS SUS MOVIMIENTOS: SE
014940*    EVALUA SU CONCILIACION, SE IMPRIME SU DETALLE Y SE LEE LA
014960*    SIGUIENTE CUENTA DEL MAESTRO.
014980******************************************************************
015000 3120-TERMINAR-CUENTA-RTN.
015020
015040     PERFORM 4000-EVALUAR-CONCILIACION-RTN THRU
015060         4000-EVALUAR-CONCILIACION-RTN-EXIT.
015080     PERFORM 5100-DETALLE-CUENTA-RTN THRU
015100         5100-DETALLE-CUENTA-RTN-EXIT.
015120     ADD 1 TO CUENTAS-EMITIDAS.
015140     PERFORM 2000-LEER-CUENTA-RTN THRU 2000-LEER-CUENTA-RTN-EXIT.
015160
015180 3120-TERMINAR-CUENTA-RTN-EXIT.
015200     EXIT.
015220******************************************************************
015240*    3150-APLICAR-MOVIMIENTO-RTN
015260*    ACUMULA EL MOVIMIENTO EN LA CUENTA EN TURNO: LOS DE LA FECHA
015280*    DE CORTE EN SUS TOTALES Y EN LOS DE SU TERMINAL, Y EN MODO
015300*    RECUPERACION TODOS EN EL NETO POSTERIOR, QUE ES LO QUE SE
015320*    RESTA DEL SALDO VIGENTE PARA RECONSTRUIR LA APERTURA DEL DIA.
015340******************************************************************
015360 3150-APLICAR-MOVIMIENTO-RTN.
015380
015400     ADD 1 TO REGISTROS-APLICADOS.
015420     IF TLOG-DATE = FECHA-CORTE
015440         PERFORM 3200-ACUMULAR-MOVIMIENTO-RTN THRU
015460             3200-ACUMULAR-MOVIMIENTO-RTN-EXIT
015480         PERFORM 3400-ACUMULAR-TERMINAL-RTN THRU
015500             3400-ACUMULAR-TERMINAL-RTN-EXIT
015520     END-IF.
015540     IF MODO-RECUPERACION
015560         PERFORM 3300-ACUMULAR-NETO-RTN THRU
015580             3300-ACUMULAR-NETO-RTN-EXIT
015600     END-IF.
015620
015640 3150-APLICAR-MOVIMIENTO-RTN-EXIT.
015660     EXIT.
015680******************************************************************
015700*    3160-MOVIMIENTO-SIN-CUENTA-RTN
015720*    CUENTA EL MOVIMIENTO DE UNA CUENTA QUE NO EXISTE EN EL
015740*    MAESTRO. NO ENTRA A NINGUNA CONCILIACION, PERO QUEDA EN LOS
015760*    TOTALES DE CONTROL Y SE AVISA UNA VEZ POR CUENTA.
015780******************************************************************
015800 3160-MOVIMIENTO-SIN-CUENTA-RTN.
015820
015840     ADD 1 TO REGISTROS-SIN-CUENTA.
015860     IF CUENTAS-SIN-MAESTRO = ZERO OR
015880         SRT-CUENTA NOT = ULTIMA-CUENTA-SIN-MAESTRO
015900         ADD 1 TO CUENTAS-SIN-MAESTRO
015920         MOVE SRT-CUENTA TO ULTIMA-CUENTA-SIN-MAESTRO
015940         DISPLAY "AVISO: LA BITACORA TRAE MOVIMIENTOS DE LA "
015960             "CUENTA " SRT-CUENTA " QUE NO EXISTE EN EL MAESTRO."
015980     END-IF.
016000
016020 3160-MOVIMIENTO-SIN-CUENTA-RTN-EXIT.
016040     EXIT.
021200******************************************************************
021300*    3200-ACUMULAR-MOVIMIENTO-RTN
021400*    SUMA EL MONTO DEL MOVIMIENTO AL TOTAL QUE CORRESPONDA SEGUN
021800
021900     EVALUATE TRUE
022000         WHEN TLOG-TYPE-DEPOSITO
022100             ADD TLOG-AMOUNT TO EOD-TOTAL-DEPOSITOS
022110         WHEN TLOG-TYPE-DEP-EFECTIVO
022120             ADD TLOG-AMOUNT TO EOD-TOTAL-DEPOSITOS
022130             ADD TLOG-AMOUNT TO EOD-TOTAL-DEP-EFECTIVO
022140         WHEN TLOG-TYPE-DEP-CHEQUE
022150             ADD TLOG-AMOUNT TO EOD-TOTAL-DEPOSITOS
022200         WHEN TLOG-TYPE-RETIRO
022300             ADD TLOG-AMOUNT TO EOD-TOTAL-RETIROS
022400         WHEN TLOG-TYPE-TRANS-ORIG
022500             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-SALE
022600         WHEN TLOG-TYPE-TRANS-DEST
022700             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-ENTRA
022710         WHEN TLOG-TYPE-SWEEP-ORIG
022720             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-SALE
022730         WHEN TLOG-TYPE-SWEEP-DEST
022740             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-ENTRA
022750         WHEN TLOG-TYPE-INTERES
022760             ADD TLOG-AMOUNT TO EOD-TOTAL-INTERESES
022762         WHEN TLOG-TYPE-INTERB-ENV
022764             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-SALE
022766         WHEN TLOG-TYPE-INTERB-REC
022767             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-ENTRA
022768         WHEN TLOG-TYPE-INTERB-DEV
022769             ADD TLOG-AMOUNT TO EOD-TOTAL-TRANSF-ENTRA
022770         WHEN TLOG-TYPE-AJUSTE-ABONO
022780             ADD TLOG-AMOUNT TO EOD-TOTAL-AJUSTE-ABONO
022790         WHEN TLOG-TYPE-AJUSTE-CARGO
022795             ADD TLOG-AMOUNT TO EOD-TOTAL-AJUSTE-CARGO
022796         WHEN TLOG-TYPE-COMISION
022797             ADD TLOG-AMOUNT TO EOD-TOTAL-COMISIONES
022798         WHEN TLOG-TYPE-CHEQUE-DEV
022818             ADD TLOG-AMOUNT TO EOD-TOTAL-CHEQUE-DEV
022838         WHEN TLOG-TYPE-ABONO-NOMINA
022858             ADD TLOG-AMOUNT TO EOD-TOTAL-NOMINA
022878     END-EVALUATE.
022900
023000 3200-ACUMULAR-MOVIMIENTO-RTN-EXIT.
023100     EXIT.
023270         WHEN TLOG-TYPE-INTERES
023280             MOVE TLOG-AMOUNT TO MONTO-SIGNADO
023282         WHEN TLOG-TYPE-AJUSTE-ABONO
023283             MOVE TLOG-AMOUNT TO MONTO-SIGNADO
023284         WHEN TLOG-TYPE-INTERB-REC
023285             MOVE TLOG-AMOUNT TO MONTO-SIGNADO
023286         WHEN TLOG-TYPE-INTERB-DEV
023287             MOVE TLOG-AMOUNT TO MONTO-SIGNADO
023288         WHEN TLOG-TYPE-ABONO-NOMINA
023289             MOVE TLOG-AMOUNT TO MONTO-SIGNADO
023290         WHEN TLOG-TYPE-AJUSTE-CARGO
023291             COMPUTE MONTO-SIGNADO = ZERO - TLOG-AMOUNT
023292         WHEN TLOG-TYPE-INTERB-ENV
023293             COMPUTE MONTO-SIGNADO = ZERO - TLOG-AMOUNT
023294         WHEN TLOG-TYPE-RETIRO
023300             COMPUTE MONTO-SIGNADO = ZERO - TLOG-AMOUNT
023310         WHEN TLOG-TYPE-TRANS-ORIG
023320             COMPUTE MONTO-SIGNADO = ZERO - TLOG-AMOUNT
023330         WHEN TLOG-TYPE-SWEEP-ORIG
023335         WHEN TLOG-TYPE-COMISION
023337         WHEN TLOG-TYPE-CHEQUE-DEV
023340             COMPUTE MONTO-SIGNADO = ZERO - TLOG-AMOUNT
023342         WHEN OTHER
023344             MOVE ZERO TO MONTO-SIGNADO
023350     END-EVALUATE.
023352
023354     ADD MONTO-SIGNADO TO EOD-NETO-POSTERIOR.
023356     IF TLOG-DATE > FECHA-CORTE
023358         ADD MONTO-SIGNADO TO EOD-NETO-SIGTES
023360     END-IF.
023362
023370 3300-ACUMULAR-NETO-RTN-EXIT.
023463         MOVE ZERO TO TER-DEPOSITOS(TER-IDX)
023466         MOVE ZERO TO TER-DEP-EFECTIVO(TER-IDX)
023469         MOVE ZERO TO TER-SALIDA-BOVEDA(TER-IDX)
023471         MOVE 999999999 TO TER-PRIMER-ORDINAL(TER-IDX)
023472         SET TERMINAL-LOCALIZADA TO TRUE
023475     END-IF.
023478
023496*    DE SU TERMINAL (RETIROS Y DEPOSITOS, CON EL EFECTIVO POR
023499*    SEPARADO). LOS MOVIMIENTOS ANTERIORES AL CAMPO DE TERMINAL
023502*    TRAEN ESPACIOS Y SE AGRUPAN BAJO LA TERMINAL S/T.
023503*    GUARDA ADEMAS LA PRIMERA POSICION DE LA TERMINAL EN LA
023504*    BITACORA, PARA IMPRIMIRLAS EN SU ORDEN DE APARICION.
023505******************************************************************
023508 3400-ACUMULAR-TERMINAL-RTN.
023511
023532     IF NOT TERMINAL-LOCALIZADA
023535         GO TO 3400-ACUMULAR-TERMINAL-RTN-EXIT
023538     END-IF.
023539
023540     IF SRT-ORDINAL < TER-PRIMER-ORDINAL(TER-IDX)
023541         MOVE SRT-ORDINAL TO TER-PRIMER-ORDINAL(TER-IDX)
023542     END-IF.
023543
023544     EVALUATE TRUE
023547         WHEN TLOG-TYPE-RETIRO
023550             ADD TLOG-AMOUNT TO TER-RETIROS(TER-IDX)
023574     END-EVALUATE.
023577
023580 3400-ACUMULAR-TERMINAL-RTN-EXIT.
023585     EXIT.
023590******************************************************************
023595*    3500-ORDENAR-TERMINALES-RTN
023600*    COMPARA DOS RENGLONES DE LA TABLA DE TERMINALES Y LOS
023605*    INTERCAMBIA SI EL SEGUNDO APARECIO ANTES EN LA BITACORA. SE
023610*    EJECUTA PARA CADA PAR DE RENGLONES AL TERMINAR EL APAREO,
023615*    PORQUE LA BITACORA ORDENADA POR CUENTA ENCUENTRA LAS
023620*    TERMINALES EN OTRO ORDEN QUE LA BITACORA ORIGINAL.
023625******************************************************************
023630 3500-ORDENAR-TERMINALES-RTN.
023635
023640     IF TER-PRIMER-ORDINAL(TER-JDX) < TER-PRIMER-ORDINAL(TER-IDX)
023645         MOVE TER-ROW(TER-IDX) TO TER-ROW-TRABAJO
023650         MOVE TER-ROW(TER-JDX) TO TER-ROW(TER-IDX)
023655         MOVE TER-ROW-TRABAJO TO TER-ROW(TER-JDX)
023660     END-IF.
023665
023670 3500-ORDENAR-TERMINALES-RTN-EXIT.
023675     EXIT.
023680******************************************************************
023685*    4000-EVALUAR-CONCILIACION-RTN
023690*    RECALCULA EL SALDO DE LA CUENTA EN TURNO A PARTIR DE SU SALDO
023695*    DE APERTURA Y LOS MOVIMIENTOS DEL DIA, LO COMPARA CONTRA EL
023700*    SALDO VIGENTE EN EL MAESTRO Y ACUMULA LOS GRANDES TOTALES.
023705*    SI LA APERTURA DE LA CUENTA ES DESCONOCIDA PARA LA FECHA DE
023710*    CORTE, NO SE PUEDE CONCILIAR: SOLO SE CUENTA COMO TAL, SIN
023715*    MARCARLA COMO CONCILIA NI COMO NO CONCILIA. EN MODO
023720*    RECUPERACION LA APERTURA DESCONOCIDA SE RECONSTRUYE PRIMERO
023725*    DESDE EL NETO POSTERIOR ACUMULADO DE LA BITACORA, Y EL SALDO
023730*    DE CIERRE SE REGRESA AL QUE TENIA LA CUENTA AL TERMINAR LA
023735*    FECHA DE CORTE (DESCONTANDO LA ACTIVIDAD DE DIAS
023740*    POSTERIORES), PARA NO CONCILIAR CONTRA UN SALDO QUE YA
023745*    INCLUYE OTROS DIAS. SI ALGUNA RECONSTRUCCION RESULTARA
023750*    NEGATIVA (BITACORA INCOMPLETA), LA CUENTA SE DEJA COMO
023755*    DESCONOCIDA.
023800 4000-EVALUAR-CONCILIACION-RTN.
023900
023910     IF EOD-APERTURA-DESCONOCIDA AND MODO-RECUPERACION
023920         COMPUTE NETO-TRABAJO =
023930             EOD-SALDO-CIERRE -
023940             EOD-NETO-POSTERIOR
023945         COMPUTE CIERRE-TRABAJO =
023946             EOD-SALDO-CIERRE -
023947             EOD-NETO-SIGTES
023950         IF NETO-TRABAJO NOT < ZERO AND
023955             CIERRE-TRABAJO NOT < ZERO
023960             MOVE NETO-TRABAJO TO EOD-SALDO-APERTURA
023965             MOVE CIERRE-TRABAJO TO EOD-SALDO-CIERRE
023970             SET EOD-APERTURA-RECONSTRUIDA TO TRUE
023980             ADD 1 TO TOTAL-CUENTAS-APERTURA-RECON
023990         END-IF
023995     END-IF.
023996
024000     IF EOD-APERTURA-DESCONOCIDA
024010         ADD 1 TO TOTAL-CUENTAS-APERTURA-DESC
024020     ELSE
024030         COMPUTE EOD-SALDO-CALCULADO =
024100             EOD-SALDO-APERTURA +
024200             EOD-TOTAL-DEPOSITOS +
024300             EOD-TOTAL-TRANSF-ENTRA +
024350             EOD-TOTAL-INTERESES +
024360             EOD-TOTAL-AJUSTE-ABONO +
024380             EOD-TOTAL-NOMINA -
024400             EOD-TOTAL-RETIROS -
024500             EOD-TOTAL-TRANSF-SALE -
024550             EOD-TOTAL-AJUSTE-CARGO -
024560             EOD-TOTAL-COMISIONES -
024570             EOD-TOTAL-CHEQUE-DEV
024600
024700         IF EOD-SALDO-CALCULADO =
024750             EOD-SALDO-CIERRE
024800             SET EOD-CONCILIA TO TRUE
024900         ELSE
025000             SET EOD-NO-CONCILIA TO TRUE
025100             ADD 1 TO TOTAL-CUENTAS-NO-CONCILIAN
025200         END-IF
025250     END-IF.
025300
025400     ADD EOD-TOTAL-DEPOSITOS TO GRAN-TOTAL-DEPOSITOS.
025450     ADD EOD-TOTAL-DEP-EFECTIVO
025460         TO GRAN-TOTAL-DEP-EFECTIVO.
025500     ADD EOD-TOTAL-RETIROS TO GRAN-TOTAL-RETIROS.
025550     ADD EOD-TOTAL-INTERESES TO GRAN-TOTAL-INTERESES.
025560     ADD EOD-TOTAL-AJUSTE-ABONO
025570         TO GRAN-TOTAL-AJUSTE-ABONO.
025580     ADD EOD-TOTAL-AJUSTE-CARGO
025590         TO GRAN-TOTAL-AJUSTE-CARGO.
025593     ADD EOD-TOTAL-COMISIONES
025596         TO GRAN-TOTAL-COMISIONES.
025597     ADD EOD-TOTAL-CHEQUE-DEV
025617         TO GRAN-TOTAL-CHEQUE-DEV.
025637     ADD EOD-TOTAL-NOMINA
025657         TO GRAN-TOTAL-NOMINA.
025677
025700 4000-EVALUAR-CONCILIACION-RTN-EXIT.
025800     EXIT.
025900******************************************************************
026000*    5000-IMPRIMIR-REPORTE-RTN
026100*    IMPRIME EL PIE DE TOTALES DEL REPORTE DE CIERRE, SEGUIDO DEL
026200*    SALDO EN SUSPENSO INTERBANCARIO. EL ENCABEZADO Y EL DETALLE
026300*    POR CUENTA YA SE IMPRIMIERON DURANTE EL APAREO.
026400******************************************************************
026500 5000-IMPRIMIR-REPORTE-RTN.
026600
026700     PERFORM 5200-PIE-REPORTE-RTN THRU 5200-PIE-REPORTE-RTN-EXIT.
027220
027240     PERFORM 5300-SALDO-SUSPENSO-RTN THRU
027260         5300-SALDO-SUSPENSO-RTN-EXIT.
027300
027400 5000-IMPRIMIR-REPORTE-RTN-EXIT.
027500     EXIT.
030400
030500     MOVE SPACES TO REPORT-LINE.
030600     STRING "CUENTA: " DELIMITED BY SIZE
030700         EOD-NUMERO DELIMITED BY SIZE
030800         INTO REPORT-LINE.
030900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
031000
031100     MOVE SPACES TO REPORT-LINE.
031110     IF EOD-APERTURA-DESCONOCIDA
031120         STRING "  SALDO APERTURA   : DESCONOCIDO (VER ESTADO)"
031130             DELIMITED BY SIZE INTO REPORT-LINE
031140     ELSE
031150         IF EOD-APERTURA-RECONSTRUIDA
031160             STRING "  SALDO APERTURA   : $" DELIMITED BY SIZE
031170                 EOD-SALDO-APERTURA DELIMITED BY SIZE
031180                 " (RECONSTRUIDA)" DELIMITED BY SIZE
031190                 INTO REPORT-LINE
031195         ELSE
031200             STRING "  SALDO APERTURA   : $" DELIMITED BY SIZE
031300                 EOD-SALDO-APERTURA DELIMITED BY SIZE
031400                 INTO REPORT-LINE
031430         END-IF
031450     END-IF.
031600
031700     MOVE SPACES TO REPORT-LINE.
031800     STRING "  TOTAL DEPOSITOS  : $" DELIMITED BY SIZE
031900         EOD-TOTAL-DEPOSITOS DELIMITED BY SIZE
032000         INTO REPORT-LINE.
032100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
032110
032120     MOVE SPACES TO REPORT-LINE.
032130     STRING "  DEP. EN EFECTIVO : $" DELIMITED BY SIZE
032140         EOD-TOTAL-DEP-EFECTIVO DELIMITED BY SIZE
032150         INTO REPORT-LINE.
032160     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
032200
032300     MOVE SPACES TO REPORT-LINE.
032400     STRING "  TOTAL RETIROS    : $" DELIMITED BY SIZE
032500         EOD-TOTAL-RETIROS DELIMITED BY SIZE
032600         INTO REPORT-LINE.
032700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
032800
032900     MOVE SPACES TO REPORT-LINE.
033000     STRING "  TRANSF. RECIBIDA : $" DELIMITED BY SIZE
033100         EOD-TOTAL-TRANSF-ENTRA DELIMITED BY SIZE
033200         INTO REPORT-LINE.
033300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033400
033500     MOVE SPACES TO REPORT-LINE.
033600     STRING "  TRANSF. ENVIADA  : $" DELIMITED BY SIZE
033700         EOD-TOTAL-TRANSF-SALE DELIMITED BY SIZE
033800         INTO REPORT-LINE.
033900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033910
033920     MOVE SPACES TO REPORT-LINE.
033930     STRING "  INTERES ABONADO  : $" DELIMITED BY SIZE
033940         EOD-TOTAL-INTERESES DELIMITED BY SIZE
033950         INTO REPORT-LINE.
033960     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033962
033964     MOVE SPACES TO REPORT-LINE.
033966     STRING "  AJUSTES ABONADOS : $" DELIMITED BY SIZE
033968         EOD-TOTAL-AJUSTE-ABONO DELIMITED BY SIZE
033970         INTO REPORT-LINE.
033972     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033974
033976     MOVE SPACES TO REPORT-LINE.
033978     STRING "  AJUSTES CARGADOS : $" DELIMITED BY SIZE
033980         EOD-TOTAL-AJUSTE-CARGO DELIMITED BY SIZE
033982         INTO REPORT-LINE.
033984     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033986
033988     MOVE SPACES TO REPORT-LINE.
033990     STRING "  COMISIONES       : $" DELIMITED BY SIZE
033992         EOD-TOTAL-COMISIONES DELIMITED BY SIZE
033994         INTO REPORT-LINE.
033996     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034000
034010     MOVE SPACES TO REPORT-LINE.
034020     STRING "  CHEQUES DEVUELTOS: $" DELIMITED BY SIZE
034030         EOD-TOTAL-CHEQUE-DEV DELIMITED BY SIZE
034040         INTO REPORT-LINE.
034050     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034051
034052     MOVE SPACES TO REPORT-LINE.
034053     STRING "  ABONOS NOMINA    : $" DELIMITED BY SIZE
034054         EOD-TOTAL-NOMINA DELIMITED BY SIZE
034055         INTO REPORT-LINE.
034056     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034060
034100     MOVE SPACES TO REPORT-LINE.
034200     STRING "  SALDO CIERRE     : $" DELIMITED BY SIZE
034300         EOD-SALDO-CIERRE DELIMITED BY SIZE
034400         INTO REPORT-LINE.
034500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034600
034700     MOVE SPACES TO REPORT-LINE.
034710     IF EOD-APERTURA-DESCONOCIDA
034720         STRING "  SALDO CALCULADO  : N/A" DELIMITED BY SIZE
034730             INTO REPORT-LINE
034740     ELSE
034800         STRING "  SALDO CALCULADO  : $" DELIMITED BY SIZE
034900             EOD-SALDO-CALCULADO DELIMITED BY SIZE
035000             INTO REPORT-LINE
035050     END-IF.
035100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
035200
035300     MOVE SPACES TO REPORT-LINE.
035350     IF EOD-APERTURA-DESCONOCIDA
035360         STRING "  ESTADO           : *** APERTURA DESCONOCIDA "
035370             "PARA ESTA FECHA ***" DELIMITED BY SIZE
035380             INTO REPORT-LINE
035390     ELSE
035400         IF EOD-CONCILIA
035500             STRING "  ESTADO           : CONCILIA"
035600                 DELIMITED BY SIZE INTO REPORT-LINE
035700         ELSE
039180         GRAN-TOTAL-AJUSTE-CARGO DELIMITED BY SIZE
039182         INTO REPORT-LINE.
039184     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
039186
039188     MOVE SPACES TO REPORT-LINE.
039190     STRING "TOTAL COMISIONES DEL DIA    : $" DELIMITED BY SIZE
039192         GRAN-TOTAL-COMISIONES DELIMITED BY SIZE
039194         INTO REPORT-LINE.
039196     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
039200
039210     MOVE SPACES TO REPORT-LINE.
039220     STRING "TOTAL CHEQUES DEVUELTOS     : $" DELIMITED BY SIZE
039230         GRAN-TOTAL-CHEQUE-DEV DELIMITED BY SIZE
039240         INTO REPORT-LINE.
039250     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
039251
039252     MOVE SPACES TO REPORT-LINE.
039253     STRING "TOTAL ABONOS DE NOMINA      : $" DELIMITED BY SIZE
039254         GRAN-TOTAL-NOMINA DELIMITED BY SIZE
039255         INTO REPORT-LINE.
039256     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
039260
039300     MOVE SPACES TO REPORT-LINE.
039400     STRING "CUENTAS QUE NO CONCILIAN    : " DELIMITED BY SIZE
039500         TOTAL-CUENTAS-NO-CONCILIAN DELIMITED BY SIZE
039776
039778 5200-PIE-REPORTE-RTN-EXIT.
039780     EXIT.
039784******************************************************************
039788*    5300-SALDO-SUSPENSO-RTN
039792*    RECORRE EL ARCHIVO DE SUSPENSO INTERBANCARIO E IMPRIME EN SU
039796*    PROPIO RENGLON EL SALDO RETENIDO A LA FECHA DE CORTE: LAS
039800*    PARTIDAS RECIBIDAS HASTA ESA FECHA QUE SIGUEN PENDIENTES O
039804*    QUE SE RESOLVIERON DESPUES DE ELLA. ESE DINERO NO ESTA EN
039808*    NINGUNA CUENTA, ASI QUE NO ENTRA EN LA CONCILIACION POR
039812*    CUENTA. SI EL ARCHIVO NO EXISTE TODAVIA EL SALDO ES CERO.
039816******************************************************************
039820 5300-SALDO-SUSPENSO-RTN.
039824
039828     MOVE ZERO TO TOTAL-PARTIDAS-SUSPENSO.
039832     MOVE ZERO TO SALDO-SUSPENSO.
039836
039840     OPEN INPUT SUSPENSE-FILE.
039844     IF SUSP-FILE-STATUS NOT = "00" AND
039848         SUSP-FILE-STATUS NOT = "35"
039852         MOVE SPACES TO REPORT-LINE
039856         STRING "SALDO EN SUSPENSO INTERB.   : ARCHIVO NO "
039860             "DISPONIBLE (STATUS " DELIMITED BY SIZE
039864             SUSP-FILE-STATUS DELIMITED BY SIZE
039868             ")" DELIMITED BY SIZE
039872             INTO REPORT-LINE
039876         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
039880         GO TO 5300-SALDO-SUSPENSO-RTN-EXIT
039884     END-IF.
039888
039892     IF SUSP-FILE-STATUS = "00"
039896         MOVE "N" TO SUSPENSO-EOF-SW
039900         PERFORM 5310-ACUMULAR-SUSPENSO-RTN THRU
039904             5310-ACUMULAR-SUSPENSO-RTN-EXIT
039908             UNTIL SUSPENSO-FIN
039912         CLOSE SUSPENSE-FILE
039916     END-IF.
039920
039924     MOVE SPACES TO REPORT-LINE.
039928     STRING "SALDO EN SUSPENSO INTERB.   : $" DELIMITED BY SIZE
039932         SALDO-SUSPENSO DELIMITED BY SIZE
039936         " EN " DELIMITED BY SIZE
039940         TOTAL-PARTIDAS-SUSPENSO DELIMITED BY SIZE
039944         " PARTIDAS" DELIMITED BY SIZE
039948         INTO REPORT-LINE.
039952     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
039956
039960 5300-SALDO-SUSPENSO-RTN-EXIT.
039964     EXIT.
039968******************************************************************
039972*    5310-ACUMULAR-SUSPENSO-RTN
039976*    LEE LA SIGUIENTE PARTIDA EN SUSPENSO Y LA ACUMULA SI A LA
039980*    FECHA DE CORTE YA SE HABIA RECIBIDO Y TODAVIA NO SE RESOLVIA.
039984******************************************************************
039988 5310-ACUMULAR-SUSPENSO-RTN.
039992
039996     READ SUSPENSE-FILE NEXT RECORD
040000         AT END
040004             SET SUSPENSO-FIN TO TRUE
040008     END-READ.
040012
040016     IF NOT SUSPENSO-FIN
040020         IF SUS-FECHA NOT > FECHA-CORTE AND
040024             (SUS-PENDIENTE OR SUS-FECHA-RESOLUCION > FECHA-CORTE)
040028             ADD 1 TO TOTAL-PARTIDAS-SUSPENSO
040032             ADD SUS-MONTO TO SALDO-SUSPENSO
040036         END-IF
040040     END-IF.
040044
040048 5310-ACUMULAR-SUSPENSO-RTN-EXIT.
040052     EXIT.
040100******************************************************************
040200*    5900-EMITIR-RTN
040300*    DESPLIEGA EN CONSOLA Y ESCRIBE EN EL ARCHIVO DE REPORTE LA
041696 6250-CUADRE-TERMINAL-RTN-EXIT.
041698     EXIT.
041700******************************************************************
041702*    7000-TOTALES-CONTROL-RTN
041704*    CIERRA EL REPORTE CON LOS TOTALES DE CONTROL DE LA CORRIDA:
041706*    MOVIMIENTOS LEIDOS DE LA BITACORA, ANTERIORES AL CORTE,
041708*    ORDENADOS, DEVUELTOS POR EL ORDENAMIENTO, APLICADOS A UNA
041710*    CUENTA Y DE CUENTAS INEXISTENTES, Y CUENTAS LEIDAS DEL
041712*    MAESTRO CONTRA CUENTAS IMPRESAS. SI ALGUNA CIFRA NO CUADRA
041714*    CON LAS DEMAS SE PERDIO ALGO EN EL CAMINO: SE MARCA EN EL
041716*    REPORTE Y EL CIERRE TERMINA CON CODIGO DE RETORNO 16.
041718******************************************************************
041720 7000-TOTALES-CONTROL-RTN.
041722
041724     MOVE SPACES TO REPORT-LINE.
041726     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041728     MOVE SPACES TO REPORT-LINE.
041730     STRING "TOTALES DE CONTROL DEL CIERRE" DELIMITED BY SIZE
041732         INTO REPORT-LINE.
041734     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041736
041738     MOVE SPACES TO REPORT-LINE.
041740     STRING "MOVIMIENTOS LEIDOS DE LA BITACORA : "
041742         DELIMITED BY SIZE
041744         REGISTROS-LEIDOS DELIMITED BY SIZE
041746         INTO REPORT-LINE.
041748     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041750
041752     MOVE SPACES TO REPORT-LINE.
041754     STRING "  ANTERIORES A LA FECHA DE CORTE  : "
041756         DELIMITED BY SIZE
041758         REGISTROS-ANTERIORES DELIMITED BY SIZE
041760         INTO REPORT-LINE.
041762     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041764
041766     MOVE SPACES TO REPORT-LINE.
041768     STRING "  ENTREGADOS AL ORDENAMIENTO      : "
041770         DELIMITED BY SIZE
041772         REGISTROS-SELECCIONADOS DELIMITED BY SIZE
041774         INTO REPORT-LINE.
041776     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041778
041780     MOVE SPACES TO REPORT-LINE.
041782     STRING "  DEVUELTOS POR EL ORDENAMIENTO   : "
041784         DELIMITED BY SIZE
041786         REGISTROS-DEVUELTOS DELIMITED BY SIZE
041788         INTO REPORT-LINE.
041790     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041792
041794     MOVE SPACES TO REPORT-LINE.
041796     STRING "  APLICADOS A CUENTAS DEL MAESTRO : "
041798         DELIMITED BY SIZE
041800         REGISTROS-APLICADOS DELIMITED BY SIZE
041802         INTO REPORT-LINE.
041804     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041806
041808     MOVE SPACES TO REPORT-LINE.
041810     STRING "  DE CUENTAS QUE NO EXISTEN       : "
041812         DELIMITED BY SIZE
041814         REGISTROS-SIN-CUENTA DELIMITED BY SIZE
041816         " EN " DELIMITED BY SIZE
041818         CUENTAS-SIN-MAESTRO DELIMITED BY SIZE
041820         " CUENTAS" DELIMITED BY SIZE
041822         INTO REPORT-LINE.
041824     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041826
041828     MOVE SPACES TO REPORT-LINE.
041830     STRING "CUENTAS LEIDAS DEL MAESTRO        : "
041832         DELIMITED BY SIZE
041834         TOTAL-CUENTAS DELIMITED BY SIZE
041836         INTO REPORT-LINE.
041838     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041840
041842     MOVE SPACES TO REPORT-LINE.
041844     STRING "CUENTAS CONCILIADAS E IMPRESAS    : "
041846         DELIMITED BY SIZE
041848         CUENTAS-EMITIDAS DELIMITED BY SIZE
041850         INTO REPORT-LINE.
041852     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041854
041856     MOVE SPACES TO REPORT-LINE.
041858     IF REGISTROS-LEIDOS =
041860             REGISTROS-ANTERIORES + REGISTROS-SELECCIONADOS AND
041862         REGISTROS-DEVUELTOS = REGISTROS-SELECCIONADOS AND
041864         REGISTROS-DEVUELTOS =
041866             REGISTROS-APLICADOS + REGISTROS-SIN-CUENTA AND
041868         CUENTAS-EMITIDAS = TOTAL-CUENTAS
041870         STRING "CUADRE DE CONTROL                 : CORRECTO"
041872             DELIMITED BY SIZE INTO REPORT-LINE
041874     ELSE
041876         STRING "CUADRE DE CONTROL                 : *** NO "
041878             "CUADRA ***" DELIMITED BY SIZE INTO REPORT-LINE
041880         MOVE 16 TO RETURN-CODE
041882     END-IF.
041884     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041886
041888 7000-TOTALES-CONTROL-RTN-EXIT.
041890     EXIT.
041892******************************************************************
041894*    9000-TERMINAR-RTN
041896*    CIERRA TODOS LOS ARCHIVOS ABIERTOS POR EL PROGRAMA.
041898******************************************************************
041900 9000-TERMINAR-RTN.
041902
041904     CLOSE ACCOUNT-MASTER-FILE
041906           TRANSACTION-LOG-FILE
041908           REPORT-FILE.
041910
041912 9000-TERMINAR-RTN-EXIT.
041914     EXIT.
041916
041918 END PROGRAM CAJERO-CIERRE-DIARIO.

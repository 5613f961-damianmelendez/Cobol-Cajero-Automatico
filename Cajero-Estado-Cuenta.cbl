002100* ---------  ----  --------------------------------------------
002200* 2026-09-02 JMR   VERSION ORIGINAL - ESTADO DE CUENTA MENSUAL
002300*                  DESDE LA BITACORA VIVA Y LOS HISTORICOS.
002320* 2026-10-15 JMR   LAS COMISIONES (COMISION) SE TRATAN COMO CARGO
002340*                  AL RECONSTRUIR EL SALDO INICIAL Y SE TOTALIZAN
002360*                  APARTE EN EL PIE DEL ESTADO DE CUENTA.
002370* 2026-10-15 JMR   LA REVERSA DE UN CHEQUE DEVUELTO (CHEQUE-DEV)
002380*                  SE TRATA COMO CARGO AL RECONSTRUIR EL SALDO
002390*                  INICIAL.
002392* 2026-10-15 JMR   BLOQUE DE DOMICILIO POSTAL AL INICIO DEL ESTADO
002394*                  DE CUENTA, TOMADO DEL MAESTRO DE CLIENTES
002396*                  (CLIEMST) CON EL NUMERO DE CLIENTE DE LA
002397*                  CUENTA.
002398* 2026-10-15 JMR   LA TABLA DE SUBTOTALES POR TIPO SE AMPLIA A 20
002399*                  TIPOS DE MOVIMIENTO.
002400******************************************************************
002500 IDENTIFICATION DIVISION.
002600 PROGRAM-ID. CAJERO-ESTADO-CUENTA.
005800         ASSIGN TO "EDOCTA"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RPT-FILE-STATUS.
006010
006020     SELECT CUSTOMER-MASTER-FILE
006030         ASSIGN TO "CLIEMST"
006040         ORGANIZATION IS INDEXED
006050         ACCESS MODE IS RANDOM
006060         RECORD KEY IS CLI-NUMERO
006070         FILE STATUS IS CLI-FILE-STATUS.
006100******************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
007600 FD  REPORT-FILE
007700     LABEL RECORDS ARE STANDARD.
007800 01  REPORT-LINE                     PIC X(80).
007810
007820 FD  CUSTOMER-MASTER-FILE
007830     LABEL RECORDS ARE STANDARD.
007840     COPY CLIREC.
007900******************************************************************
008000 WORKING-STORAGE SECTION.
008100 01  SWITCHES.
009320         88  POSICION-HALLADA            VALUE "Y".
009330     05  TIPOS-LLENOS-SW             PIC X(01) VALUE "N".
009340         88  TABLA-TIPOS-LLENA           VALUE "Y".
009350     05  DOMICILIO-SW                PIC X(01) VALUE "N".
009360         88  DOMICILIO-REGISTRADO        VALUE "Y".
009400
009500 01  ARCHIVO-STATUS-FIELDS.
009600     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
009700     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
009800     05  TARCH-FILE-STATUS           PIC X(02) VALUE SPACES.
009900     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
009910     05  CLI-FILE-STATUS             PIC X(02) VALUE SPACES.
010000
010100 77  CUENTA-SOLICITADA               PIC 9(10)  VALUE ZERO.
010200 77  PERIODO-SOLICITADO              PIC 9(06)  VALUE ZERO.
011200 77  MOV-SUB                         PIC 9(03)  VALUE ZERO COMP.
011300 77  MOV-POSICION                    PIC 9(03)  VALUE ZERO COMP.
011500 77  TOTAL-TIPOS                     PIC 9(02)  VALUE ZERO COMP.
011600 77  TABLA-MAX-TIPOS                 PIC 9(02)  VALUE 20 COMP.
011700 77  TIPO-SUB                        PIC 9(02)  VALUE ZERO COMP.
011800 77  MONTO-ED                        PIC Z(06)9.9(02) VALUE ZERO.
011900 77  SALDO-ED                        PIC Z(06)9.9(02) VALUE ZERO.
011905 77  MOVS-IMPRESOS-ED                PIC 9(03)  VALUE ZERO.
011910 77  ANIO-PERIODO                    PIC 9(04)  VALUE ZERO.
011920 77  MES-PERIODO                     PIC 9(02)  VALUE ZERO.
011930 77  COMISIONES-PERIODO              PIC 9(07)V9(02) VALUE ZERO.
011940 77  DESTINATARIO                    PIC X(30)  VALUE SPACES.
011950 77  DOMICILIO-CALLE                 PIC X(40)  VALUE SPACES.
011960 77  DOMICILIO-COLONIA               PIC X(30)  VALUE SPACES.
011970 77  DOMICILIO-LOCALIDAD             PIC X(80)  VALUE SPACES.
012000
012100 01  MOVIMIENTOS-TABLA.
012200     05  MOVIMIENTO-ROW OCCURS 500 TIMES.
012900         10  MOV-BALANCE             PIC 9(07)V9(02).
013000
013100 01  TIPOS-TABLA.
013200     05  TIPO-ROW OCCURS 20 TIMES.
013300         10  TIPO-NOMBRE             PIC X(12).
013400         10  TIPO-TOTAL-MONTO        PIC 9(09)V9(02).
013500         10  TIPO-TOTAL-MOVS         PIC 9(03).
020200
020300     IF CUENTA-ENCONTRADA
020400         MOVE ACCT-HOLDER-NAME TO TITULAR-CUENTA
020450         MOVE ACCT-HOLDER-NAME TO DESTINATARIO
020500         MOVE ACCT-SALDO TO SALDO-VIGENTE
020600         OPEN OUTPUT REPORT-FILE
020700     END-IF.
020710
020720     IF CUENTA-ENCONTRADA AND ACCT-CUSTOMER-NUMBER NOT = ZERO
020730         PERFORM 1300-LEER-CLIENTE-RTN THRU
020740             1300-LEER-CLIENTE-RTN-EXIT
020750     END-IF.
020800
020900 1000-INICIALIZAR-RTN-EXIT.
021000     EXIT.
025200
025300 1200-VALIDAR-PERIODO-RTN-EXIT.
025400     EXIT.
025402******************************************************************
025404*    1300-LEER-CLIENTE-RTN
025406*    LEE EL CLIENTE DE LA CUENTA EN EL MAESTRO DE CLIENTES PARA
025408*    EL BLOQUE DE DOMICILIO: EL ESTADO SE DIRIGE AL CLIENTE Y, SI
025410*    TIENE CALLE CAPTURADA, A SU DOMICILIO POSTAL. SI NO HAY
025412*    MAESTRO O CLIENTE SOLO SE AVISA Y EL ESTADO SALE SIN
025414*    DOMICILIO.
025416******************************************************************
025418 1300-LEER-CLIENTE-RTN.
025420
025422     OPEN INPUT CUSTOMER-MASTER-FILE.
025424     IF CLI-FILE-STATUS NOT = "00"
025426         DISPLAY "AVISO: NO SE PUDO ABRIR EL MAESTRO DE CLIENTES "
025428             "(STATUS " CLI-FILE-STATUS ")."
025430         GO TO 1300-LEER-CLIENTE-RTN-EXIT
025432     END-IF.
025434
025436     MOVE ACCT-CUSTOMER-NUMBER TO CLI-NUMERO.
025438     READ CUSTOMER-MASTER-FILE
025440         INVALID KEY
025442             DISPLAY "AVISO: EL CLIENTE " ACCT-CUSTOMER-NUMBER
025444                 " DE LA CUENTA NO EXISTE EN EL MAESTRO."
025446         NOT INVALID KEY
025448             MOVE CLI-NOMBRE TO DESTINATARIO
025450             IF CLI-CALLE NOT = SPACES
025452                 SET DOMICILIO-REGISTRADO TO TRUE
025454             END-IF
025456     END-READ.
025458
025460     IF DOMICILIO-REGISTRADO
025462         MOVE CLI-CALLE TO DOMICILIO-CALLE
025464         MOVE CLI-COLONIA TO DOMICILIO-COLONIA
025466         STRING "C.P. " DELIMITED BY SIZE
025468             CLI-CODIGO-POSTAL DELIMITED BY SIZE
025470             "  " DELIMITED BY SIZE
025472             CLI-CIUDAD DELIMITED BY "  "
025474             ", " DELIMITED BY SIZE
025476             CLI-ENTIDAD DELIMITED BY "  "
025478             INTO DOMICILIO-LOCALIDAD
025480     END-IF.
025482
025484     CLOSE CUSTOMER-MASTER-FILE.
025486
025488 1300-LEER-CLIENTE-RTN-EXIT.
025490     EXIT.
025500******************************************************************
025600*    2000-LEER-BITACORA-VIVA-RTN
025700*    RECORRE LA BITACORA VIVA COMPLETA Y AGREGA A LA TABLA DE
043200     IF MOV-TYPE(1) = "RETIRO" OR MOV-TYPE(1) = "TRANSF-ORIG" OR
043300         MOV-TYPE(1) = "SWEEP-ORIG" OR
043350         MOV-TYPE(1) = "AJUSTE-CARGO" OR
043360         MOV-TYPE(1) = "INTERB-ENV" OR
043380         MOV-TYPE(1) = "COMISION" OR
043390         MOV-TYPE(1) = "CHEQUE-DEV"
043400         COMPUTE SALDO-INICIAL-PERIODO =
043500             MOV-BALANCE(1) + MOV-AMOUNT(1)
043600     ELSE
047200     EXIT.
047300******************************************************************
047400*    5010-ENCABEZADO-RTN
047500*    IMPRIME EL TITULO DEL ESTADO DE CUENTA, EL BLOQUE DE
047600*    DOMICILIO, LA CUENTA, EL TITULAR, EL PERIODO Y EL SALDO
047650*    INICIAL DEL PERIODO.
047700******************************************************************
047800 5010-ENCABEZADO-RTN.
047900
048200         INTO REPORT-LINE.
048300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
048400
048420     PERFORM 5020-DOMICILIO-RTN THRU 5020-DOMICILIO-RTN-EXIT.
048440
048500     MOVE SPACES TO REPORT-LINE.
048600     STRING "CUENTA : " DELIMITED BY SIZE
048700         CUENTA-SOLICITADA DELIMITED BY SIZE
051200
051300 5010-ENCABEZADO-RTN-EXIT.
051400     EXIT.
051402******************************************************************
051404*    5020-DOMICILIO-RTN
051406*    IMPRIME EL BLOQUE DE DOMICILIO POSTAL: DESTINATARIO, CALLE,
051408*    COLONIA (SI LA HAY) Y CODIGO POSTAL CON CIUDAD Y ENTIDAD.
051410*    SIN CLIENTE O SIN CALLE CAPTURADA IMPRIME "DOMICILIO NO
051412*    REGISTRADO" BAJO EL NOMBRE DEL TITULAR.
051414******************************************************************
051416 5020-DOMICILIO-RTN.
051418
051420     MOVE SPACES TO REPORT-LINE.
051422     MOVE DESTINATARIO TO REPORT-LINE.
051424     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
051426
051428     IF NOT DOMICILIO-REGISTRADO
051430         MOVE "DOMICILIO NO REGISTRADO" TO REPORT-LINE
051432         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
051434     ELSE
051436         MOVE DOMICILIO-CALLE TO REPORT-LINE
051438         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
051440         IF DOMICILIO-COLONIA NOT = SPACES
051442             MOVE DOMICILIO-COLONIA TO REPORT-LINE
051444             PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
051446         END-IF
051448         MOVE DOMICILIO-LOCALIDAD TO REPORT-LINE
051450         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
051452     END-IF.
051454
051456     MOVE SPACES TO REPORT-LINE.
051458     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
051460
051462 5020-DOMICILIO-RTN-EXIT.
051464     EXIT.
051500******************************************************************
051600*    5100-DETALLE-MOVIMIENTO-RTN
051700*    IMPRIME UN RENGLON DE DETALLE DEL ESTADO DE CUENTA (FOLIO,
051800*    FECHA, TIPO, MONTO Y SALDO CORRIDO) Y ACUMULA EL MOVIMIENTO
051900*    EN EL SUBTOTAL DE SU TIPO. LAS COMISIONES SE ACUMULAN
051950*    ADEMAS EN EL TOTAL DE COMISIONES DEL PERIODO.
052000******************************************************************
052100 5100-DETALLE-MOVIMIENTO-RTN.
052200
053800
053900     PERFORM 5150-ACUMULAR-TIPO-RTN THRU
054000         5150-ACUMULAR-TIPO-RTN-EXIT.
054020     IF MOV-TYPE(MOV-SUB) = "COMISION"
054040         ADD MOV-AMOUNT(MOV-SUB) TO COMISIONES-PERIODO
054060     END-IF.
054100
054200 5100-DETALLE-MOVIMIENTO-RTN-EXIT.
054300     EXIT.
062500******************************************************************
062600*    5300-PIE-ESTADO-RTN
062700*    IMPRIME EL SALDO FINAL DEL PERIODO Y EL CONTEO TOTAL DE
062800*    MOVIMIENTOS IMPRESOS, ASI COMO EL TOTAL DE COMISIONES
062850*    COBRADAS EN EL PERIODO.
062900******************************************************************
063000 5300-PIE-ESTADO-RTN.
063100
064400         MOVS-IMPRESOS-ED DELIMITED BY SIZE
064500         INTO REPORT-LINE.
064600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
064610
064620     MOVE COMISIONES-PERIODO TO MONTO-ED.
064630     MOVE SPACES TO REPORT-LINE.
064640     STRING "COMISIONES DEL PERIODO   : $" DELIMITED BY SIZE
064650         MONTO-ED DELIMITED BY SIZE
064660         INTO REPORT-LINE.
064670     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
064700
064800 5300-PIE-ESTADO-RTN-EXIT.
064900     EXIT.

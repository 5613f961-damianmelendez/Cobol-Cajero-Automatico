000100******************************************************************
000200* PROGRAM-ID:  CAJERO-NOMINA-ABONAR
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PROGRAMA BATCH QUE ABONA LOS ARCHIVOS DE NOMINA QUE
000800*              ENVIAN LAS EMPRESAS (NOMINAENT). CADA LOTE TRAE UN
000900*              ENCABEZADO CON LA EMPRESA, LA FECHA DE PAGO, EL
001000*              NUMERO DE REGISTROS Y EL IMPORTE DE CONTROL, LOS
001100*              DETALLES POR EMPLEADO Y UN SUMARIO. PRIMERO SE
001200*              VALIDA TODO EL ARCHIVO (ESTRUCTURA, CONTEOS E
001300*              IMPORTES, LOTES YA PROCESADOS) Y SOLO SI NO HAY
001400*              ERRORES SE ABONA CADA DETALLE A SU CUENTA COMO
001500*              ABONO-NOMINA, CON FOLIO DEL ARCHIVO DE CONTROL,
001600*              PARA QUE EL CIERRE DIARIO Y EL ESTADO DE CUENTA
001700*              LO RECOJAN. LOS DETALLES DE CUENTAS INEXISTENTES,
001800*              CERRADAS O NO OPERABLES VAN AL ARCHIVO DE RECHAZOS
001900*              (NOMRECH) Y LA CONFIRMACION POR EMPRESA CON LO
002000*              ABONADO Y LO RECHAZADO QUEDA EN NOMRPT.
002100* TECTONICS:   cobc
002200*
002300* MODIFICATION HISTORY
002400* DATE       INIT  DESCRIPTION
002500* ---------  ----  --------------------------------------------
002600* 2026-10-15 JMR   VERSION ORIGINAL - ABONO DE ARCHIVOS DE NOMINA
002700*                  CON CONTROL DE LOTES YA PROCESADOS (NOMCTL).
002725* 2026-10-15 JMR   LA FECHA DE PAGO SE VALIDA CONTRA LOS DIAS DEL
002750*                  MES (FEBRERO BISIESTO INCLUIDO) Y UN DESCUADRE
002775*                  DE TOTALES TERMINA CON CODIGO DE RETORNO 16.
002800******************************************************************
002900 IDENTIFICATION DIVISION.
003000 PROGRAM-ID. CAJERO-NOMINA-ABONAR.
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
004200     SELECT NOMINA-FILE
004300         ASSIGN TO "NOMINAENT"
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS NOM-FILE-STATUS.
004600
004700     SELECT ACCOUNT-MASTER-FILE
004800         ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACCT-NUMBER
005200         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
005300             WITH DUPLICATES
005400         FILE STATUS IS ACCT-FILE-STATUS.
005500
005600     SELECT TRANSACTION-LOG-FILE
005700         ASSIGN TO "TRANLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS TRAN-FILE-STATUS.
006000
006100     SELECT TRAN-CONTROL-FILE
006200         ASSIGN TO "TRANCTL"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS CTL-KEY
006600         FILE STATUS IS CTL-FILE-STATUS.
006700
006800     SELECT NOMINA-CONTROL-FILE
006900         ASSIGN TO "NOMCTL"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS NCTL-LLAVE
007300         FILE STATUS IS NCTL-FILE-STATUS.
007400
007500     SELECT RECHAZO-FILE
007600         ASSIGN TO "NOMRECH"
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS RCH-FILE-STATUS.
007900
008000     SELECT REPORT-FILE
008100         ASSIGN TO "NOMRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS RPT-FILE-STATUS.
008400******************************************************************
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  NOMINA-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY NOMREC.
009000
009100 FD  ACCOUNT-MASTER-FILE
009200     LABEL RECORDS ARE STANDARD.
009300     COPY ACCTREC.
009400
009500 FD  TRANSACTION-LOG-FILE
009600     LABEL RECORDS ARE STANDARD.
009700     COPY TRANREC.
009800
009900 FD  TRAN-CONTROL-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY CTLREC.
010200
010300 FD  NOMINA-CONTROL-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY NOMCTLREC.
010600
010700 FD  RECHAZO-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY NOMRCHREC.
011000
011100 FD  REPORT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  REPORT-LINE                     PIC X(80).
011400******************************************************************
011500 WORKING-STORAGE SECTION.
011600 01  SWITCHES.
011700     05  NOMINA-EOF-SW               PIC X(01) VALUE "N".
011800         88  NOMINA-FIN                  VALUE "Y".
011900     05  NOMINA-ABIERTO-SW           PIC X(01) VALUE "N".
012000         88  NOMINA-ABIERTO              VALUE "Y".
012100     05  CUENTA-ENCONTRADA-SW        PIC X(01) VALUE "N".
012200         88  CUENTA-ENCONTRADA           VALUE "Y".
012300     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
012400         88  ARCHIVOS-ABIERTOS           VALUE "Y".
012500     05  CORRIDA-CANCELADA-SW        PIC X(01) VALUE "N".
012600         88  CORRIDA-CANCELADA           VALUE "Y".
012700     05  ARCHIVO-RECHAZADO-SW        PIC X(01) VALUE "N".
012800         88  ARCHIVO-RECHAZADO           VALUE "Y".
012900     05  LOTE-ABIERTO-SW             PIC X(01) VALUE "N".
013000         88  LOTE-ABIERTO                VALUE "Y".
013100     05  LOTE-OMITIDO-SW             PIC X(01) VALUE "N".
013200         88  LOTE-OMITIDO                VALUE "Y".
013300     05  LOTE-REPETIDO-SW            PIC X(01) VALUE "N".
013400         88  LOTE-REPETIDO               VALUE "Y".
013500
013600 01  ARCHIVO-STATUS-FIELDS.
013700     05  NOM-FILE-STATUS             PIC X(02) VALUE SPACES.
013800     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
013900     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
014000     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
014100     05  NCTL-FILE-STATUS            PIC X(02) VALUE SPACES.
014200     05  RCH-FILE-STATUS             PIC X(02) VALUE SPACES.
014300     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
014400
014500 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
014600 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
014700 77  SECUENCIA-TRANSACCION           PIC 9(08)  VALUE ZERO.
014800 77  REGISTROS-LEIDOS                PIC 9(07)  VALUE ZERO.
014900 77  NUMERO-REGISTRO                 PIC 9(07)  VALUE ZERO.
015000 77  DETALLE-EN-LOTE                 PIC 9(06)  VALUE ZERO.
015100 77  MENSAJE-ERROR                   PIC X(60)  VALUE SPACES.
015200 77  MOTIVO-RECHAZO                  PIC X(30)  VALUE SPACES.
015300 77  LOT-TOTAL                       PIC 9(02)  VALUE ZERO COMP.
015400 77  LOT-SUB                         PIC 9(02)  VALUE ZERO COMP.
015500 77  LOT-BUSCA                       PIC 9(02)  VALUE ZERO COMP.
015600 77  TABLA-MAX-LOTES                 PIC 9(02)  VALUE 50 COMP.
015700 77  LOTES-EN-PROCESO                PIC 9(02)  VALUE ZERO.
015800 77  LOTES-TERMINADOS                PIC 9(02)  VALUE ZERO.
015900 77  TOTAL-ERRORES                   PIC 9(05)  VALUE ZERO.
016000 77  TOTAL-LOTES-ABONADOS            PIC 9(05)  VALUE ZERO.
016100 77  TOTAL-LOTES-OMITIDOS            PIC 9(05)  VALUE ZERO.
016200 77  TOTAL-REG-DECLARADOS            PIC 9(07)  VALUE ZERO.
016300 77  IMPORTE-DECLARADO               PIC 9(13)V9(02) VALUE ZERO.
016400 77  TOTAL-ABONOS                    PIC 9(07)  VALUE ZERO.
016500 77  IMPORTE-ABONOS                  PIC 9(13)V9(02) VALUE ZERO.
016600 77  TOTAL-RECHAZOS                  PIC 9(07)  VALUE ZERO.
016700 77  IMPORTE-RECHAZOS                PIC 9(13)V9(02) VALUE ZERO.
016800 77  ABONOS-CORRIDA                  PIC 9(07)  VALUE ZERO.
016900 77  IMPORTE-ABONOS-CORRIDA          PIC 9(13)V9(02) VALUE ZERO.
017000 77  RECHAZOS-CORRIDA                PIC 9(07)  VALUE ZERO.
017100 77  IMPORTE-RECHAZOS-CORRIDA        PIC 9(13)V9(02) VALUE ZERO.
017200 77  TOTAL-CUADRE                    PIC 9(07)  VALUE ZERO.
017300 77  IMPORTE-CUADRE                  PIC 9(13)V9(02) VALUE ZERO.
017400 77  CONTADOR-ED                     PIC Z(06)9 VALUE ZERO.
017500 77  IMPORTE-ED                      PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
017600 77  IMPORTE-TOTAL-ED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
017700                                     VALUE ZERO.
017725 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
017750 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
017775 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
017800
017900 01  FECHA-TRABAJO-DESGLOSE.
018000     05  FTD-ANIO                    PIC 9(04).
018100     05  FTD-MES                     PIC 9(02).
018200     05  FTD-DIA                     PIC 9(02).
018300 01  FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO-DESGLOSE
018400                                     PIC 9(08).
018414
018428 01  DIAS-MES-VALORES.
018442     05  FILLER                      PIC X(24)
018456         VALUE "312831303130313130313031".
018470 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
018484     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
018500
018600*    LOTES DEL ARCHIVO EN EL ORDEN EN QUE LLEGAN, CON LO DECLARADO
018700*    EN EL ENCABEZADO, LO SUMADO DE LOS DETALLES Y EL ESTADO QUE
018800*    GUARDA EL CONTROL DE LOTES (N = NUEVO).
018900 01  LOTES-TABLA.
019000     05  LOTE-NOMINA OCCURS 50 TIMES.
019100         10  LOT-EMPRESA             PIC 9(08).
019200         10  LOT-NOMBRE              PIC X(30).
019300         10  LOT-FECHA-PAGO          PIC 9(08).
019400         10  LOT-NUMERO              PIC 9(06).
019500         10  LOT-REGISTRO-H          PIC 9(07).
019600         10  LOT-REG-DECLARADOS      PIC 9(06).
019700         10  LOT-IMP-DECLARADO       PIC 9(11)V9(02).
019800         10  LOT-REG-LEIDOS          PIC 9(06).
019900         10  LOT-IMP-LEIDO           PIC 9(11)V9(02).
020000         10  LOT-CONTROL             PIC X(01).
020100             88  LOT-NUEVO               VALUE "N".
020200             88  LOT-EN-PROCESO          VALUE "P".
020300             88  LOT-TERMINADO           VALUE "T".
020400         10  LOT-FECHA-PROCESO       PIC 9(08).
020500******************************************************************
020600 PROCEDURE DIVISION.
020700******************************************************************
020800*    0000-MAINLINE
020900*    CONTROLA LA SECUENCIA DEL BATCH: ABRE ARCHIVOS, VALIDA EL
021000*    ARCHIVO DE NOMINA COMPLETO Y, SOLO SI ESTA CORRECTO, LO
021100*    VUELVE A LEER ABONANDO CADA DETALLE. UN ARCHIVO CON ERRORES
021200*    NO SE TOCA: QUEDA COMO LLEGO PARA QUE LA EMPRESA LO CORRIJA.
021300******************************************************************
021400 0000-MAINLINE.
021500
021600     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
021700
021800     IF NOT CORRIDA-CANCELADA
021900         PERFORM 2000-VALIDAR-REGISTRO-RTN THRU
022000             2000-VALIDAR-REGISTRO-RTN-EXIT
022100             UNTIL NOMINA-FIN
022200         PERFORM 2500-CERRAR-VALIDACION-RTN THRU
022300             2500-CERRAR-VALIDACION-RTN-EXIT
022400     END-IF.
022500
022600     IF NOT CORRIDA-CANCELADA
022700         PERFORM 3000-ABONAR-REGISTRO-RTN THRU
022800             3000-ABONAR-REGISTRO-RTN-EXIT
022900             UNTIL NOMINA-FIN
023000         PERFORM 7000-TOTALES-RTN THRU 7000-TOTALES-RTN-EXIT
023100         PERFORM 8000-VACIAR-NOMINA-RTN THRU
023200             8000-VACIAR-NOMINA-RTN-EXIT
023300     END-IF.
023400
023500     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
023600
023700     STOP RUN.
023800******************************************************************
023900*    1000-INICIALIZAR-RTN
024000*    ABRE EL ARCHIVO DE NOMINA, EL REPORTE DE CONFIRMACION, EL
024100*    MAESTRO DE CUENTAS, EL CONTROL DE LOTES, EL ARCHIVO DE
024200*    RECHAZOS, LA BITACORA Y EL CONTROL DE FOLIOS. SIN ARCHIVO DE
024300*    NOMINA NO HAY NADA QUE ABONAR; SIN CONTROL DE LOTES O SIN
024400*    RECHAZOS NO SE PROCESA, PORQUE NO SE PODRIA IMPEDIR UN
024500*    SEGUNDO ABONO NI DEJAR CONSTANCIA DE LO NO ABONADO.
024600******************************************************************
024700 1000-INICIALIZAR-RTN.
024800
024900     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
025000
025100     OPEN INPUT NOMINA-FILE.
025200     IF NOM-FILE-STATUS NOT = "00"
025300         DISPLAY "*** AVISO: NO SE PUDO ABRIR EL ARCHIVO DE "
025400             "NOMINA (STATUS " NOM-FILE-STATUS
025500             "). NADA QUE ABONAR. ***"
025600         SET CORRIDA-CANCELADA TO TRUE
025700         GO TO 1000-INICIALIZAR-RTN-EXIT
025800     END-IF.
025900     SET NOMINA-ABIERTO TO TRUE.
026000
026100     OPEN OUTPUT REPORT-FILE.
026200     IF RPT-FILE-STATUS NOT = "00"
026300         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REPORTE "
026400             "(STATUS " RPT-FILE-STATUS ") ***"
026500         MOVE 16 TO RETURN-CODE
026600         SET CORRIDA-CANCELADA TO TRUE
026700         GO TO 1000-INICIALIZAR-RTN-EXIT
026800     END-IF.
026900
027000     OPEN I-O ACCOUNT-MASTER-FILE.
027100     IF ACCT-FILE-STATUS NOT = "00"
027200         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
027300             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
027400         MOVE 16 TO RETURN-CODE
027500         SET CORRIDA-CANCELADA TO TRUE
027600         CLOSE REPORT-FILE
027700         GO TO 1000-INICIALIZAR-RTN-EXIT
027800     END-IF.
027900
028000     OPEN I-O NOMINA-CONTROL-FILE.
028100     IF NCTL-FILE-STATUS = "35"
028200         OPEN OUTPUT NOMINA-CONTROL-FILE
028300         CLOSE NOMINA-CONTROL-FILE
028400         OPEN I-O NOMINA-CONTROL-FILE
028500     END-IF.
028600     IF NCTL-FILE-STATUS NOT = "00"
028700         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL CONTROL DE "
028800             "LOTES DE NOMINA (STATUS " NCTL-FILE-STATUS ") ***"
028900         MOVE 16 TO RETURN-CODE
029000         SET CORRIDA-CANCELADA TO TRUE
029100         CLOSE REPORT-FILE
029200               ACCOUNT-MASTER-FILE
029300         GO TO 1000-INICIALIZAR-RTN-EXIT
029400     END-IF.
029500
029600     OPEN EXTEND RECHAZO-FILE.
029700     IF RCH-FILE-STATUS = "35"
029800         OPEN OUTPUT RECHAZO-FILE
029900         CLOSE RECHAZO-FILE
030000         OPEN EXTEND RECHAZO-FILE
030100     END-IF.
030200     IF RCH-FILE-STATUS NOT = "00"
030300         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
030400             "RECHAZOS (STATUS " RCH-FILE-STATUS ") ***"
030500         MOVE 16 TO RETURN-CODE
030600         SET CORRIDA-CANCELADA TO TRUE
030700         CLOSE REPORT-FILE
030800               ACCOUNT-MASTER-FILE
030900               NOMINA-CONTROL-FILE
031000         GO TO 1000-INICIALIZAR-RTN-EXIT
031100     END-IF.
031200     SET ARCHIVOS-ABIERTOS TO TRUE.
031300
031400     OPEN EXTEND TRANSACTION-LOG-FILE.
031500     IF TRAN-FILE-STATUS = "35"
031600         OPEN OUTPUT TRANSACTION-LOG-FILE
031700         CLOSE TRANSACTION-LOG-FILE
031800         OPEN EXTEND TRANSACTION-LOG-FILE
031900     END-IF.
032000
032100     OPEN I-O TRAN-CONTROL-FILE.
032200     IF CTL-FILE-STATUS = "35"
032300         OPEN OUTPUT TRAN-CONTROL-FILE
032400         CLOSE TRAN-CONTROL-FILE
032500         OPEN I-O TRAN-CONTROL-FILE
032600     END-IF.
032700
032800     MOVE "1" TO CTL-KEY.
032900     READ TRAN-CONTROL-FILE
033000         INVALID KEY
033100             MOVE ZERO TO CTL-LAST-SEQ
033200             WRITE TRAN-CONTROL-RECORD
033300     END-READ.
033400
033500     MOVE SPACES TO REPORT-LINE.
033600     STRING "CONFIRMACION DE ABONOS DE NOMINA - PROCESO DEL "
033700         DELIMITED BY SIZE
033800         FECHA-HOY DELIMITED BY SIZE
033900         INTO REPORT-LINE.
034000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034100     MOVE SPACES TO REPORT-LINE.
034200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
034300
034400 1000-INICIALIZAR-RTN-EXIT.
034500     EXIT.
034600******************************************************************
034700*    1500-SIGUIENTE-SECUENCIA-RTN
034800*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
034900*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, IGUAL QUE LO
035000*    HACE EL CAJERO EN LINEA.
035100******************************************************************
035200 1500-SIGUIENTE-SECUENCIA-RTN.
035300
035400     ACCEPT HORA-ACTUAL FROM TIME.
035500     MOVE "1" TO CTL-KEY.
035600     READ TRAN-CONTROL-FILE.
035700     ADD 1 TO CTL-LAST-SEQ.
035800     REWRITE TRAN-CONTROL-RECORD.
035900     IF CTL-FILE-STATUS NOT = "00"
036000         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
036100             "CONTROL (STATUS " CTL-FILE-STATUS ") ***"
036200     END-IF.
036300     MOVE CTL-LAST-SEQ TO SECUENCIA-TRANSACCION.
036400
036500 1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
036600     EXIT.
036700******************************************************************
036800*    1550-VERIFICAR-APERTURA-DIA-RTN
036900*    SI LA FECHA DE ULTIMA ACTIVIDAD DE LA CUENTA EN TURNO YA NO
037000*    ES LA DE HOY, REINICIA EL ACUMULADO DE RETIRO DEL DIA Y
037100*    GUARDA EL SALDO VIGENTE COMO SALDO DE APERTURA, IGUAL QUE LO
037200*    HACE EL CAJERO EN LINEA, PARA QUE EL CIERRE DIARIO PUEDA
037300*    CONCILIAR EL DIA EN QUE SE ABONA LA NOMINA.
037400******************************************************************
037500 1550-VERIFICAR-APERTURA-DIA-RTN.
037600
037700     IF ACCT-LAST-ACTIVITY-DATE NOT = FECHA-HOY
037800         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
037900         MOVE FECHA-HOY TO ACCT-OPENING-DATE
038000         MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE
038100         REWRITE ACCOUNT-MASTER-RECORD
038200     END-IF.
038300
038400 1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
038500     EXIT.
038600******************************************************************
038700*    2000-VALIDAR-REGISTRO-RTN
038800*    PRIMERA PASADA: LEE EL SIGUIENTE REGISTRO DEL ARCHIVO DE
038900*    NOMINA Y LO VALIDA SEGUN SU TIPO, SIN TOCAR NINGUNA CUENTA.
039000******************************************************************
039100 2000-VALIDAR-REGISTRO-RTN.
039200
039300     READ NOMINA-FILE
039400         AT END
039500             SET NOMINA-FIN TO TRUE
039600             GO TO 2000-VALIDAR-REGISTRO-RTN-EXIT
039700     END-READ.
039800
039900     ADD 1 TO REGISTROS-LEIDOS.
040000     MOVE REGISTROS-LEIDOS TO NUMERO-REGISTRO.
040100
040200     EVALUATE TRUE
040300         WHEN NOM-ENCABEZADO
040400             PERFORM 2100-VALIDAR-ENCABEZADO-RTN THRU
040500                 2100-VALIDAR-ENCABEZADO-RTN-EXIT
040600         WHEN NOM-DETALLE
040700             PERFORM 2200-VALIDAR-DETALLE-RTN THRU
040800                 2200-VALIDAR-DETALLE-RTN-EXIT
040900         WHEN NOM-SUMARIO
041000             PERFORM 2300-VALIDAR-SUMARIO-RTN THRU
041100                 2300-VALIDAR-SUMARIO-RTN-EXIT
041200         WHEN OTHER
041300             MOVE "TIPO DE REGISTRO DESCONOCIDO" TO MENSAJE-ERROR
041400             PERFORM 2900-REGISTRAR-ERROR-RTN THRU
041500                 2900-REGISTRAR-ERROR-RTN-EXIT
041600     END-EVALUATE.
041700
041800 2000-VALIDAR-REGISTRO-RTN-EXIT.
041900     EXIT.
042000******************************************************************
042100*    2100-VALIDAR-ENCABEZADO-RTN
042200*    ABRE UN LOTE NUEVO EN LA TABLA CON LO QUE DECLARA EL
042300*    ENCABEZADO Y EL ESTADO QUE TIENE EN EL CONTROL DE LOTES.
042400*    VERIFICA QUE EL LOTE ANTERIOR HAYA CERRADO CON SU SUMARIO,
042500*    QUE LOS DATOS SEAN NUMERICOS, QUE LA FECHA DE PAGO SEA
042600*    VALIDA Y NO POSTERIOR A HOY, Y QUE EL LOTE NO VENGA REPETIDO
042700*    DENTRO DEL MISMO ARCHIVO.
042800******************************************************************
042900 2100-VALIDAR-ENCABEZADO-RTN.
043000
043100     IF LOTE-ABIERTO
043200         MOVE "ENCABEZADO SIN SUMARIO DEL LOTE ANTERIOR"
043300             TO MENSAJE-ERROR
043400         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
043500             2900-REGISTRAR-ERROR-RTN-EXIT
043600         MOVE "N" TO LOTE-ABIERTO-SW
043700     END-IF.
043800
043900     IF LOT-TOTAL NOT < TABLA-MAX-LOTES
044000         MOVE "DEMASIADOS LOTES EN EL ARCHIVO" TO MENSAJE-ERROR
044100         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
044200             2900-REGISTRAR-ERROR-RTN-EXIT
044300         GO TO 2100-VALIDAR-ENCABEZADO-RTN-EXIT
044400     END-IF.
044500
044600     ADD 1 TO LOT-TOTAL.
044700     MOVE LOT-TOTAL TO LOT-SUB.
044800     SET LOTE-ABIERTO TO TRUE.
044900     MOVE NOM-H-NOMBRE-EMPRESA TO LOT-NOMBRE (LOT-SUB).
045000     MOVE NUMERO-REGISTRO TO LOT-REGISTRO-H (LOT-SUB).
045100     MOVE ZERO TO LOT-REG-LEIDOS (LOT-SUB).
045200     MOVE ZERO TO LOT-IMP-LEIDO (LOT-SUB).
045300     MOVE ZERO TO LOT-FECHA-PROCESO (LOT-SUB).
045400     SET LOT-NUEVO (LOT-SUB) TO TRUE.
045500
045600     IF NOM-H-EMPRESA IS NOT NUMERIC OR
045700         NOM-H-FECHA-PAGO IS NOT NUMERIC OR
045800         NOM-H-LOTE IS NOT NUMERIC OR
045900         NOM-H-REGISTROS IS NOT NUMERIC OR
046000         NOM-H-IMPORTE-TOTAL IS NOT NUMERIC
046100         MOVE "ENCABEZADO CON DATOS NO NUMERICOS" TO MENSAJE-ERROR
046200         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
046300             2900-REGISTRAR-ERROR-RTN-EXIT
046400         MOVE ZERO TO LOT-EMPRESA (LOT-SUB)
046500         MOVE ZERO TO LOT-FECHA-PAGO (LOT-SUB)
046600         MOVE ZERO TO LOT-NUMERO (LOT-SUB)
046700         MOVE ZERO TO LOT-REG-DECLARADOS (LOT-SUB)
046800         MOVE ZERO TO LOT-IMP-DECLARADO (LOT-SUB)
046900         GO TO 2100-VALIDAR-ENCABEZADO-RTN-EXIT
047000     END-IF.
047100
047200     MOVE NOM-H-EMPRESA TO LOT-EMPRESA (LOT-SUB).
047300     MOVE NOM-H-FECHA-PAGO TO LOT-FECHA-PAGO (LOT-SUB).
047400     MOVE NOM-H-LOTE TO LOT-NUMERO (LOT-SUB).
047500     MOVE NOM-H-REGISTROS TO LOT-REG-DECLARADOS (LOT-SUB).
047600     MOVE NOM-H-IMPORTE-TOTAL TO LOT-IMP-DECLARADO (LOT-SUB).
047700
047800     IF NOM-H-EMPRESA = ZERO
047900         MOVE "EMPRESA EN CEROS EN EL ENCABEZADO" TO MENSAJE-ERROR
048000         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
048100             2900-REGISTRAR-ERROR-RTN-EXIT
048200     END-IF.
048300
048400     MOVE NOM-H-FECHA-PAGO TO FECHA-TRABAJO-NUM.
048450     MOVE ZERO TO DIAS-MES-TOPE.
048500     IF FTD-ANIO NOT = ZERO AND FTD-MES > ZERO AND FTD-MES < 13
048550         PERFORM 7150-TOPE-MES-RTN THRU 7150-TOPE-MES-RTN-EXIT
048600     END-IF.
048650     IF FTD-DIA < 1 OR FTD-DIA > DIAS-MES-TOPE
048700         MOVE "FECHA DE PAGO INVALIDA" TO MENSAJE-ERROR
048800         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
048900             2900-REGISTRAR-ERROR-RTN-EXIT
049000     ELSE
049100         IF NOM-H-FECHA-PAGO > FECHA-HOY
049200             MOVE "FECHA DE PAGO POSTERIOR A HOY" TO MENSAJE-ERROR
049300             PERFORM 2900-REGISTRAR-ERROR-RTN THRU
049400                 2900-REGISTRAR-ERROR-RTN-EXIT
049500         END-IF
049600     END-IF.
049700
049800     MOVE "N" TO LOTE-REPETIDO-SW.
049900     PERFORM 2150-COMPARAR-LOTE-RTN THRU
050000         2150-COMPARAR-LOTE-RTN-EXIT
050100         VARYING LOT-BUSCA FROM 1 BY 1
050200         UNTIL LOT-BUSCA NOT < LOT-SUB.
050300     IF LOTE-REPETIDO
050400         MOVE "LOTE REPETIDO DENTRO DEL ARCHIVO" TO MENSAJE-ERROR
050500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
050600             2900-REGISTRAR-ERROR-RTN-EXIT
050700     END-IF.
050800
050900     MOVE NOM-H-EMPRESA TO NCTL-EMPRESA.
051000     MOVE NOM-H-LOTE TO NCTL-LOTE.
051100     READ NOMINA-CONTROL-FILE
051200         INVALID KEY
051300             GO TO 2100-VALIDAR-ENCABEZADO-RTN-EXIT
051400     END-READ.
051500     MOVE NCTL-ESTADO TO LOT-CONTROL (LOT-SUB).
051600     MOVE NCTL-FECHA-PROCESO TO LOT-FECHA-PROCESO (LOT-SUB).
051700
051800 2100-VALIDAR-ENCABEZADO-RTN-EXIT.
051900     EXIT.
052000******************************************************************
052100*    2150-COMPARAR-LOTE-RTN
052200*    COMPARA EL LOTE RECIEN ABIERTO CONTRA UNO ANTERIOR DE LA
052300*    TABLA; MISMA EMPRESA Y MISMO NUMERO DE LOTE ES REPETICION.
052400******************************************************************
052500 2150-COMPARAR-LOTE-RTN.
052600
052700     IF LOT-EMPRESA (LOT-BUSCA) = NOM-H-EMPRESA AND
052800         LOT-NUMERO (LOT-BUSCA) = NOM-H-LOTE
052900         SET LOTE-REPETIDO TO TRUE
053000     END-IF.
053100
053200 2150-COMPARAR-LOTE-RTN-EXIT.
053300     EXIT.
053400******************************************************************
053500*    2200-VALIDAR-DETALLE-RTN
053600*    CUENTA EL DETALLE EN EL LOTE ABIERTO Y SUMA SU IMPORTE. LA
053700*    EXISTENCIA DE LA CUENTA NO SE VALIDA AQUI: UNA CUENTA
053800*    INEXISTENTE O CERRADA SOLO RECHAZA ESE DETALLE AL ABONAR.
053900******************************************************************
054000 2200-VALIDAR-DETALLE-RTN.
054100
054200     IF NOT LOTE-ABIERTO
054300         MOVE "DETALLE FUERA DE UN LOTE (SIN ENCABEZADO)"
054400             TO MENSAJE-ERROR
054500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
054600             2900-REGISTRAR-ERROR-RTN-EXIT
054700         GO TO 2200-VALIDAR-DETALLE-RTN-EXIT
054800     END-IF.
054900
055000     ADD 1 TO LOT-REG-LEIDOS (LOT-SUB).
055100
055200     IF NOM-D-CUENTA IS NOT NUMERIC OR
055300         NOM-D-IMPORTE IS NOT NUMERIC
055400         MOVE "DETALLE CON DATOS NO NUMERICOS" TO MENSAJE-ERROR
055500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
055600             2900-REGISTRAR-ERROR-RTN-EXIT
055700         GO TO 2200-VALIDAR-DETALLE-RTN-EXIT
055800     END-IF.
055900
056000     ADD NOM-D-IMPORTE TO LOT-IMP-LEIDO (LOT-SUB).
056100
056200 2200-VALIDAR-DETALLE-RTN-EXIT.
056300     EXIT.
056400******************************************************************
056500*    2300-VALIDAR-SUMARIO-RTN
056600*    CIERRA EL LOTE ABIERTO: EL NUMERO DE DETALLES Y SU IMPORTE
056700*    DEBEN CUADRAR CON LO DECLARADO EN EL ENCABEZADO Y CON EL
056800*    SUMARIO.
056900******************************************************************
057000 2300-VALIDAR-SUMARIO-RTN.
057100
057200     IF NOT LOTE-ABIERTO
057300         MOVE "SUMARIO FUERA DE UN LOTE (SIN ENCABEZADO)"
057400             TO MENSAJE-ERROR
057500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
057600             2900-REGISTRAR-ERROR-RTN-EXIT
057700         GO TO 2300-VALIDAR-SUMARIO-RTN-EXIT
057800     END-IF.
057900
058000     MOVE "N" TO LOTE-ABIERTO-SW.
058100
058200     IF NOM-T-REGISTROS IS NOT NUMERIC OR
058300         NOM-T-IMPORTE-TOTAL IS NOT NUMERIC
058400         MOVE "SUMARIO CON DATOS NO NUMERICOS" TO MENSAJE-ERROR
058500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
058600             2900-REGISTRAR-ERROR-RTN-EXIT
058700         GO TO 2300-VALIDAR-SUMARIO-RTN-EXIT
058800     END-IF.
058900
059000     IF LOT-REG-DECLARADOS (LOT-SUB) NOT =
059100         LOT-REG-LEIDOS (LOT-SUB)
059200         MOVE "REGISTROS DEL ENCABEZADO NO CUADRAN CON DETALLES"
059300             TO MENSAJE-ERROR
059400         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
059500             2900-REGISTRAR-ERROR-RTN-EXIT
059600     END-IF.
059700
059800     IF NOM-T-REGISTROS NOT = LOT-REG-LEIDOS (LOT-SUB)
059900         MOVE "REGISTROS DEL SUMARIO NO CUADRAN CON LOS DETALLES"
060000             TO MENSAJE-ERROR
060100         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
060200             2900-REGISTRAR-ERROR-RTN-EXIT
060300     END-IF.
060400
060500     IF LOT-IMP-DECLARADO (LOT-SUB) NOT = LOT-IMP-LEIDO (LOT-SUB)
060600         MOVE "IMPORTE DEL ENCABEZADO NO CUADRA CON LOS DETALLES"
060700             TO MENSAJE-ERROR
060800         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
060900             2900-REGISTRAR-ERROR-RTN-EXIT
061000     END-IF.
061100
061200     IF NOM-T-IMPORTE-TOTAL NOT = LOT-IMP-LEIDO (LOT-SUB)
061300         MOVE "IMPORTE DEL SUMARIO NO CUADRA CON LOS DETALLES"
061400             TO MENSAJE-ERROR
061500         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
061600             2900-REGISTRAR-ERROR-RTN-EXIT
061700     END-IF.
061800
061900 2300-VALIDAR-SUMARIO-RTN-EXIT.
062000     EXIT.
062100******************************************************************
062200*    2500-CERRAR-VALIDACION-RTN
062300*    TERMINA LA PRIMERA PASADA. UN ARCHIVO VACIO NO ES ERROR: NO
062400*    HAY NADA QUE ABONAR. UN LOTE SIN SUMARIO AL FINAL ES ERROR.
062500*    SI ALGUN LOTE QUEDO EN PROCESO EN EL CONTROL, ES UNA CORRIDA
062600*    ABORTADA QUE SE REANUDA: LOS LOTES YA TERMINADOS SE OMITEN Y
062700*    EL QUE QUEDO A MEDIAS SIGUE DESPUES DE SU ULTIMO DETALLE. SI
062800*    NINGUNO QUEDO EN PROCESO, UN LOTE YA TERMINADO SIGNIFICA QUE
062900*    EL ARCHIVO YA SE PROCESO Y SE RECHAZA COMPLETO. CON
063000*    CUALQUIER ERROR NO SE ABONA NADA Y EL ARCHIVO QUEDA COMO
063100*    LLEGO; SI NO HAY ERRORES SE REABRE PARA LA SEGUNDA PASADA.
063200******************************************************************
063300 2500-CERRAR-VALIDACION-RTN.
063400
063500     IF REGISTROS-LEIDOS = ZERO
063600         DISPLAY "AVISO: EL ARCHIVO DE NOMINA ESTA VACIO. "
063700             "NADA QUE ABONAR."
063800         MOVE SPACES TO REPORT-LINE
063900         STRING "ARCHIVO DE NOMINA VACIO. NADA QUE ABONAR."
064000             DELIMITED BY SIZE INTO REPORT-LINE
064100         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
064200         SET CORRIDA-CANCELADA TO TRUE
064300         GO TO 2500-CERRAR-VALIDACION-RTN-EXIT
064400     END-IF.
064500
064600     IF LOTE-ABIERTO
064700         MOVE "EL ARCHIVO TERMINA SIN EL SUMARIO DEL ULTIMO LOTE"
064800             TO MENSAJE-ERROR
064900         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
065000             2900-REGISTRAR-ERROR-RTN-EXIT
065100     END-IF.
065200
065300     MOVE ZERO TO LOTES-EN-PROCESO.
065400     MOVE ZERO TO LOTES-TERMINADOS.
065500     PERFORM 2510-CONTAR-CONTROL-RTN THRU
065600         2510-CONTAR-CONTROL-RTN-EXIT
065700         VARYING LOT-SUB FROM 1 BY 1
065800         UNTIL LOT-SUB > LOT-TOTAL.
065900
066000     IF LOTES-TERMINADOS > ZERO AND LOTES-EN-PROCESO = ZERO
066100         PERFORM 2520-LOTE-YA-PROCESADO-RTN THRU
066200             2520-LOTE-YA-PROCESADO-RTN-EXIT
066300             VARYING LOT-SUB FROM 1 BY 1
066400             UNTIL LOT-SUB > LOT-TOTAL
066500     END-IF.
066600
066700     IF ARCHIVO-RECHAZADO
066800         MOVE TOTAL-ERRORES TO CONTADOR-ED
066900         MOVE SPACES TO REPORT-LINE
067000         STRING "ARCHIVO RECHAZADO CON" DELIMITED BY SIZE
067100             CONTADOR-ED DELIMITED BY SIZE
067200             " ERRORES. NO SE ABONO NINGUN REGISTRO."
067300             DELIMITED BY SIZE
067400             INTO REPORT-LINE
067500         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
067600         DISPLAY "*** ERROR: ARCHIVO DE NOMINA RECHAZADO. VER "
067700             "NOMRPT ***"
067800         MOVE 16 TO RETURN-CODE
067900         SET CORRIDA-CANCELADA TO TRUE
068000         GO TO 2500-CERRAR-VALIDACION-RTN-EXIT
068100     END-IF.
068200
068300     MOVE REGISTROS-LEIDOS TO CONTADOR-ED.
068400     MOVE SPACES TO REPORT-LINE.
068500     STRING "ARCHIVO VALIDADO:" DELIMITED BY SIZE
068600         CONTADOR-ED DELIMITED BY SIZE
068700         " REGISTROS, SIN ERRORES DE CONTEO NI IMPORTE."
068800         DELIMITED BY SIZE
068900         INTO REPORT-LINE.
069000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
069100     IF LOTES-EN-PROCESO > ZERO
069200         DISPLAY "AVISO: CORRIDA INTERRUMPIDA. SE REANUDA EL "
069300             "ABONO DEL ARCHIVO DE NOMINA."
069400         MOVE SPACES TO REPORT-LINE
069500         STRING "CORRIDA INTERRUMPIDA ANTERIOR: SE REANUDA DONDE "
069600             "QUEDO." DELIMITED BY SIZE
069700             INTO REPORT-LINE
069800         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
069900     END-IF.
070000
070100     CLOSE NOMINA-FILE.
070200     OPEN INPUT NOMINA-FILE.
070300     MOVE "N" TO NOMINA-EOF-SW.
070400     MOVE ZERO TO LOT-SUB.
070500
070600 2500-CERRAR-VALIDACION-RTN-EXIT.
070700     EXIT.
070800******************************************************************
070900*    2510-CONTAR-CONTROL-RTN
071000*    CUENTA LOS LOTES DEL ARCHIVO QUE EL CONTROL TIENE EN PROCESO
071100*    O YA TERMINADOS.
071200******************************************************************
071300 2510-CONTAR-CONTROL-RTN.
071400
071500     IF LOT-EN-PROCESO (LOT-SUB)
071600         ADD 1 TO LOTES-EN-PROCESO
071700     END-IF.
071800     IF LOT-TERMINADO (LOT-SUB)
071900         ADD 1 TO LOTES-TERMINADOS
072000     END-IF.
072100
072200 2510-CONTAR-CONTROL-RTN-EXIT.
072300     EXIT.
072400******************************************************************
072500*    2520-LOTE-YA-PROCESADO-RTN
072600*    REPORTA COMO ERROR CADA LOTE DEL ARCHIVO QUE YA FUE ABONADO
072700*    EN UNA CORRIDA ANTERIOR.
072800******************************************************************
072900 2520-LOTE-YA-PROCESADO-RTN.
073000
073100     IF LOT-TERMINADO (LOT-SUB)
073200         MOVE LOT-REGISTRO-H (LOT-SUB) TO NUMERO-REGISTRO
073300         MOVE SPACES TO MENSAJE-ERROR
073400         STRING "LOTE " DELIMITED BY SIZE
073500             LOT-NUMERO (LOT-SUB) DELIMITED BY SIZE
073600             " DE LA EMPRESA " DELIMITED BY SIZE
073700             LOT-EMPRESA (LOT-SUB) DELIMITED BY SIZE
073800             " YA ABONADO EL " DELIMITED BY SIZE
073900             LOT-FECHA-PROCESO (LOT-SUB) DELIMITED BY SIZE
074000             INTO MENSAJE-ERROR
074100         PERFORM 2900-REGISTRAR-ERROR-RTN THRU
074200             2900-REGISTRAR-ERROR-RTN-EXIT
074300     END-IF.
074400
074500 2520-LOTE-YA-PROCESADO-RTN-EXIT.
074600     EXIT.
074700******************************************************************
074800*    2900-REGISTRAR-ERROR-RTN
074900*    ANOTA EN EL REPORTE EL ERROR DE VALIDACION QUE DEJO EL
075000*    LLAMADOR EN MENSAJE-ERROR, CON EL NUMERO DE REGISTRO DEL
075100*    ARCHIVO, Y MARCA EL ARCHIVO COMO RECHAZADO.
075200******************************************************************
075300 2900-REGISTRAR-ERROR-RTN.
075400
075500     ADD 1 TO TOTAL-ERRORES.
075600     SET ARCHIVO-RECHAZADO TO TRUE.
075700     MOVE SPACES TO REPORT-LINE.
075800     STRING "  REG " DELIMITED BY SIZE
075900         NUMERO-REGISTRO DELIMITED BY SIZE
076000         ": " DELIMITED BY SIZE
076100         MENSAJE-ERROR DELIMITED BY SIZE
076200         INTO REPORT-LINE.
076300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
076400
076500 2900-REGISTRAR-ERROR-RTN-EXIT.
076600     EXIT.
076700******************************************************************
076800*    3000-ABONAR-REGISTRO-RTN
076900*    SEGUNDA PASADA: LEE EL SIGUIENTE REGISTRO DEL ARCHIVO YA
077000*    VALIDADO Y LO DESPACHA SEGUN SU TIPO. UN DETALLE SE ABONA
077100*    SOLO SI SU LOTE NO ESTA OMITIDO Y ESTA DESPUES DEL ULTIMO
077200*    DETALLE CONFIRMADO EN EL CONTROL DE LOTES.
077300******************************************************************
077400 3000-ABONAR-REGISTRO-RTN.
077500
077600     READ NOMINA-FILE
077700         AT END
077800             SET NOMINA-FIN TO TRUE
077900             GO TO 3000-ABONAR-REGISTRO-RTN-EXIT
078000     END-READ.
078100
078200     EVALUATE TRUE
078300         WHEN NOM-ENCABEZADO
078400             PERFORM 3100-INICIAR-LOTE-RTN THRU
078500                 3100-INICIAR-LOTE-RTN-EXIT
078600         WHEN NOM-DETALLE
078700             ADD 1 TO DETALLE-EN-LOTE
078800             IF NOT LOTE-OMITIDO AND
078900                 DETALLE-EN-LOTE > NCTL-ULTIMO-DETALLE
079000                 PERFORM 3200-ABONAR-DETALLE-RTN THRU
079100                     3200-ABONAR-DETALLE-RTN-EXIT
079200             END-IF
079300         WHEN NOM-SUMARIO
079400             PERFORM 3500-CERRAR-LOTE-RTN THRU
079500                 3500-CERRAR-LOTE-RTN-EXIT
079600     END-EVALUATE.
079700
079800 3000-ABONAR-REGISTRO-RTN-EXIT.
079900     EXIT.
080000******************************************************************
080100*    3100-INICIAR-LOTE-RTN
080200*    TOMA EL SIGUIENTE LOTE DE LA TABLA Y DEJA SU REGISTRO EN EL
080300*    CONTROL DE LOTES: UN LOTE NUEVO SE DA DE ALTA EN PROCESO SIN
080400*    DETALLES; UNO EN PROCESO SE LEE PARA REANUDAR CON SUS
080500*    ACUMULADOS; UNO TERMINADO SE LEE SOLO PARA REPORTARLO Y SE
080600*    OMITE. IMPRIME EL ENCABEZADO DE LA EMPRESA EN EL REPORTE.
080700******************************************************************
080800 3100-INICIAR-LOTE-RTN.
080900
081000     ADD 1 TO LOT-SUB.
081100     MOVE ZERO TO DETALLE-EN-LOTE.
081200     MOVE "N" TO LOTE-OMITIDO-SW.
081300
081400     MOVE SPACES TO REPORT-LINE.
081500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
081600     MOVE SPACES TO REPORT-LINE.
081700     STRING "EMPRESA " DELIMITED BY SIZE
081800         LOT-EMPRESA (LOT-SUB) DELIMITED BY SIZE
081900         "  " DELIMITED BY SIZE
082000         LOT-NOMBRE (LOT-SUB) DELIMITED BY SIZE
082100         INTO REPORT-LINE.
082200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
082300     MOVE SPACES TO REPORT-LINE.
082400     STRING "  LOTE " DELIMITED BY SIZE
082500         LOT-NUMERO (LOT-SUB) DELIMITED BY SIZE
082600         "   FECHA DE PAGO " DELIMITED BY SIZE
082700         LOT-FECHA-PAGO (LOT-SUB) DELIMITED BY SIZE
082800         INTO REPORT-LINE.
082900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
083000     MOVE LOT-REG-DECLARADOS (LOT-SUB) TO CONTADOR-ED.
083100     MOVE LOT-IMP-DECLARADO (LOT-SUB) TO IMPORTE-TOTAL-ED.
083200     MOVE SPACES TO REPORT-LINE.
083300     STRING "  DECLARADOS  :" DELIMITED BY SIZE
083400         CONTADOR-ED DELIMITED BY SIZE
083500         "  $" DELIMITED BY SIZE
083600         IMPORTE-TOTAL-ED DELIMITED BY SIZE
083700         INTO REPORT-LINE.
083800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
083900
084000     MOVE SPACES TO NOMINA-CONTROL-RECORD.
084100     MOVE LOT-EMPRESA (LOT-SUB) TO NCTL-EMPRESA.
084200     MOVE LOT-NUMERO (LOT-SUB) TO NCTL-LOTE.
084300
084400     IF LOT-NUEVO (LOT-SUB)
084500         MOVE LOT-FECHA-PAGO (LOT-SUB) TO NCTL-FECHA-PAGO
084600         MOVE FECHA-HOY TO NCTL-FECHA-PROCESO
084700         SET NCTL-EN-PROCESO TO TRUE
084800         MOVE ZERO TO NCTL-ULTIMO-DETALLE
084900         MOVE ZERO TO NCTL-ABONOS
085000         MOVE ZERO TO NCTL-IMPORTE-ABONADO
085100         MOVE ZERO TO NCTL-RECHAZOS
085200         MOVE ZERO TO NCTL-IMPORTE-RECHAZADO
085300         WRITE NOMINA-CONTROL-RECORD
085400         IF NCTL-FILE-STATUS NOT = "00"
085500             DISPLAY "*** ALERTA: NO SE DIO DE ALTA EL LOTE EN "
085600                 "EL CONTROL (STATUS " NCTL-FILE-STATUS ") ***"
085700         END-IF
085800         GO TO 3100-INICIAR-LOTE-RTN-EXIT
085900     END-IF.
086000
086100     READ NOMINA-CONTROL-FILE
086200         INVALID KEY
086300             DISPLAY "*** ALERTA: EL LOTE " NCTL-LOTE " DE LA "
086400                 "EMPRESA " NCTL-EMPRESA " YA NO ESTA EN EL "
086500                 "CONTROL. SE OMITE. ***"
086600             SET LOTE-OMITIDO TO TRUE
086700             GO TO 3100-INICIAR-LOTE-RTN-EXIT
086800     END-READ.
086900
087000     IF LOT-TERMINADO (LOT-SUB)
087100         SET LOTE-OMITIDO TO TRUE
087200         MOVE SPACES TO REPORT-LINE
087300         STRING "  LOTE YA ABONADO EN LA CORRIDA DEL "
087400             DELIMITED BY SIZE
087500             NCTL-FECHA-PROCESO DELIMITED BY SIZE
087600             "; SE OMITE." DELIMITED BY SIZE
087700             INTO REPORT-LINE
087800         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
087900     ELSE
088000         MOVE NCTL-ULTIMO-DETALLE TO CONTADOR-ED
088100         MOVE SPACES TO REPORT-LINE
088200         STRING "  SE REANUDA DESPUES DEL DETALLE"
088300             DELIMITED BY SIZE
088400             CONTADOR-ED DELIMITED BY SIZE
088500             " YA CONFIRMADO." DELIMITED BY SIZE
088600             INTO REPORT-LINE
088700         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
088800     END-IF.
088900
089000 3100-INICIAR-LOTE-RTN-EXIT.
089100     EXIT.
089200******************************************************************
089300*    3200-ABONAR-DETALLE-RTN
089400*    ABONA EL DETALLE EN TURNO A SU CUENTA Y REGISTRA EL
089500*    ABONO-NOMINA EN LA BITACORA. UN IMPORTE EN CEROS, UNA CUENTA
089600*    INEXISTENTE, CERRADA O NO OPERABLE, O UN ABONO QUE
089700*    DESBORDARIA EL SALDO SE MANDA AL ARCHIVO DE RECHAZOS SIN
089800*    TOCAR LA CUENTA.
089900******************************************************************
090000 3200-ABONAR-DETALLE-RTN.
090100
090200     IF NOM-D-IMPORTE = ZERO
090300         MOVE "IMPORTE EN CEROS" TO MOTIVO-RECHAZO
090400         PERFORM 3300-RECHAZAR-DETALLE-RTN THRU
090500             3300-RECHAZAR-DETALLE-RTN-EXIT
090600         GO TO 3200-ABONAR-DETALLE-RTN-EXIT
090700     END-IF.
090800
090900     MOVE NOM-D-CUENTA TO ACCT-NUMBER.
091000     MOVE "N" TO CUENTA-ENCONTRADA-SW.
091100     READ ACCOUNT-MASTER-FILE
091200         INVALID KEY
091300             CONTINUE
091400         NOT INVALID KEY
091500             SET CUENTA-ENCONTRADA TO TRUE
091600     END-READ.
091700
091800     IF NOT CUENTA-ENCONTRADA OR NOT ACCT-OPERABLE
091900         EVALUATE TRUE
092000             WHEN NOT CUENTA-ENCONTRADA
092100                 MOVE "CUENTA INEXISTENTE" TO MOTIVO-RECHAZO
092200             WHEN ACCT-CLOSED
092300                 MOVE "CUENTA CERRADA" TO MOTIVO-RECHAZO
092400             WHEN OTHER
092500                 MOVE "CUENTA NO OPERABLE" TO MOTIVO-RECHAZO
092600         END-EVALUATE
092700         PERFORM 3300-RECHAZAR-DETALLE-RTN THRU
092800             3300-RECHAZAR-DETALLE-RTN-EXIT
092900         GO TO 3200-ABONAR-DETALLE-RTN-EXIT
093000     END-IF.
093100
093200     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
093300         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
093400     ADD NOM-D-IMPORTE TO ACCT-SALDO
093500         ON SIZE ERROR
093600             MOVE "SALDO EXCEDERIA EL MAXIMO" TO MOTIVO-RECHAZO
093700             PERFORM 3300-RECHAZAR-DETALLE-RTN THRU
093800                 3300-RECHAZAR-DETALLE-RTN-EXIT
093900             GO TO 3200-ABONAR-DETALLE-RTN-EXIT
094000     END-ADD.
094100     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
094200     REWRITE ACCOUNT-MASTER-RECORD.
094300     IF ACCT-FILE-STATUS NOT = "00"
094400         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
094500             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
094600     END-IF.
094700
094800     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
094900         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
095000     MOVE SECUENCIA-TRANSACCION TO TLOG-SEQUENCE.
095100     MOVE FECHA-HOY TO TLOG-DATE.
095200     MOVE HORA-ACTUAL TO TLOG-TIME.
095300     MOVE NOM-D-CUENTA TO TLOG-ACCOUNT.
095400     MOVE ZERO TO TLOG-RELATED-ACCOUNT.
095500     MOVE "ABONO-NOMINA" TO TLOG-TYPE.
095600     MOVE NOM-D-IMPORTE TO TLOG-AMOUNT.
095700     MOVE ACCT-SALDO TO TLOG-BALANCE.
095800     MOVE ZERO TO TLOG-REF-FOLIO.
095900     MOVE "NOMI" TO TLOG-TERMINAL.
096000     WRITE TRANSACTION-LOG-RECORD.
096100     IF TRAN-FILE-STATUS NOT = "00"
096200         DISPLAY "*** ALERTA: NO SE PUDO REGISTRAR EL MOVIMIENTO "
096300             "EN LA BITACORA (STATUS " TRAN-FILE-STATUS ") ***"
096400     END-IF.
096500
096600     ADD 1 TO NCTL-ABONOS.
096700     ADD NOM-D-IMPORTE TO NCTL-IMPORTE-ABONADO.
096800     ADD 1 TO ABONOS-CORRIDA.
096900     ADD NOM-D-IMPORTE TO IMPORTE-ABONOS-CORRIDA.
097000     PERFORM 3400-CHECKPOINT-LOTE-RTN THRU
097100         3400-CHECKPOINT-LOTE-RTN-EXIT.
097200
097300 3200-ABONAR-DETALLE-RTN-EXIT.
097400     EXIT.
097500******************************************************************
097600*    3300-RECHAZAR-DETALLE-RTN
097700*    GRABA EL DETALLE EN TURNO EN EL ARCHIVO DE RECHAZOS CON EL
097800*    MOTIVO QUE DEJO EL LLAMADOR EN MOTIVO-RECHAZO, LO LISTA EN
097900*    LA CONFIRMACION DE LA EMPRESA Y LO ACUMULA EN EL LOTE.
098000******************************************************************
098100 3300-RECHAZAR-DETALLE-RTN.
098200
098300     MOVE SPACES TO NOMINA-RECHAZO-RECORD.
098400     MOVE LOT-EMPRESA (LOT-SUB) TO NRCH-EMPRESA.
098500     MOVE LOT-NUMERO (LOT-SUB) TO NRCH-LOTE.
098600     MOVE LOT-FECHA-PAGO (LOT-SUB) TO NRCH-FECHA-PAGO.
098700     MOVE DETALLE-EN-LOTE TO NRCH-DETALLE.
098800     MOVE NOM-D-CUENTA TO NRCH-CUENTA.
098900     MOVE NOM-D-IMPORTE TO NRCH-IMPORTE.
099000     MOVE NOM-D-REFERENCIA TO NRCH-REFERENCIA.
099100     MOVE MOTIVO-RECHAZO TO NRCH-MOTIVO.
099200     MOVE FECHA-HOY TO NRCH-FECHA-PROCESO.
099300     WRITE NOMINA-RECHAZO-RECORD.
099400     IF RCH-FILE-STATUS NOT = "00"
099500         DISPLAY "*** ALERTA: NO SE GRABO EL RECHAZO DE LA "
099600             "CUENTA " NOM-D-CUENTA " POR $" NOM-D-IMPORTE
099700             " (STATUS " RCH-FILE-STATUS ") ***"
099800     END-IF.
099900
100000     MOVE NOM-D-IMPORTE TO IMPORTE-ED.
100100     MOVE SPACES TO REPORT-LINE.
100200     STRING "  RECHAZO " DELIMITED BY SIZE
100300         NOM-D-CUENTA DELIMITED BY SIZE
100400         " $" DELIMITED BY SIZE
100500         IMPORTE-ED DELIMITED BY SIZE
100600         " " DELIMITED BY SIZE
100700         NOM-D-REFERENCIA DELIMITED BY SIZE
100800         INTO REPORT-LINE.
100900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
101000     MOVE SPACES TO REPORT-LINE.
101100     STRING "          MOTIVO: " DELIMITED BY SIZE
101200         MOTIVO-RECHAZO DELIMITED BY SIZE
101300         INTO REPORT-LINE.
101400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
101500
101600     ADD 1 TO NCTL-RECHAZOS.
101700     ADD NOM-D-IMPORTE TO NCTL-IMPORTE-RECHAZADO.
101800     ADD 1 TO RECHAZOS-CORRIDA.
101900     ADD NOM-D-IMPORTE TO IMPORTE-RECHAZOS-CORRIDA.
102000     PERFORM 3400-CHECKPOINT-LOTE-RTN THRU
102100         3400-CHECKPOINT-LOTE-RTN-EXIT.
102200
102300 3300-RECHAZAR-DETALLE-RTN-EXIT.
102400     EXIT.
102500******************************************************************
102600*    3400-CHECKPOINT-LOTE-RTN
102700*    RENUEVA EL REGISTRO DEL LOTE EN EL CONTROL CON EL ULTIMO
102800*    DETALLE CONFIRMADO Y LOS ACUMULADOS, PARA QUE UN REARRANQUE
102900*    REANUDE EXACTAMENTE DESPUES DE EL.
103000******************************************************************
103100 3400-CHECKPOINT-LOTE-RTN.
103200
103300     MOVE DETALLE-EN-LOTE TO NCTL-ULTIMO-DETALLE.
103400     REWRITE NOMINA-CONTROL-RECORD.
103500     IF NCTL-FILE-STATUS NOT = "00"
103600         DISPLAY "*** ALERTA: NO SE RENOVO EL CONTROL DEL LOTE "
103700             NCTL-LOTE " (STATUS " NCTL-FILE-STATUS ") ***"
103800     END-IF.
103900
104000 3400-CHECKPOINT-LOTE-RTN-EXIT.
104100     EXIT.
104200******************************************************************
104300*    3500-CERRAR-LOTE-RTN
104400*    AL LLEGAR AL SUMARIO MARCA EL LOTE COMO TERMINADO EN EL
104500*    CONTROL E IMPRIME LA CONFIRMACION DE LA EMPRESA CON LO
104600*    ABONADO Y LO RECHAZADO EN TODO EL LOTE, INCLUIDO LO QUE SE
104700*    CONFIRMO ANTES DE UNA INTERRUPCION.
104800******************************************************************
104900 3500-CERRAR-LOTE-RTN.
105000
105100     IF LOTE-OMITIDO
105200         ADD 1 TO TOTAL-LOTES-OMITIDOS
105300     ELSE
105400         SET NCTL-TERMINADO TO TRUE
105500         MOVE FECHA-HOY TO NCTL-FECHA-PROCESO
105600         MOVE DETALLE-EN-LOTE TO NCTL-ULTIMO-DETALLE
105700         REWRITE NOMINA-CONTROL-RECORD
105800         IF NCTL-FILE-STATUS NOT = "00"
105900             DISPLAY "*** ALERTA: NO SE MARCO EL LOTE " NCTL-LOTE
106000                 " COMO TERMINADO (STATUS " NCTL-FILE-STATUS
106100                 ") ***"
106200         END-IF
106300         ADD 1 TO TOTAL-LOTES-ABONADOS
106400     END-IF.
106500
106600     MOVE NCTL-ABONOS TO CONTADOR-ED.
106700     MOVE NCTL-IMPORTE-ABONADO TO IMPORTE-TOTAL-ED.
106800     MOVE SPACES TO REPORT-LINE.
106900     STRING "  ABONADOS    :" DELIMITED BY SIZE
107000         CONTADOR-ED DELIMITED BY SIZE
107100         "  $" DELIMITED BY SIZE
107200         IMPORTE-TOTAL-ED DELIMITED BY SIZE
107300         INTO REPORT-LINE.
107400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
107500     MOVE NCTL-RECHAZOS TO CONTADOR-ED.
107600     MOVE NCTL-IMPORTE-RECHAZADO TO IMPORTE-TOTAL-ED.
107700     MOVE SPACES TO REPORT-LINE.
107800     STRING "  RECHAZADOS  :" DELIMITED BY SIZE
107900         CONTADOR-ED DELIMITED BY SIZE
108000         "  $" DELIMITED BY SIZE
108100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
108200         INTO REPORT-LINE.
108300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
108400
108500     ADD LOT-REG-DECLARADOS (LOT-SUB) TO TOTAL-REG-DECLARADOS.
108600     ADD LOT-IMP-DECLARADO (LOT-SUB) TO IMPORTE-DECLARADO.
108700     ADD NCTL-ABONOS TO TOTAL-ABONOS.
108800     ADD NCTL-IMPORTE-ABONADO TO IMPORTE-ABONOS.
108900     ADD NCTL-RECHAZOS TO TOTAL-RECHAZOS.
109000     ADD NCTL-IMPORTE-RECHAZADO TO IMPORTE-RECHAZOS.
109100
109200 3500-CERRAR-LOTE-RTN-EXIT.
109300     EXIT.
109400******************************************************************
109500*    5900-EMITIR-RTN
109600*    MUESTRA EN CONSOLA Y ESCRIBE EN EL REPORTE EL RENGLON
109700*    ARMADO.
109800******************************************************************
109900 5900-EMITIR-RTN.
110000
110100     DISPLAY REPORT-LINE.
110200     WRITE REPORT-LINE.
110300
110400 5900-EMITIR-RTN-EXIT.
110500     EXIT.
110600******************************************************************
110700*    7000-TOTALES-RTN
110800*    IMPRIME LOS TOTALES DE CONTROL DE LA CORRIDA. LO ABONADO MAS
110900*    LO RECHAZADO DEBE CUADRAR, EN REGISTROS Y EN IMPORTE, CON LO
111000*    DECLARADO POR LAS EMPRESAS EN SUS ENCABEZADOS.
111100******************************************************************
111200 7000-TOTALES-RTN.
111300
111400     MOVE SPACES TO REPORT-LINE.
111500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
111600     MOVE SPACES TO REPORT-LINE.
111700     STRING "TOTALES DE CONTROL" DELIMITED BY SIZE
111800         INTO REPORT-LINE.
111900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
112000
112100     MOVE TOTAL-LOTES-ABONADOS TO CONTADOR-ED.
112200     MOVE SPACES TO REPORT-LINE.
112300     STRING "  LOTES ABONADOS EN ESTA CORRIDA :" DELIMITED BY SIZE
112400         CONTADOR-ED DELIMITED BY SIZE
112500         INTO REPORT-LINE.
112600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
112700
112800     MOVE TOTAL-LOTES-OMITIDOS TO CONTADOR-ED.
112900     MOVE SPACES TO REPORT-LINE.
113000     STRING "  LOTES OMITIDOS (YA ABONADOS)   :" DELIMITED BY SIZE
113100         CONTADOR-ED DELIMITED BY SIZE
113200         INTO REPORT-LINE.
113300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
113400
113500     MOVE TOTAL-REG-DECLARADOS TO CONTADOR-ED.
113600     MOVE IMPORTE-DECLARADO TO IMPORTE-TOTAL-ED.
113700     MOVE SPACES TO REPORT-LINE.
113800     STRING "  DETALLES DECLARADOS            :" DELIMITED BY SIZE
113900         CONTADOR-ED DELIMITED BY SIZE
114000         " $" DELIMITED BY SIZE
114100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
114200         INTO REPORT-LINE.
114300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
114400
114500     MOVE TOTAL-ABONOS TO CONTADOR-ED.
114600     MOVE IMPORTE-ABONOS TO IMPORTE-TOTAL-ED.
114700     MOVE SPACES TO REPORT-LINE.
114800     STRING "  DETALLES ABONADOS              :" DELIMITED BY SIZE
114900         CONTADOR-ED DELIMITED BY SIZE
115000         " $" DELIMITED BY SIZE
115100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
115200         INTO REPORT-LINE.
115300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
115400
115500     MOVE TOTAL-RECHAZOS TO CONTADOR-ED.
115600     MOVE IMPORTE-RECHAZOS TO IMPORTE-TOTAL-ED.
115700     MOVE SPACES TO REPORT-LINE.
115800     STRING "  DETALLES RECHAZADOS            :" DELIMITED BY SIZE
115900         CONTADOR-ED DELIMITED BY SIZE
116000         " $" DELIMITED BY SIZE
116100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
116200         INTO REPORT-LINE.
116300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
116400
116500     MOVE ABONOS-CORRIDA TO CONTADOR-ED.
116600     MOVE IMPORTE-ABONOS-CORRIDA TO IMPORTE-TOTAL-ED.
116700     MOVE SPACES TO REPORT-LINE.
116800     STRING "  ABONADOS EN ESTA CORRIDA       :" DELIMITED BY SIZE
116900         CONTADOR-ED DELIMITED BY SIZE
117000         " $" DELIMITED BY SIZE
117100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
117200         INTO REPORT-LINE.
117300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
117400
117500     MOVE RECHAZOS-CORRIDA TO CONTADOR-ED.
117600     MOVE IMPORTE-RECHAZOS-CORRIDA TO IMPORTE-TOTAL-ED.
117700     MOVE SPACES TO REPORT-LINE.
117800     STRING "  RECHAZADOS EN ESTA CORRIDA     :" DELIMITED BY SIZE
117900         CONTADOR-ED DELIMITED BY SIZE
118000         " $" DELIMITED BY SIZE
118100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
118200         INTO REPORT-LINE.
118300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
118400
118500     COMPUTE TOTAL-CUADRE = TOTAL-ABONOS + TOTAL-RECHAZOS.
118600     COMPUTE IMPORTE-CUADRE = IMPORTE-ABONOS + IMPORTE-RECHAZOS.
118700     MOVE SPACES TO REPORT-LINE.
118800     IF TOTAL-CUADRE = TOTAL-REG-DECLARADOS AND
118900         IMPORTE-CUADRE = IMPORTE-DECLARADO
119000         STRING "  CUADRE: ABONADO + RECHAZADO = DECLARADO"
119100             DELIMITED BY SIZE INTO REPORT-LINE
119200     ELSE
119300         STRING "  *** DESCUADRE: ABONADO + RECHAZADO NO IGUALA "
119400             "LO DECLARADO ***" DELIMITED BY SIZE
119500             INTO REPORT-LINE
119600         DISPLAY "*** ALERTA: LOS ABONOS DE NOMINA NO CUADRAN "
119700             "CON LO DECLARADO. VER NOMRPT ***"
119750         MOVE 16 TO RETURN-CODE
119800     END-IF.
119900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
120000
120100 7000-TOTALES-RTN-EXIT.
120200     EXIT.
120203******************************************************************
120206*    7150-TOPE-MES-RTN
120209*    DEJA EN DIAS-MES-TOPE LOS DIAS DEL MES DE FECHA-TRABAJO,
120212*    CON FEBRERO DE 29 EN ANIO BISIESTO.
120215******************************************************************
120218 7150-TOPE-MES-RTN.
120221
120224     MOVE DIAS-DEL-MES(FTD-MES) TO DIAS-MES-TOPE.
120227     IF FTD-MES = 2
120230         DIVIDE FTD-ANIO BY 4 GIVING ANIO-COCIENTE
120233             REMAINDER RESTO-ANIO
120236         IF RESTO-ANIO = ZERO
120239             DIVIDE FTD-ANIO BY 100 GIVING ANIO-COCIENTE
120242                 REMAINDER RESTO-ANIO
120245             IF RESTO-ANIO NOT = ZERO
120248                 MOVE 29 TO DIAS-MES-TOPE
120251             ELSE
120254                 DIVIDE FTD-ANIO BY 400 GIVING ANIO-COCIENTE
120257                     REMAINDER RESTO-ANIO
120260                 IF RESTO-ANIO = ZERO
120263                     MOVE 29 TO DIAS-MES-TOPE
120266                 END-IF
120269             END-IF
120272         END-IF
120275     END-IF.
120278
120281 7150-TOPE-MES-RTN-EXIT.
120284     EXIT.
120300******************************************************************
120400*    8000-VACIAR-NOMINA-RTN
120500*    CIERRA EL ARCHIVO DE NOMINA YA ABONADO Y LO REESCRIBE VACIO,
120600*    IGUAL QUE EL BATCH DE REGRESO DE CAMARA, PARA QUE LA
120700*    SIGUIENTE CORRIDA NO LO VUELVA A LEER. SI AUN ASI LLEGA DE
120800*    NUEVO, EL CONTROL DE LOTES LO RECHAZA COMO YA PROCESADO.
120900******************************************************************
121000 8000-VACIAR-NOMINA-RTN.
121100
121200     CLOSE NOMINA-FILE.
121300     OPEN OUTPUT NOMINA-FILE.
121400     CLOSE NOMINA-FILE.
121500     MOVE "N" TO NOMINA-ABIERTO-SW.
121600
121700 8000-VACIAR-NOMINA-RTN-EXIT.
121800     EXIT.
121900******************************************************************
122000*    9000-TERMINAR-RTN
122100*    CIERRA LOS ARCHIVOS QUE SIGUEN ABIERTOS POR EL PROGRAMA. UN
122200*    ARCHIVO DE NOMINA RECHAZADO SE CIERRA SIN VACIARLO.
122300******************************************************************
122400 9000-TERMINAR-RTN.
122500
122600     IF NOMINA-ABIERTO
122700         CLOSE NOMINA-FILE
122800     END-IF.
122900
123000     IF ARCHIVOS-ABIERTOS
123100         CLOSE ACCOUNT-MASTER-FILE
123200               TRANSACTION-LOG-FILE
123300               TRAN-CONTROL-FILE
123400               NOMINA-CONTROL-FILE
123500               RECHAZO-FILE
123600               REPORT-FILE
123700     END-IF.
123800
123900 9000-TERMINAR-RTN-EXIT.
124000     EXIT.
124100
124200 END PROGRAM CAJERO-NOMINA-ABONAR.

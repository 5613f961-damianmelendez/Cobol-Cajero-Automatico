000100******************************************************************
000200* PROGRAM-ID:  CAJERO-CLIENTES-CONVERTIR
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CONVERSION DE UNA SOLA VEZ AL MAESTRO DE CLIENTES.
000800*              LEE EL MAESTRO DE CUENTAS EN SU FORMATO ANTERIOR
000900*              (114 POSICIONES, SIN NUMERO DE CLIENTE), LO ORDENA
001000*              POR TARJETA Y CUENTA Y DA DE ALTA UN CLIENTE POR
001100*              CADA TARJETA: LAS CUENTAS QUE COMPARTEN TARJETA SON
001200*              DEL MISMO CLIENTE, QUE TOMA EL NOMBRE DEL TITULAR
001300*              DE SU PRIMERA CUENTA. ESCRIBE EL MAESTRO DE CUENTAS
001400*              EN EL FORMATO NUEVO (128 POSICIONES) CON SU NUMERO
001500*              DE CLIENTE, EL MAESTRO DE CLIENTES (CLIEMST) Y EL
001600*              REPORTE DE LA CONVERSION (CLICONV). EL DOMICILIO,
001700*              EL DOCUMENTO, EL TELEFONO Y LA FECHA DE NACIMIENTO
001800*              NO EXISTEN EN EL MAESTRO ANTERIOR: QUEDAN EN BLANCO
001900*              PARA CAPTURARSE EN EL MANTENIMIENTO DE CUENTAS.
002000*              ANTES DE CORRERLA, EL OPERADOR RENOMBRA EL MAESTRO
002100*              ACTUAL ACCTMSTR A ACCTANT. LA CONVERSION SE NIEGA A
002200*              CORRER SI ACCTMSTR O CLIEMST YA EXISTEN, PARA NO
002300*              ENCIMARSE A UNA CONVERSION YA HECHA.
002400* TECTONICS:   cobc
002500*
002600* MODIFICATION HISTORY
002700* DATE       INIT  DESCRIPTION
002800* ---------  ----  --------------------------------------------
002900* 2026-10-15 JMR   VERSION ORIGINAL - CONVERSION DEL MAESTRO DE
003000*                  CUENTAS Y ALTA INICIAL DE CLIENTES.
003100******************************************************************
003200 IDENTIFICATION DIVISION.
003300 PROGRAM-ID. CAJERO-CLIENTES-CONVERTIR.
003400 AUTHOR. J. MELENDEZ RUIZ.
003500 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003600 DATE-WRITTEN. 2026-10-15.
003700 DATE-COMPILED.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. GNUCOBOL.
004200 OBJECT-COMPUTER. GNUCOBOL.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT OLD-ACCOUNT-FILE
004600         ASSIGN TO "ACCTANT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS ANT-NUMBER
005000         ALTERNATE RECORD KEY IS ANT-CARD-NUMBER
005100             WITH DUPLICATES
005200         FILE STATUS IS ANT-FILE-STATUS.
005300
005400     SELECT ACCOUNT-MASTER-FILE
005500         ASSIGN TO "ACCTMSTR"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ACCT-NUMBER
005900         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
006000             WITH DUPLICATES
006100         FILE STATUS IS ACCT-FILE-STATUS.
006200
006300     SELECT CUSTOMER-MASTER-FILE
006400         ASSIGN TO "CLIEMST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS CLI-NUMERO
006800         FILE STATUS IS CLI-FILE-STATUS.
006900
007000     SELECT TRAN-CONTROL-FILE
007100         ASSIGN TO "TRANCTL"
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS DYNAMIC
007400         RECORD KEY IS CTL-KEY
007500         FILE STATUS IS CTL-FILE-STATUS.
007600
007700     SELECT AUDIT-LOG-FILE
007800         ASSIGN TO "AUDITLOG"
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS AUD-FILE-STATUS.
008100
008200     SELECT REPORT-FILE
008300         ASSIGN TO "CLICONV"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS RPT-FILE-STATUS.
008600
008700     SELECT SORT-WORK-FILE
008800         ASSIGN TO "SORTWK01".
008900******************************************************************
009000 DATA DIVISION.
009100 FILE SECTION.
009200*    FORMATO ANTERIOR DEL MAESTRO DE CUENTAS: ES ACCTREC HASTA
009300*    ACCT-LAST-INTEREST-PERIOD MAS DOS POSICIONES DE RELLENO.
009400 FD  OLD-ACCOUNT-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  OLD-ACCOUNT-RECORD.
009700     05  ANT-NUMBER                  PIC 9(10).
009800     05  ANT-CARD-NUMBER             PIC 9(16).
009900     05  ANT-PIN                     PIC 9(04).
010000     05  ANT-HOLDER-NAME             PIC X(30).
010100     05  ANT-RESTO                   PIC X(54).
010200
010300 FD  ACCOUNT-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ACCTREC.
010600
010700 FD  CUSTOMER-MASTER-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY CLIREC.
011000
011100 FD  TRAN-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY CTLREC.
011400
011500 FD  AUDIT-LOG-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY AUDREC.
011800
011900 FD  REPORT-FILE
012000     LABEL RECORDS ARE STANDARD.
012100 01  REPORT-LINE                     PIC X(80).
012200
012300 SD  SORT-WORK-FILE.
012400 01  SORT-CUENTA-RECORD.
012500     05  SRT-NUMBER                  PIC 9(10).
012600     05  SRT-CARD-NUMBER             PIC 9(16).
012700     05  FILLER                      PIC X(04).
012800     05  SRT-HOLDER-NAME             PIC X(30).
012900     05  FILLER                      PIC X(54).
013000******************************************************************
013100 WORKING-STORAGE SECTION.
013200 01  SWITCHES.
013300     05  CUENTAS-EOF-SW              PIC X(01) VALUE "N".
013400         88  CUENTAS-FIN                 VALUE "Y".
013500     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
013600         88  ARCHIVOS-ABIERTOS           VALUE "Y".
013700
013800 01  ARCHIVO-STATUS-FIELDS.
013900     05  ANT-FILE-STATUS             PIC X(02) VALUE SPACES.
014000     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
014100     05  CLI-FILE-STATUS             PIC X(02) VALUE SPACES.
014200     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
014300     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
014400     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
014500
014600 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
014700 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
014800 77  ULTIMO-CLIENTE                  PIC 9(08)  VALUE ZERO.
014900 77  TARJETA-ANTERIOR                PIC 9(16)  VALUE ZERO.
015000 77  TOTAL-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZERO.
015100 77  TOTAL-CUENTAS-ESCRITAS          PIC 9(07)  VALUE ZERO.
015200 77  TOTAL-CUENTAS-RECHAZADAS        PIC 9(07)  VALUE ZERO.
015300 77  TOTAL-CLIENTES                  PIC 9(07)  VALUE ZERO.
015400 77  TOTAL-NOMBRES-DISTINTOS         PIC 9(07)  VALUE ZERO.
015500 77  PROGRAMA-AUDITORIA              PIC X(08)  VALUE "CLICONV".
015600 77  OPERADOR-LOTE                   PIC X(08)  VALUE "LOTE".
015700******************************************************************
015800 PROCEDURE DIVISION.
015900******************************************************************
016000*    0000-MAINLINE
016100*    VERIFICA QUE LA CONVERSION PUEDA CORRER, ORDENA EL MAESTRO
016200*    ANTERIOR POR TARJETA Y CUENTA, CONVIERTE CADA CUENTA DANDO
016300*    DE ALTA SU CLIENTE Y CIERRA CON EL RESUMEN DE LA CORRIDA.
016400******************************************************************
016500 0000-MAINLINE.
016600
016700     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
016800
016900     IF NOT ARCHIVOS-ABIERTOS
017000         STOP RUN
017100     END-IF.
017200
017300     SORT SORT-WORK-FILE
017400         ON ASCENDING KEY SRT-CARD-NUMBER SRT-NUMBER
017500         USING OLD-ACCOUNT-FILE
017600         OUTPUT PROCEDURE IS 3000-CONVERTIR-CUENTAS-RTN THRU
017700             3000-CONVERTIR-CUENTAS-RTN-EXIT.
017800
017900     IF SORT-RETURN NOT = ZERO
018000         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DEL MAESTRO "
018100             "ANTERIOR (SORT-RETURN " SORT-RETURN ") ***"
018200         MOVE 16 TO RETURN-CODE
018300     END-IF.
018400
018500     PERFORM 8000-RESUMEN-RTN THRU 8000-RESUMEN-RTN-EXIT.
018600
018700     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
018800
018900     STOP RUN.
019000******************************************************************
019100*    1000-INICIALIZAR-RTN
019200*    EL MAESTRO ANTERIOR (ACCTANT) DEBE EXISTIR Y LOS MAESTROS
019300*    NUEVOS DE CUENTAS Y CLIENTES NO: SI ALGUNO YA EXISTE LA
019400*    CONVERSION YA SE HIZO (O FALTA RENOMBRAR EL MAESTRO) Y NO SE
019500*    TOCA NADA. EL MAESTRO ANTERIOR SOLO SE ABRE PARA PROBARLO; LO
019600*    LEE EL ORDENAMIENTO. CREA LOS DOS MAESTROS NUEVOS Y ABRE EL
019700*    CONTROL DE FOLIOS, LA AUDITORIA Y EL REPORTE.
019800******************************************************************
019900 1000-INICIALIZAR-RTN.
020000
020100     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
020200
020300     DISPLAY "==============================================".
020400     DISPLAY "   CONVERSION AL MAESTRO DE CLIENTES".
020500     DISPLAY "==============================================".
020600
020700     OPEN INPUT OLD-ACCOUNT-FILE.
020800     IF ANT-FILE-STATUS NOT = "00"
020900         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO "
021000             "ANTERIOR ACCTANT (STATUS " ANT-FILE-STATUS ") ***"
021100         DISPLAY "RENOMBRE EL MAESTRO ACTUAL ACCTMSTR A ACCTANT "
021200             "ANTES DE CORRER LA CONVERSION."
021300         MOVE 16 TO RETURN-CODE
021400         GO TO 1000-INICIALIZAR-RTN-EXIT
021500     END-IF.
021600     CLOSE OLD-ACCOUNT-FILE.
021700
021800     OPEN INPUT ACCOUNT-MASTER-FILE.
021900     IF ACCT-FILE-STATUS NOT = "35"
022000         DISPLAY "*** ERROR: EL MAESTRO DE CUENTAS ACCTMSTR YA "
022100             "EXISTE (STATUS " ACCT-FILE-STATUS ") ***"
022200         DISPLAY "LA CONVERSION YA SE CORRIO O FALTA RENOMBRAR "
022300             "EL MAESTRO. NO SE CONVIERTE NADA."
022400         IF ACCT-FILE-STATUS = "00"
022500             CLOSE ACCOUNT-MASTER-FILE
022600         END-IF
022700         MOVE 16 TO RETURN-CODE
022800         GO TO 1000-INICIALIZAR-RTN-EXIT
022900     END-IF.
023000
023100     OPEN INPUT CUSTOMER-MASTER-FILE.
023200     IF CLI-FILE-STATUS NOT = "35"
023300         DISPLAY "*** ERROR: EL MAESTRO DE CLIENTES CLIEMST YA "
023400             "EXISTE (STATUS " CLI-FILE-STATUS ") ***"
023500         DISPLAY "LA CONVERSION YA SE CORRIO. NO SE CONVIERTE "
023600             "NADA."
023700         IF CLI-FILE-STATUS = "00"
023800             CLOSE CUSTOMER-MASTER-FILE
023900         END-IF
024000         MOVE 16 TO RETURN-CODE
024100         GO TO 1000-INICIALIZAR-RTN-EXIT
024200     END-IF.
024300
024400     OPEN OUTPUT ACCOUNT-MASTER-FILE.
024500     IF ACCT-FILE-STATUS NOT = "00"
024600         DISPLAY "*** ERROR: NO SE PUDO CREAR EL MAESTRO DE "
024700             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
024800         MOVE 16 TO RETURN-CODE
024900         GO TO 1000-INICIALIZAR-RTN-EXIT
025000     END-IF.
025100
025200     OPEN OUTPUT CUSTOMER-MASTER-FILE.
025300     IF CLI-FILE-STATUS NOT = "00"
025400         DISPLAY "*** ERROR: NO SE PUDO CREAR EL MAESTRO DE "
025500             "CLIENTES (STATUS " CLI-FILE-STATUS ") ***"
025600         MOVE 16 TO RETURN-CODE
025700         CLOSE ACCOUNT-MASTER-FILE
025800         GO TO 1000-INICIALIZAR-RTN-EXIT
025900     END-IF.
026000
026100     OPEN I-O TRAN-CONTROL-FILE.
026200     IF CTL-FILE-STATUS = "35"
026300         OPEN OUTPUT TRAN-CONTROL-FILE
026400         CLOSE TRAN-CONTROL-FILE
026500         OPEN I-O TRAN-CONTROL-FILE
026600     END-IF.
026700
026800     MOVE "4" TO CTL-KEY.
026900     READ TRAN-CONTROL-FILE
027000         INVALID KEY
027100             MOVE ZERO TO CTL-LAST-SEQ
027200             WRITE TRAN-CONTROL-RECORD
027300     END-READ.
027400     MOVE CTL-LAST-SEQ TO ULTIMO-CLIENTE.
027500
027600     OPEN EXTEND AUDIT-LOG-FILE.
027700     IF AUD-FILE-STATUS = "35"
027800         OPEN OUTPUT AUDIT-LOG-FILE
027900         CLOSE AUDIT-LOG-FILE
028000         OPEN EXTEND AUDIT-LOG-FILE
028100     END-IF.
028200
028300     OPEN OUTPUT REPORT-FILE.
028400     SET ARCHIVOS-ABIERTOS TO TRUE.
028500
028600     MOVE SPACES TO REPORT-LINE.
028700     STRING "CONVERSION AL MAESTRO DE CLIENTES - FECHA "
028800         DELIMITED BY SIZE
028900         FECHA-HOY DELIMITED BY SIZE
029000         INTO REPORT-LINE.
029100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
029200     MOVE SPACES TO REPORT-LINE.
029300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
029400
029500 1000-INICIALIZAR-RTN-EXIT.
029600     EXIT.
029700******************************************************************
029800*    1900-ESCRIBIR-AUDITORIA-RTN
029900*    DEJA EN LA BITACORA DE AUDITORIA EL ALTA DEL CLIENTE EN
030000*    TURNO, CON EL OPERADOR DE LOTE, LA PRIMERA CUENTA DEL
030100*    CLIENTE Y SU NUMERO DE CLIENTE COMO REFERENCIA.
030200******************************************************************
030300 1900-ESCRIBIR-AUDITORIA-RTN.
030400
030500     ACCEPT HORA-ACTUAL FROM TIME.
030600     MOVE FECHA-HOY TO AUD-DATE.
030700     MOVE HORA-ACTUAL TO AUD-TIME.
030800     MOVE OPERADOR-LOTE TO AUD-OPERATOR.
030900     MOVE PROGRAMA-AUDITORIA TO AUD-PROGRAMA.
031000     MOVE "ALTA-CLIENTE" TO AUD-ACTION.
031100     MOVE SRT-NUMBER TO AUD-CUENTA.
031200     MOVE ZERO TO AUD-DENOM.
031300     MOVE CLI-NUMERO TO AUD-REFERENCIA.
031400     MOVE "CONVERSION" TO AUD-MOTIVO.
031500     MOVE SPACES TO AUD-VALOR-ANTERIOR.
031600     MOVE CLI-NOMBRE TO AUD-VALOR-NUEVO.
031700     WRITE AUDIT-LOG-RECORD.
031800     IF AUD-FILE-STATUS NOT = "00"
031900         DISPLAY "*** ALERTA: NO SE REGISTRO LA AUDITORIA "
032000             "(STATUS " AUD-FILE-STATUS ") ***"
032100     END-IF.
032200
032300 1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
032400     EXIT.
032500******************************************************************
032600*    3000-CONVERTIR-CUENTAS-RTN
032700*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: RECIBE LAS CUENTAS
032800*    DEL MAESTRO ANTERIOR EN ORDEN DE TARJETA Y CUENTA Y LAS
032900*    CONVIERTE UNA POR UNA.
033000******************************************************************
033100 3000-CONVERTIR-CUENTAS-RTN.
033200
033300     MOVE SPACES TO REPORT-LINE.
033400     STRING "CLIENTE  CUENTA     TARJETA          TITULAR"
033500         DELIMITED BY SIZE INTO REPORT-LINE.
033600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
033700
033800     PERFORM 3100-CONVERTIR-CUENTA-RTN THRU
033900         3100-CONVERTIR-CUENTA-RTN-EXIT
034000         UNTIL CUENTAS-FIN.
034100
034200 3000-CONVERTIR-CUENTAS-RTN-EXIT.
034300     EXIT.
034400******************************************************************
034500*    3100-CONVERTIR-CUENTA-RTN
034600*    TOMA LA SIGUIENTE CUENTA DEL ORDENAMIENTO. SI SU TARJETA ES
034700*    DISTINTA DE LA ANTERIOR (O ES CERO, CUENTA SIN TARJETA) DA
034800*    DE ALTA UN CLIENTE NUEVO; SI NO, LA CUENTA ES DEL CLIENTE
034900*    EN TURNO. UN TITULAR DISTINTO AL NOMBRE DEL CLIENTE SE
035000*    SENALA EN EL REPORTE PARA REVISARLO (CUENTA MANCOMUNADA O
035100*    ERROR DE CAPTURA), PERO LA CUENTA CONSERVA SU TITULAR.
035200******************************************************************
035300 3100-CONVERTIR-CUENTA-RTN.
035400
035500     RETURN SORT-WORK-FILE
035600         AT END
035700             SET CUENTAS-FIN TO TRUE
035800     END-RETURN.
035900
036000     IF CUENTAS-FIN
036100         GO TO 3100-CONVERTIR-CUENTA-RTN-EXIT
036200     END-IF.
036300
036400     ADD 1 TO TOTAL-CUENTAS-LEIDAS.
036500
036600     IF TOTAL-CUENTAS-LEIDAS = 1 OR
036700         SRT-CARD-NUMBER = ZERO OR
036800         SRT-CARD-NUMBER NOT = TARJETA-ANTERIOR
036900         PERFORM 3200-ALTA-CLIENTE-RTN THRU
037000             3200-ALTA-CLIENTE-RTN-EXIT
037100     END-IF.
037200     MOVE SRT-CARD-NUMBER TO TARJETA-ANTERIOR.
037300
037400     PERFORM 3300-ESCRIBIR-CUENTA-RTN THRU
037500         3300-ESCRIBIR-CUENTA-RTN-EXIT.
037600
037700 3100-CONVERTIR-CUENTA-RTN-EXIT.
037800     EXIT.
037900******************************************************************
038000*    3200-ALTA-CLIENTE-RTN
038100*    DA DE ALTA EL CLIENTE DE LA TARJETA EN TURNO CON EL
038200*    SIGUIENTE NUMERO DE CLIENTE Y EL NOMBRE DEL TITULAR DE SU
038300*    PRIMERA CUENTA. LOS DATOS QUE EL MAESTRO ANTERIOR NO TIENE
038400*    QUEDAN EN BLANCO O EN CERO, CON EL DOCUMENTO PENDIENTE.
038500******************************************************************
038600 3200-ALTA-CLIENTE-RTN.
038700
038800     ADD 1 TO ULTIMO-CLIENTE.
038900     MOVE ULTIMO-CLIENTE TO CLI-NUMERO.
039000     MOVE SRT-HOLDER-NAME TO CLI-NOMBRE.
039100     MOVE SPACES TO CLI-CALLE.
039200     MOVE SPACES TO CLI-COLONIA.
039300     MOVE SPACES TO CLI-CIUDAD.
039400     MOVE SPACES TO CLI-ENTIDAD.
039500     MOVE ZERO TO CLI-CODIGO-POSTAL.
039600     SET CLI-DOCTO-PENDIENTE TO TRUE.
039700     MOVE SPACES TO CLI-NUMERO-DOCTO.
039800     MOVE SPACES TO CLI-TELEFONO.
039900     MOVE ZERO TO CLI-FECHA-NACIMIENTO.
040000     MOVE FECHA-HOY TO CLI-FECHA-ALTA.
040100     SET CLI-DE-CONVERSION TO TRUE.
040200
040300     WRITE CUSTOMER-MASTER-RECORD.
040400     IF CLI-FILE-STATUS NOT = "00"
040500         DISPLAY "*** ALERTA: NO SE DIO DE ALTA EL CLIENTE "
040600             CLI-NUMERO " (STATUS " CLI-FILE-STATUS ") ***"
040700         MOVE 16 TO RETURN-CODE
040800         GO TO 3200-ALTA-CLIENTE-RTN-EXIT
040900     END-IF.
041000
041100     ADD 1 TO TOTAL-CLIENTES.
041200     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
041300         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
041400
041500 3200-ALTA-CLIENTE-RTN-EXIT.
041600     EXIT.
041700******************************************************************
041800*    3300-ESCRIBIR-CUENTA-RTN
041900*    PASA LA CUENTA AL FORMATO NUEVO: EL REGISTRO ANTERIOR OCUPA
042000*    LAS PRIMERAS POSICIONES DEL NUEVO TAL CUAL, Y SE LE PONE EL
042100*    NUMERO DEL CLIENTE EN TURNO. IMPRIME EL RENGLON DE LA CUENTA
042200*    EN EL REPORTE.
042300******************************************************************
042400 3300-ESCRIBIR-CUENTA-RTN.
042500
042600     MOVE SORT-CUENTA-RECORD TO ACCOUNT-MASTER-RECORD.
042700     MOVE CLI-NUMERO TO ACCT-CUSTOMER-NUMBER.
042800
042900     WRITE ACCOUNT-MASTER-RECORD.
043000     IF ACCT-FILE-STATUS NOT = "00"
043100         DISPLAY "*** ALERTA: NO SE ESCRIBIO LA CUENTA "
043200             ACCT-NUMBER " (STATUS " ACCT-FILE-STATUS ") ***"
043300         ADD 1 TO TOTAL-CUENTAS-RECHAZADAS
043400         MOVE 16 TO RETURN-CODE
043500         MOVE SPACES TO REPORT-LINE
043600         STRING "         " DELIMITED BY SIZE
043700             ACCT-NUMBER DELIMITED BY SIZE
043800             " *** NO SE ESCRIBIO (STATUS " DELIMITED BY SIZE
043900             ACCT-FILE-STATUS DELIMITED BY SIZE
044000             ") ***" DELIMITED BY SIZE
044100             INTO REPORT-LINE
044200         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
044300         GO TO 3300-ESCRIBIR-CUENTA-RTN-EXIT
044400     END-IF.
044500
044600     ADD 1 TO TOTAL-CUENTAS-ESCRITAS.
044700     MOVE SPACES TO REPORT-LINE.
044800     STRING ACCT-CUSTOMER-NUMBER DELIMITED BY SIZE
044900         " " DELIMITED BY SIZE
045000         ACCT-NUMBER DELIMITED BY SIZE
045100         " " DELIMITED BY SIZE
045200         ACCT-CARD-NUMBER DELIMITED BY SIZE
045300         " " DELIMITED BY SIZE
045400         ACCT-HOLDER-NAME DELIMITED BY SIZE
045500         INTO REPORT-LINE.
045600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
045700
045800     IF ACCT-HOLDER-NAME NOT = CLI-NOMBRE
045900         ADD 1 TO TOTAL-NOMBRES-DISTINTOS
046000         MOVE SPACES TO REPORT-LINE
046100         STRING "         AVISO: TITULAR DISTINTO A "
046200             DELIMITED BY SIZE
046300             CLI-NOMBRE DELIMITED BY "  "
046400             ". REVISAR." DELIMITED BY SIZE
046600             INTO REPORT-LINE
046700         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
046800     END-IF.
046900
047000 3300-ESCRIBIR-CUENTA-RTN-EXIT.
047100     EXIT.
047200******************************************************************
047300*    5900-EMITIR-RTN
047400*    DESPLIEGA EN CONSOLA Y ESCRIBE EN EL ARCHIVO DE REPORTE LA
047500*    LINEA YA ARMADA EN REPORT-LINE.
047600******************************************************************
047700 5900-EMITIR-RTN.
047800
047900     DISPLAY REPORT-LINE.
048000     WRITE REPORT-LINE.
048100
048200 5900-EMITIR-RTN-EXIT.
048300     EXIT.
048400******************************************************************
048500*    8000-RESUMEN-RTN
048600*    GUARDA EL ULTIMO NUMERO DE CLIENTE EN EL CONTROL DE FOLIOS
048700*    PARA QUE EL MANTENIMIENTO CONTINUE LA NUMERACION, E IMPRIME
048800*    LOS TOTALES DE LA CONVERSION.
048900*    TODA CUENTA LEIDA DEBE QUEDAR ESCRITA O RECHAZADA.
049000******************************************************************
049100 8000-RESUMEN-RTN.
049200
049300     MOVE "4" TO CTL-KEY.
049400     READ TRAN-CONTROL-FILE.
049500     MOVE ULTIMO-CLIENTE TO CTL-LAST-SEQ.
049600     REWRITE TRAN-CONTROL-RECORD.
049700     IF CTL-FILE-STATUS NOT = "00"
049800         DISPLAY "*** ALERTA: NO SE PUDO GUARDAR EL ULTIMO "
049900             "NUMERO DE CLIENTE (STATUS " CTL-FILE-STATUS ") ***"
050000         MOVE 16 TO RETURN-CODE
050100     END-IF.
050200
050300     MOVE SPACES TO REPORT-LINE.
050400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
050500
050600     MOVE SPACES TO REPORT-LINE.
050700     STRING "CUENTAS LEIDAS DEL MAESTRO ANTERIOR  : "
050800         DELIMITED BY SIZE
050900         TOTAL-CUENTAS-LEIDAS DELIMITED BY SIZE
051000         INTO REPORT-LINE.
051100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
051200
051300     MOVE SPACES TO REPORT-LINE.
051400     STRING "CUENTAS ESCRITAS EN EL MAESTRO NUEVO : "
051500         DELIMITED BY SIZE
051600         TOTAL-CUENTAS-ESCRITAS DELIMITED BY SIZE
051700         INTO REPORT-LINE.
051800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
051900
052000     MOVE SPACES TO REPORT-LINE.
052100     STRING "CUENTAS RECHAZADAS                   : "
052200         DELIMITED BY SIZE
052300         TOTAL-CUENTAS-RECHAZADAS DELIMITED BY SIZE
052400         INTO REPORT-LINE.
052500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
052600
052700     MOVE SPACES TO REPORT-LINE.
052800     STRING "CLIENTES DADOS DE ALTA               : "
052900         DELIMITED BY SIZE
053000         TOTAL-CLIENTES DELIMITED BY SIZE
053100         INTO REPORT-LINE.
053200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
053300
053400     MOVE SPACES TO REPORT-LINE.
053500     STRING "TITULARES A REVISAR                  : "
053600         DELIMITED BY SIZE
053700         TOTAL-NOMBRES-DISTINTOS DELIMITED BY SIZE
053800         INTO REPORT-LINE.
053900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
054000
054100     MOVE SPACES TO REPORT-LINE.
054200     IF TOTAL-CUENTAS-LEIDAS =
054300             TOTAL-CUENTAS-ESCRITAS + TOTAL-CUENTAS-RECHAZADAS AND
054400         TOTAL-CUENTAS-RECHAZADAS = ZERO
054500         STRING "CONVERSION COMPLETA. CAPTURE EL DOMICILIO Y EL "
054600             "DOCUMENTO DE CADA CLIENTE." DELIMITED BY SIZE
054700             INTO REPORT-LINE
054800     ELSE
054900         STRING "*** CONVERSION INCOMPLETA: NO SE PONGA EN "
055000             "OPERACION EL MAESTRO NUEVO ***" DELIMITED BY SIZE
055100             INTO REPORT-LINE
055200         MOVE 16 TO RETURN-CODE
055300     END-IF.
055400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
055500
055600 8000-RESUMEN-RTN-EXIT.
055700     EXIT.
055800******************************************************************
055900*    9000-TERMINAR-RTN
056000*    CIERRA LOS MAESTROS NUEVOS, EL CONTROL DE FOLIOS, LA
056100*    AUDITORIA Y EL REPORTE.
056200******************************************************************
056300 9000-TERMINAR-RTN.
056400
056500     CLOSE ACCOUNT-MASTER-FILE
056600           CUSTOMER-MASTER-FILE
056700           TRAN-CONTROL-FILE
056800           AUDIT-LOG-FILE
056900           REPORT-FILE.
057000
057100 9000-TERMINAR-RTN-EXIT.
057200     EXIT.
057300
057400 END PROGRAM CAJERO-CLIENTES-CONVERTIR.

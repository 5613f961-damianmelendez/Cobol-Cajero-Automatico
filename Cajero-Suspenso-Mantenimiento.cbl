000100******************************************************************
000200* PROGRAM-ID:  CAJERO-SUSPENSO-MANTENIMIENTO
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     UTILERIA SUPERVISADA DE LA COLA DE TRABAJO DEL
000800*              SUSPENSO INTERBANCARIO (SUSPMST). EL BATCH DE
000900*              RECEPCION DE CAMARA MANDA A SUSPENSO LOS ABONOS Y
001000*              REABONOS CUYA CUENTA LOCAL NO EXISTE O NO ADMITE
001100*              ABONOS; AQUI EL SUPERVISOR FIRMADO LOS CONSULTA,
001200*              LOS APLICA A LA CUENTA CORREGIDA (CON SU PATA
001300*              INTERB-REC O INTERB-DEV EN LA BITACORA) O DEVUELVE
001400*              UN ABONO AL BANCO QUE LO ENVIO COMO UNA ORDEN NUEVA
001500*              EN CLEAROUT. CADA RESOLUCION QUEDA EN LA BITACORA
001600*              DE AUDITORIA. EL REPORTE DE ANTIGUEDAD (SUSPRPT)
001700*              LISTA LAS PARTIDAS PENDIENTES CON MAS DIAS QUE EL
001800*              PARAMETRO DIAS-SUSPENS.
001900* TECTONICS:   cobc
002000*
002100* MODIFICATION HISTORY
002200* DATE       INIT  DESCRIPTION
002300* ---------  ----  --------------------------------------------
002400* 2026-10-15 JMR   VERSION ORIGINAL - APLICACION Y DEVOLUCION DE
002500*                  PARTIDAS EN SUSPENSO Y REPORTE DE ANTIGUEDAD.
002525* 2026-10-15 JMR   LA DEVOLUCION A CAMARA SALE CON CUENTA LOCAL
002550*                  EN CEROS PARA QUE UN RECHAZO REGRESE A
002575*                  SUSPENSO.
002600******************************************************************
002700 IDENTIFICATION DIVISION.
002800 PROGRAM-ID. CAJERO-SUSPENSO-MANTENIMIENTO.
002900 AUTHOR. J. MELENDEZ RUIZ.
003000 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003100 DATE-WRITTEN. 2026-10-15.
003200 DATE-COMPILED.
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GNUCOBOL.
003700 OBJECT-COMPUTER. GNUCOBOL.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SUSPENSE-FILE
004100         ASSIGN TO "SUSPMST"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS SUS-FOLIO
004500         FILE STATUS IS SUSP-FILE-STATUS.
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
006800     SELECT CLEARING-OUT-FILE
006900         ASSIGN TO "CLEAROUT"
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS CLEAR-FILE-STATUS.
007200
007300     SELECT PARAMETER-FILE
007400         ASSIGN TO "PARAMMST"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS PRM-CLAVE
007800         FILE STATUS IS PARAM-FILE-STATUS.
007900
008000     SELECT OPERATOR-MASTER-FILE
008100         ASSIGN TO "OPERMST"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS OPER-ID
008500         FILE STATUS IS OPER-FILE-STATUS.
008600
008700     SELECT AUDIT-LOG-FILE
008800         ASSIGN TO "AUDITLOG"
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS AUD-FILE-STATUS.
009100
009200     SELECT REPORT-FILE
009300         ASSIGN TO "SUSPRPT"
009400         ORGANIZATION IS LINE SEQUENTIAL
009500         FILE STATUS IS RPT-FILE-STATUS.
009600******************************************************************
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  SUSPENSE-FILE
010000     LABEL RECORDS ARE STANDARD.
010100     COPY SUSPREC.
010200
010300 FD  ACCOUNT-MASTER-FILE
010400     LABEL RECORDS ARE STANDARD.
010500     COPY ACCTREC.
010600
010700 FD  TRANSACTION-LOG-FILE
010800     LABEL RECORDS ARE STANDARD.
010900     COPY TRANREC.
011000
011100 FD  TRAN-CONTROL-FILE
011200     LABEL RECORDS ARE STANDARD.
011300     COPY CTLREC.
011400
011500 FD  CLEARING-OUT-FILE
011600     LABEL RECORDS ARE STANDARD.
011700     COPY CLRREC.
011800
011900 FD  PARAMETER-FILE
012000     LABEL RECORDS ARE STANDARD.
012100     COPY PRMREC.
012200
012300 FD  OPERATOR-MASTER-FILE
012400     LABEL RECORDS ARE STANDARD.
012500     COPY OPERREC.
012600
012700 FD  AUDIT-LOG-FILE
012800     LABEL RECORDS ARE STANDARD.
012900     COPY AUDREC.
013000
013100 FD  REPORT-FILE
013200     LABEL RECORDS ARE STANDARD.
013300 01  REPORT-LINE                     PIC X(80).
013400******************************************************************
013500 WORKING-STORAGE SECTION.
013600 01  SWITCHES.
013700     05  SALIR-SW                    PIC X(01) VALUE "N".
013800         88  SALIR-SUSPENSO              VALUE "Y".
013900     05  VALIDO-SW                   PIC X(01) VALUE "N".
014000         88  CAPTURA-VALIDA              VALUE "Y".
014100     05  FIRMA-SW                    PIC X(01) VALUE "N".
014200         88  FIRMA-VALIDA                VALUE "Y".
014300     05  PARTIDA-EXISTE-SW           PIC X(01) VALUE "N".
014400         88  PARTIDA-EXISTE              VALUE "Y".
014500     05  CUENTA-EXISTE-SW            PIC X(01) VALUE "N".
014600         88  CUENTA-EXISTE               VALUE "Y".
014700     05  SUSPENSO-EOF-SW             PIC X(01) VALUE "N".
014800         88  SUSPENSO-FIN                VALUE "Y".
014900     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
015000         88  ARCHIVOS-ABIERTOS           VALUE "Y".
015100
015200 01  ARCHIVO-STATUS-FIELDS.
015300     05  SUSP-FILE-STATUS            PIC X(02) VALUE SPACES.
015400     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
015500     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
015600     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
015700     05  CLEAR-FILE-STATUS           PIC X(02) VALUE SPACES.
015800     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
015900     05  OPER-FILE-STATUS            PIC X(02) VALUE SPACES.
016000     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
016100     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
016200
016300 77  OPCION-ENTRADA                  PIC X(01)  VALUE SPACE.
016400 77  OPCION                          PIC 9(01)  VALUE ZERO.
016500 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
016600 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
016700 77  SECUENCIA-TRANSACCION           PIC 9(08)  VALUE ZERO.
016800 77  OPERADOR-CAPTURADO              PIC X(08)  VALUE SPACES.
016900 77  PASSWORD-CAPTURADO              PIC X(08)  VALUE SPACES.
017000 77  OPERADOR-FIRMADO                PIC X(08)  VALUE SPACES.
017100 77  INTENTOS-OPERADOR               PIC 9(01)  VALUE ZERO COMP.
017200 77  MAX-INTENTOS-OPERADOR           PIC 9(01)  VALUE 3 COMP.
017300 77  PROGRAMA-AUDITORIA              PIC X(08)  VALUE "SUSPMANT".
017400 77  FOLIO-CAPTURADO                 PIC 9(08)  VALUE ZERO.
017500 77  CUENTA-CORREGIDA                PIC 9(10)  VALUE ZERO.
017600 77  MOTIVO-RESOLUCION               PIC X(08)  VALUE SPACES.
017700 77  CUENTA-ED                       PIC 9(10)  VALUE ZERO.
017800 77  MONTO-ED                        PIC Z(06)9.9(02) VALUE ZERO.
017900 77  DIAS-SUSPENSO                   PIC 9(04)  VALUE ZERO.
018000 77  DIAS-SUSPENSO-RESPALDO          PIC 9(04)  VALUE 5.
018100 77  DIAS-HOY-SERIAL                 PIC 9(08)  VALUE ZERO.
018200 77  DIAS-SERIAL                     PIC 9(08)  VALUE ZERO.
018300 77  DIAS-ANTIGUEDAD                 PIC S9(08) VALUE ZERO.
018400 77  DIAS-ANTIGUEDAD-ED              PIC Z(04)9 VALUE ZERO.
018500 77  ANIO-CALCULO                    PIC 9(04)  VALUE ZERO.
018600 77  CUARTOS-ANIO                    PIC 9(04)  VALUE ZERO.
018700 77  SIGLOS-ANIO                     PIC 9(04)  VALUE ZERO.
018800 77  CUATROCIENTOS-ANIO              PIC 9(04)  VALUE ZERO.
018900 77  RESTO-DIVISION                  PIC 9(04)  VALUE ZERO.
019000 77  TOTAL-PENDIENTES                PIC 9(05)  VALUE ZERO.
019100 77  MONTO-PENDIENTE                 PIC 9(09)V9(02) VALUE ZERO.
019200 77  TOTAL-VENCIDAS                  PIC 9(05)  VALUE ZERO.
019300 77  MONTO-VENCIDO                   PIC 9(09)V9(02) VALUE ZERO.
019400 77  MONTO-TOTAL-ED                  PIC Z(08)9.9(02) VALUE ZERO.
019500
019600 01  FECHA-TRABAJO-DESGLOSE.
019700     05  FTD-ANIO                    PIC 9(04).
019800     05  FTD-MES                     PIC 9(02).
019900     05  FTD-DIA                     PIC 9(02).
020000 01  FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO-DESGLOSE
020100                                     PIC 9(08).
020200
020300 01  DIAS-ACUMULADOS-VALORES.
020400     05  FILLER                      PIC X(36)
020500         VALUE "000031059090120151181212243273304334".
020600 01  DIAS-ACUMULADOS-TABLA REDEFINES DIAS-ACUMULADOS-VALORES.
020700     05  DIAS-ACUM-MES OCCURS 12 TIMES PIC 9(03).
020800******************************************************************
020900 PROCEDURE DIVISION.
021000******************************************************************
021100*    0000-MAINLINE
021200*    ABRE LOS ARCHIVOS, EXIGE LA FIRMA DEL SUPERVISOR Y REPITE EL
021300*    MENU DEL SUSPENSO HASTA QUE EL SUPERVISOR TERMINA.
021400******************************************************************
021500 0000-MAINLINE.
021600
021700     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
021800
021900     IF NOT SALIR-SUSPENSO
022000         PERFORM 1200-FIRMAR-OPERADOR-RTN THRU
022100             1200-FIRMAR-OPERADOR-RTN-EXIT
022200         IF NOT FIRMA-VALIDA
022300             SET SALIR-SUSPENSO TO TRUE
022400         END-IF
022500     END-IF.
022600
022700     PERFORM 2000-MENU-RTN THRU 2000-MENU-RTN-EXIT
022800         UNTIL SALIR-SUSPENSO.
022900
023000     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
023100
023200     STOP RUN.
023300******************************************************************
023400*    1000-INICIALIZAR-RTN
023500*    ABRE EL ARCHIVO DE SUSPENSO, EL MAESTRO DE CUENTAS, LA
023600*    BITACORA, EL CONTROL DE FOLIOS, LA SALIDA A CAMARA, EL
023700*    MAESTRO DE OPERADORES Y LA BITACORA DE AUDITORIA, Y TOMA EL
023800*    UMBRAL DE ANTIGUEDAD. SIN SUSPENSO O SIN MAESTRO DE CUENTAS
023900*    NO HAY NADA QUE RESOLVER.
024000******************************************************************
024100 1000-INICIALIZAR-RTN.
024200
024300     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
024400
024500     OPEN I-O SUSPENSE-FILE.
024600     IF SUSP-FILE-STATUS NOT = "00"
024700         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
024800             "SUSPENSO (STATUS " SUSP-FILE-STATUS ") ***"
024900         SET SALIR-SUSPENSO TO TRUE
025000         GO TO 1000-INICIALIZAR-RTN-EXIT
025100     END-IF.
025200
025300     OPEN I-O ACCOUNT-MASTER-FILE.
025400     IF ACCT-FILE-STATUS NOT = "00"
025500         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
025600             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
025700         CLOSE SUSPENSE-FILE
025800         SET SALIR-SUSPENSO TO TRUE
025900         GO TO 1000-INICIALIZAR-RTN-EXIT
026000     END-IF.
026100
026200     OPEN EXTEND TRANSACTION-LOG-FILE.
026300     IF TRAN-FILE-STATUS = "35"
026400         OPEN OUTPUT TRANSACTION-LOG-FILE
026500         CLOSE TRANSACTION-LOG-FILE
026600         OPEN EXTEND TRANSACTION-LOG-FILE
026700     END-IF.
026800
026900     OPEN I-O TRAN-CONTROL-FILE.
027000     IF CTL-FILE-STATUS = "35"
027100         OPEN OUTPUT TRAN-CONTROL-FILE
027200         CLOSE TRAN-CONTROL-FILE
027300         OPEN I-O TRAN-CONTROL-FILE
027400     END-IF.
027500
027600     MOVE "1" TO CTL-KEY.
027700     READ TRAN-CONTROL-FILE
027800         INVALID KEY
027900             MOVE ZERO TO CTL-LAST-SEQ
028000             WRITE TRAN-CONTROL-RECORD
028100     END-READ.
028200
028300     OPEN EXTEND CLEARING-OUT-FILE.
028400     IF CLEAR-FILE-STATUS = "35"
028500         OPEN OUTPUT CLEARING-OUT-FILE
028600         CLOSE CLEARING-OUT-FILE
028700         OPEN EXTEND CLEARING-OUT-FILE
028800     END-IF.
028900
029000     OPEN I-O OPERATOR-MASTER-FILE.
029100     IF OPER-FILE-STATUS = "35"
029200         OPEN OUTPUT OPERATOR-MASTER-FILE
029300         CLOSE OPERATOR-MASTER-FILE
029400         OPEN I-O OPERATOR-MASTER-FILE
029500         PERFORM 1100-SEMBRAR-OPERADOR-RTN THRU
029600             1100-SEMBRAR-OPERADOR-RTN-EXIT
029700     END-IF.
029800
029900     OPEN EXTEND AUDIT-LOG-FILE.
030000     IF AUD-FILE-STATUS = "35"
030100         OPEN OUTPUT AUDIT-LOG-FILE
030200         CLOSE AUDIT-LOG-FILE
030300         OPEN EXTEND AUDIT-LOG-FILE
030400     END-IF.
030500
030600     SET ARCHIVOS-ABIERTOS TO TRUE.
030700
030800     PERFORM 1050-LEER-UMBRAL-PARAMETRO-RTN THRU
030900         1050-LEER-UMBRAL-PARAMETRO-RTN-EXIT.
031000
031100     MOVE FECHA-HOY TO FECHA-TRABAJO-NUM.
031200     PERFORM 7100-FECHA-A-DIAS-RTN THRU
031300         7100-FECHA-A-DIAS-RTN-EXIT.
031400     MOVE DIAS-SERIAL TO DIAS-HOY-SERIAL.
031500
031600     DISPLAY "==============================================".
031700     DISPLAY "   SUSPENSO INTERBANCARIO - COLA DE TRABAJO".
031800     DISPLAY "==============================================".
031900
032000 1000-INICIALIZAR-RTN-EXIT.
032100     EXIT.
032200******************************************************************
032300*    1050-LEER-UMBRAL-PARAMETRO-RTN
032400*    TOMA DEL PARAMETRO DIAS-SUSPENS LOS DIAS A PARTIR DE LOS
032500*    CUALES UNA PARTIDA PENDIENTE SALE EN EL REPORTE DE
032600*    ANTIGUEDAD: EL VALOR VIGENTE SI SU FECHA EFECTIVA YA LLEGO, O
032700*    EL VALOR ANTERIOR MIENTRAS UN CAMBIO PROGRAMADO SIGUE
032800*    PENDIENTE, SIEMPRE QUE SEA MAYOR A CERO. EN CUALQUIER OTRO
032900*    CASO RIGE EL RESPALDO COMPILADO.
033000******************************************************************
033100 1050-LEER-UMBRAL-PARAMETRO-RTN.
033200
033300     MOVE DIAS-SUSPENSO-RESPALDO TO DIAS-SUSPENSO.
033400
033500     OPEN INPUT PARAMETER-FILE.
033600     IF PARAM-FILE-STATUS NOT = "00"
033700         DISPLAY "AVISO: SIN ARCHIVO DE PARAMETROS. ANTIGUEDAD "
033800             "DE RESPALDO: " DIAS-SUSPENSO " DIAS."
033900         GO TO 1050-LEER-UMBRAL-PARAMETRO-RTN-EXIT
034000     END-IF.
034100
034200     MOVE "DIAS-SUSPENS" TO PRM-CLAVE.
034300     READ PARAMETER-FILE
034400         INVALID KEY
034500             CONTINUE
034600         NOT INVALID KEY
034700             IF PRM-FECHA-EFECTIVA NOT > FECHA-HOY AND
034800                 PRM-VALOR > ZERO
034900                 MOVE PRM-VALOR TO DIAS-SUSPENSO
035000             ELSE
035100                 IF PRM-FECHA-EFECTIVA > FECHA-HOY AND
035200                     PRM-FECHA-ANTERIOR NOT > FECHA-HOY AND
035300                     PRM-VALOR-ANTERIOR > ZERO
035400                     MOVE PRM-VALOR-ANTERIOR TO DIAS-SUSPENSO
035500                 END-IF
035600             END-IF
035700     END-READ.
035800
035900     CLOSE PARAMETER-FILE.
036000
036100 1050-LEER-UMBRAL-PARAMETRO-RTN-EXIT.
036200     EXIT.
036300******************************************************************
036400*    1100-SEMBRAR-OPERADOR-RTN
036500*    SIEMBRA EL OPERADOR SUPERVISOR INICIAL, UNICAMENTE CUANDO EL
036600*    MAESTRO DE OPERADORES SE CREA POR PRIMERA VEZ, PARA QUE LA
036700*    UTILERIA SEA UTILIZABLE. LA CONTRASENA INICIAL DEBE
036800*    CAMBIARSE EN CUANTO SE ENTREGA AL SUPERVISOR.
036900******************************************************************
037000 1100-SEMBRAR-OPERADOR-RTN.
037100
037200     MOVE "SUPERV" TO OPER-ID.
037300     MOVE "INICIAL1" TO OPER-PASSWORD.
037400     MOVE "SUPERVISOR INICIAL" TO OPER-NAME.
037500     SET OPER-ACTIVO TO TRUE.
037600     WRITE OPERATOR-MASTER-RECORD.
037700     DISPLAY "AVISO: SE CREO EL MAESTRO DE OPERADORES CON EL "
037800         "OPERADOR SUPERV / INICIAL1.".
037900     DISPLAY "CAMBIE ESA CONTRASENA EN EL MANTENIMIENTO "
038000         "DE CUENTAS (OPCION 4) EN CUANTO SEA POSIBLE.".
038100
038200 1100-SEMBRAR-OPERADOR-RTN-EXIT.
038300     EXIT.
038400******************************************************************
038500*    1200-FIRMAR-OPERADOR-RTN
038600*    PIDE OPERADOR Y CONTRASENA Y LOS VALIDA CONTRA EL MAESTRO DE
038700*    OPERADORES ANTES DE PERMITIR RESOLVER PARTIDAS. TRAS AGOTAR
038800*    LOS INTENTOS LA UTILERIA TERMINA SIN OPERAR.
038900******************************************************************
039000 1200-FIRMAR-OPERADOR-RTN.
039100
039200     PERFORM 1210-INTENTO-FIRMA-RTN THRU
039300         1210-INTENTO-FIRMA-RTN-EXIT
039400         UNTIL FIRMA-VALIDA OR
039500             INTENTOS-OPERADOR = MAX-INTENTOS-OPERADOR.
039600
039700     IF NOT FIRMA-VALIDA
039800         DISPLAY "Demasiados intentos. Terminando la utileria."
039900     END-IF.
040000
040100 1200-FIRMAR-OPERADOR-RTN-EXIT.
040200     EXIT.
040300******************************************************************
040400*    1210-INTENTO-FIRMA-RTN
040500*    CAPTURA UN INTENTO DE FIRMA Y LO VALIDA: EL OPERADOR DEBE
040600*    EXISTIR, ESTAR ACTIVO Y COINCIDIR EN CONTRASENA.
040700******************************************************************
040800 1210-INTENTO-FIRMA-RTN.
040900
041000     DISPLAY "Operador: ".
041100     ACCEPT OPERADOR-CAPTURADO.
041200     DISPLAY "Contrasena: ".
041300     ACCEPT PASSWORD-CAPTURADO.
041400     ADD 1 TO INTENTOS-OPERADOR.
041500
041600     MOVE OPERADOR-CAPTURADO TO OPER-ID.
041700     READ OPERATOR-MASTER-FILE
041800         INVALID KEY
041900             DISPLAY "Operador o contrasena incorrectos."
042000         NOT INVALID KEY
042100             IF OPER-ACTIVO AND
042200                 OPER-PASSWORD = PASSWORD-CAPTURADO
042300                 SET FIRMA-VALIDA TO TRUE
042400                 MOVE OPER-ID TO OPERADOR-FIRMADO
042500                 DISPLAY "Bienvenido " OPER-NAME
042600             ELSE
042700                 DISPLAY "Operador o contrasena incorrectos."
042800             END-IF
042900     END-READ.
043000
043100 1210-INTENTO-FIRMA-RTN-EXIT.
043200     EXIT.
043300******************************************************************
043400*    1500-SIGUIENTE-SECUENCIA-RTN
043500*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
043600*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, IGUAL QUE LO
043700*    HACE EL CAJERO EN LINEA.
043800******************************************************************
043900 1500-SIGUIENTE-SECUENCIA-RTN.
044000
044100     ACCEPT HORA-ACTUAL FROM TIME.
044200     MOVE "1" TO CTL-KEY.
044300     READ TRAN-CONTROL-FILE.
044400     ADD 1 TO CTL-LAST-SEQ.
044500     REWRITE TRAN-CONTROL-RECORD.
044600     IF CTL-FILE-STATUS NOT = "00"
044700         DISPLAY "*** ALERTA: NO SE PUDO ACTUALIZAR EL FOLIO DE "
044800             "CONTROL (STATUS " CTL-FILE-STATUS ") ***"
044900     END-IF.
045000     MOVE CTL-LAST-SEQ TO SECUENCIA-TRANSACCION.
045100
045200 1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
045300     EXIT.
045400******************************************************************
045500*    1550-VERIFICAR-APERTURA-DIA-RTN
045600*    SI LA FECHA DE ULTIMA ACTIVIDAD DE LA CUENTA EN TURNO YA NO
045700*    ES LA DE HOY, REINICIA EL ACUMULADO DE RETIRO DEL DIA Y
045800*    GUARDA EL SALDO VIGENTE COMO SALDO DE APERTURA, IGUAL QUE LO
045900*    HACE EL CAJERO EN LINEA, PARA QUE EL CIERRE DIARIO PUEDA
046000*    CONCILIAR EL DIA EN QUE SE APLICA LA PARTIDA.
046100******************************************************************
046200 1550-VERIFICAR-APERTURA-DIA-RTN.
046300
046400     IF ACCT-LAST-ACTIVITY-DATE NOT = FECHA-HOY
046500         MOVE ZERO TO ACCT-DAILY-WITHDRAWN
046600         MOVE FECHA-HOY TO ACCT-OPENING-DATE
046700         MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE
046800         REWRITE ACCOUNT-MASTER-RECORD
046900     END-IF.
047000
047100 1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
047200     EXIT.
047300******************************************************************
047400*    1900-ESCRIBIR-AUDITORIA-RTN
047500*    COMPLETA Y ESCRIBE EL REGISTRO DE AUDITORIA DE UNA
047600*    RESOLUCION. EL LLAMADOR DEJA LA ACCION, LA CUENTA Y LOS
047700*    VALORES ANTERIOR Y NUEVO; AQUI SE PONEN EL OPERADOR, LA
047800*    FECHA Y HORA, EL FOLIO DE SUSPENSO Y EL MOTIVO CAPTURADO.
047900******************************************************************
048000 1900-ESCRIBIR-AUDITORIA-RTN.
048100
048200     ACCEPT HORA-ACTUAL FROM TIME.
048300     MOVE FECHA-HOY TO AUD-DATE.
048400     MOVE HORA-ACTUAL TO AUD-TIME.
048500     MOVE OPERADOR-FIRMADO TO AUD-OPERATOR.
048600     MOVE PROGRAMA-AUDITORIA TO AUD-PROGRAMA.
048700     MOVE ZERO TO AUD-DENOM.
048800     MOVE SUS-FOLIO TO AUD-REFERENCIA.
048900     MOVE MOTIVO-RESOLUCION TO AUD-MOTIVO.
049000     WRITE AUDIT-LOG-RECORD.
049100     IF AUD-FILE-STATUS NOT = "00"
049200         DISPLAY "*** ALERTA: NO SE REGISTRO LA AUDITORIA "
049300             "(STATUS " AUD-FILE-STATUS ") ***"
049400     END-IF.
049500
049600 1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
049700     EXIT.
049800******************************************************************
049900*    2000-MENU-RTN
050000*    DESPLIEGA EL MENU DEL SUSPENSO Y DESPACHA LA OPCION ELEGIDA
050100*    POR EL SUPERVISOR.
050200******************************************************************
050300 2000-MENU-RTN.
050400
050500     DISPLAY " ".
050600     DISPLAY "1. Ver partidas pendientes".
050700     DISPLAY "2. Aplicar partida a cuenta corregida".
050800     DISPLAY "3. Devolver partida al banco emisor".
050900     DISPLAY "4. Reporte de antiguedad".
051000     DISPLAY "5. Salir".
051100     DISPLAY "Opcion: ".
051200     ACCEPT OPCION-ENTRADA.
051300
051400     MOVE "N" TO VALIDO-SW.
051500     PERFORM 2100-VALIDAR-OPCION-RTN THRU
051600         2100-VALIDAR-OPCION-RTN-EXIT
051700         UNTIL CAPTURA-VALIDA.
051800
051900     EVALUATE OPCION
052000         WHEN 1
052100             PERFORM 3000-VER-PENDIENTES-RTN THRU
052200                 3000-VER-PENDIENTES-RTN-EXIT
052300         WHEN 2
052400             PERFORM 4000-APLICAR-PARTIDA-RTN THRU
052500                 4000-APLICAR-PARTIDA-RTN-EXIT
052600         WHEN 3
052700             PERFORM 5000-DEVOLVER-PARTIDA-RTN THRU
052800                 5000-DEVOLVER-PARTIDA-RTN-EXIT
052900         WHEN 4
053000             PERFORM 6000-REPORTE-ANTIGUEDAD-RTN THRU
053100                 6000-REPORTE-ANTIGUEDAD-RTN-EXIT
053200         WHEN 5
053300             SET SALIR-SUSPENSO TO TRUE
053400     END-EVALUATE.
053500
053600 2000-MENU-RTN-EXIT.
053700     EXIT.
053800******************************************************************
053900*    2100-VALIDAR-OPCION-RTN
054000*    VERIFICA QUE LA OPCION CAPTURADA SEA NUMERICA Y ESTE EN EL
054100*    RANGO 1-5, RECAPTURANDO SI NO LO ES.
054200******************************************************************
054300 2100-VALIDAR-OPCION-RTN.
054400
054500     IF OPCION-ENTRADA IS NOT NUMERIC
054600         DISPLAY "Opcion invalida. Ingrese numero de 1 a 5."
054700         DISPLAY "Opcion: "
054800         ACCEPT OPCION-ENTRADA
054900     ELSE
055000         MOVE OPCION-ENTRADA TO OPCION
055100         IF OPCION < 1 OR OPCION > 5
055200             DISPLAY "Opcion invalida. Ingrese numero de 1 a 5."
055300             DISPLAY "Opcion: "
055400             ACCEPT OPCION-ENTRADA
055500         ELSE
055600             SET CAPTURA-VALIDA TO TRUE
055700         END-IF
055800     END-IF.
055900
056000 2100-VALIDAR-OPCION-RTN-EXIT.
056100     EXIT.
056200******************************************************************
056300*    2200-LOCALIZAR-PARTIDA-RTN
056400*    CAPTURA EL FOLIO DE SUSPENSO Y LEE LA PARTIDA. SOLO UNA
056500*    PARTIDA PENDIENTE SE PUEDE RESOLVER; SI YA FUE APLICADA O
056600*    DEVUELTA SE AVISA CON SU RESOLUCION Y NO SE TOCA.
056700******************************************************************
056800 2200-LOCALIZAR-PARTIDA-RTN.
056900
057000     MOVE "N" TO PARTIDA-EXISTE-SW.
057100     DISPLAY "Folio de suspenso: ".
057200     ACCEPT FOLIO-CAPTURADO.
057300     IF FOLIO-CAPTURADO IS NOT NUMERIC OR FOLIO-CAPTURADO = ZERO
057400         DISPLAY "Folio invalido."
057500         GO TO 2200-LOCALIZAR-PARTIDA-RTN-EXIT
057600     END-IF.
057700
057800     MOVE FOLIO-CAPTURADO TO SUS-FOLIO.
057900     READ SUSPENSE-FILE
058000         INVALID KEY
058100             DISPLAY "El folio no existe en el suspenso."
058200             GO TO 2200-LOCALIZAR-PARTIDA-RTN-EXIT
058300     END-READ.
058400
058500     IF NOT SUS-PENDIENTE
058600         DISPLAY "La partida ya fue resuelta (estado " SUS-ESTADO
058700             ") el " SUS-FECHA-RESOLUCION " por " SUS-OPERADOR "."
058800         GO TO 2200-LOCALIZAR-PARTIDA-RTN-EXIT
058900     END-IF.
059000
059100     SET PARTIDA-EXISTE TO TRUE.
059200     PERFORM 3100-MOSTRAR-PARTIDA-RTN THRU
059300         3100-MOSTRAR-PARTIDA-RTN-EXIT.
059400
059500 2200-LOCALIZAR-PARTIDA-RTN-EXIT.
059600     EXIT.
059700******************************************************************
059800*    2300-CAPTURAR-MOTIVO-RTN
059900*    CAPTURA EL CODIGO DE MOTIVO DE LA RESOLUCION, RECAPTURANDO
060000*    MIENTRAS VENGA EN BLANCO, IGUAL QUE EN LOS AJUSTES
060100*    SUPERVISADOS.
060200******************************************************************
060300 2300-CAPTURAR-MOTIVO-RTN.
060400
060500     DISPLAY "Codigo de motivo (8 caracteres): ".
060600     ACCEPT MOTIVO-RESOLUCION.
060700     IF MOTIVO-RESOLUCION = SPACES
060800         DISPLAY "Motivo invalido. No puede quedar en blanco."
060900     ELSE
061000         SET CAPTURA-VALIDA TO TRUE
061100     END-IF.
061200
061300 2300-CAPTURAR-MOTIVO-RTN-EXIT.
061400     EXIT.
061500******************************************************************
061600*    3000-VER-PENDIENTES-RTN
061700*    RECORRE EL ARCHIVO DE SUSPENSO COMPLETO Y DESPLIEGA LAS
061800*    PARTIDAS PENDIENTES CON SU TOTAL: ES LA COLA DE TRABAJO DE
061900*    MESA DE CONTROL.
062000******************************************************************
062100 3000-VER-PENDIENTES-RTN.
062200
062300     MOVE ZERO TO TOTAL-PENDIENTES.
062400     MOVE ZERO TO MONTO-PENDIENTE.
062500     MOVE "N" TO SUSPENSO-EOF-SW.
062600     MOVE LOW-VALUES TO SUS-FOLIO.
062700     START SUSPENSE-FILE KEY IS NOT < SUS-FOLIO
062800         INVALID KEY
062900             SET SUSPENSO-FIN TO TRUE
063000     END-START.
063100
063200     PERFORM 3050-LEER-PENDIENTE-RTN THRU
063300         3050-LEER-PENDIENTE-RTN-EXIT
063400         UNTIL SUSPENSO-FIN.
063500
063600     MOVE MONTO-PENDIENTE TO MONTO-TOTAL-ED.
063700     DISPLAY "PARTIDAS PENDIENTES: " TOTAL-PENDIENTES
063800         " POR $" MONTO-TOTAL-ED.
063900
064000 3000-VER-PENDIENTES-RTN-EXIT.
064100     EXIT.
064200******************************************************************
064300*    3050-LEER-PENDIENTE-RTN
064400*    LEE LA SIGUIENTE PARTIDA Y, SI SIGUE PENDIENTE, LA DESPLIEGA
064500*    Y LA SUMA AL TOTAL DE LA COLA.
064600******************************************************************
064700 3050-LEER-PENDIENTE-RTN.
064800
064900     READ SUSPENSE-FILE NEXT RECORD
065000         AT END
065100             SET SUSPENSO-FIN TO TRUE
065200     END-READ.
065300
065400     IF NOT SUSPENSO-FIN AND SUS-PENDIENTE
065500         ADD 1 TO TOTAL-PENDIENTES
065600         ADD SUS-MONTO TO MONTO-PENDIENTE
065700         PERFORM 3100-MOSTRAR-PARTIDA-RTN THRU
065800             3100-MOSTRAR-PARTIDA-RTN-EXIT
065900     END-IF.
066000
066100 3050-LEER-PENDIENTE-RTN-EXIT.
066200     EXIT.
066300******************************************************************
066400*    3100-MOSTRAR-PARTIDA-RTN
066500*    DESPLIEGA LOS DATOS DE LA PARTIDA EN TURNO.
066600******************************************************************
066700 3100-MOSTRAR-PARTIDA-RTN.
066800
066900     MOVE SUS-MONTO TO MONTO-ED.
067000     DISPLAY "----------------------------------------------".
067100     DISPLAY "FOLIO " SUS-FOLIO "  FECHA " SUS-FECHA
067200         "  FOLIO CAMARA " SUS-FOLIO-CAMARA.
067300     IF SUS-ABONO-RECIBIDO
067400         DISPLAY "  ABONO RECIBIDO DEL BANCO " SUS-BANCO
067500             " CUENTA " SUS-CUENTA-EXTERNA
067600     ELSE
067700         DISPLAY "  REABONO DE ENVIO RECHAZADO POR EL BANCO "
067800             SUS-BANCO " CUENTA " SUS-CUENTA-EXTERNA
067900     END-IF.
068000     DISPLAY "  CUENTA LOCAL " SUS-CUENTA-LOCAL "  MONTO $"
068100         MONTO-ED.
068200     DISPLAY "  MOTIVO: " SUS-MOTIVO.
068300
068400 3100-MOSTRAR-PARTIDA-RTN-EXIT.
068500     EXIT.
068600******************************************************************
068700*    4000-APLICAR-PARTIDA-RTN
068800*    APLICA UNA PARTIDA PENDIENTE A LA CUENTA LOCAL CORREGIDA QUE
068900*    CAPTURA EL SUPERVISOR. UN ABONO RECIBIDO EXIGE UNA CUENTA
069000*    OPERABLE, IGUAL QUE EN LA RECEPCION DE CAMARA; UN REABONO DE
069100*    ENVIO RECHAZADO SOLO EXIGE QUE LA CUENTA EXISTA, PORQUE EL
069200*    DINERO ES DEL CLIENTE. EL MONTO SE ABONA AL SALDO CON SU
069300*    PATA INTERB-REC O INTERB-DEV EN LA BITACORA (EL REABONO CON
069400*    EL FOLIO DEL ENVIO ORIGINAL EN TLOG-REF-FOLIO), LA PARTIDA
069500*    QUEDA APLICADA Y SE AUDITA CON LA CUENTA ORIGINAL Y LA
069600*    CORREGIDA.
069700******************************************************************
069800 4000-APLICAR-PARTIDA-RTN.
069900
070000     PERFORM 2200-LOCALIZAR-PARTIDA-RTN THRU
070100         2200-LOCALIZAR-PARTIDA-RTN-EXIT.
070200     IF NOT PARTIDA-EXISTE
070300         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
070400     END-IF.
070500
070600     DISPLAY "Cuenta local corregida: ".
070700     ACCEPT CUENTA-CORREGIDA.
070800     IF CUENTA-CORREGIDA IS NOT NUMERIC OR CUENTA-CORREGIDA = ZERO
070900         DISPLAY "Cuenta invalida. No se aplica."
071000         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
071100     END-IF.
071200
071300     MOVE CUENTA-CORREGIDA TO ACCT-NUMBER.
071400     MOVE "N" TO CUENTA-EXISTE-SW.
071500     READ ACCOUNT-MASTER-FILE
071600         INVALID KEY
071700             CONTINUE
071800         NOT INVALID KEY
071900             SET CUENTA-EXISTE TO TRUE
072000     END-READ.
072100
072200     IF NOT CUENTA-EXISTE
072300         DISPLAY "La cuenta no existe. No se aplica."
072400         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
072500     END-IF.
072600
072700     IF SUS-ABONO-RECIBIDO AND NOT ACCT-OPERABLE
072800         DISPLAY "La cuenta no admite abonos (estado "
072900             ACCT-STATUS "). No se aplica."
073000         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
073100     END-IF.
073200
073300     DISPLAY "Titular: " ACCT-HOLDER-NAME.
073400     DISPLAY "Confirma aplicar la partida a esta cuenta (S/N): ".
073500     ACCEPT OPCION-ENTRADA.
073600     IF OPCION-ENTRADA NOT = "S" AND OPCION-ENTRADA NOT = "s"
073700         DISPLAY "Aplicacion cancelada."
073800         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
073900     END-IF.
074000
074100     MOVE "N" TO VALIDO-SW.
074200     PERFORM 2300-CAPTURAR-MOTIVO-RTN THRU
074300         2300-CAPTURAR-MOTIVO-RTN-EXIT
074400         UNTIL CAPTURA-VALIDA.
074500
074600     PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
074700         1550-VERIFICAR-APERTURA-DIA-RTN-EXIT.
074800     ADD SUS-MONTO TO ACCT-SALDO.
074900     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
075000     REWRITE ACCOUNT-MASTER-RECORD.
075100     IF ACCT-FILE-STATUS NOT = "00"
075200         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
075300             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
075400         GO TO 4000-APLICAR-PARTIDA-RTN-EXIT
075500     END-IF.
075600
075700     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
075800         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
075900
076000     MOVE SECUENCIA-TRANSACCION TO TLOG-SEQUENCE.
076100     MOVE FECHA-HOY TO TLOG-DATE.
076200     MOVE HORA-ACTUAL TO TLOG-TIME.
076300     MOVE CUENTA-CORREGIDA TO TLOG-ACCOUNT.
076400     MOVE ZERO TO TLOG-RELATED-ACCOUNT.
076500     IF SUS-ABONO-RECIBIDO
076600         MOVE "INTERB-REC" TO TLOG-TYPE
076700         MOVE ZERO TO TLOG-REF-FOLIO
076800     ELSE
076900         MOVE "INTERB-DEV" TO TLOG-TYPE
077000         MOVE SUS-FOLIO-CAMARA TO TLOG-REF-FOLIO
077100     END-IF.
077200     MOVE SUS-MONTO TO TLOG-AMOUNT.
077300     MOVE ACCT-SALDO TO TLOG-BALANCE.
077400     MOVE "CAMR" TO TLOG-TERMINAL.
077500     WRITE TRANSACTION-LOG-RECORD.
077600     IF TRAN-FILE-STATUS NOT = "00"
077700         DISPLAY "*** ALERTA: NO SE PUDO REGISTRAR EL MOVIMIENTO "
077800             "EN LA BITACORA (STATUS " TRAN-FILE-STATUS ") ***"
077900     END-IF.
078000
078100     SET SUS-APLICADA TO TRUE.
078200     MOVE FECHA-HOY TO SUS-FECHA-RESOLUCION.
078300     MOVE CUENTA-CORREGIDA TO SUS-CUENTA-APLICADA.
078400     MOVE SECUENCIA-TRANSACCION TO SUS-FOLIO-RESOLUCION.
078500     MOVE OPERADOR-FIRMADO TO SUS-OPERADOR.
078600     REWRITE SUSPENSE-RECORD.
078700     IF SUSP-FILE-STATUS NOT = "00"
078800         DISPLAY "*** ALERTA: NO SE MARCO LA PARTIDA COMO "
078900             "APLICADA (STATUS " SUSP-FILE-STATUS ") ***"
079000     END-IF.
079100
079200     MOVE "APLICA-SUSPENSO" TO AUD-ACTION.
079300     MOVE CUENTA-CORREGIDA TO AUD-CUENTA.
079400     MOVE SPACES TO AUD-VALOR-ANTERIOR.
079500     MOVE SUS-CUENTA-LOCAL TO CUENTA-ED.
079600     STRING "CTA " DELIMITED BY SIZE
079700         CUENTA-ED DELIMITED BY SIZE
079800         INTO AUD-VALOR-ANTERIOR.
079900     MOVE SPACES TO AUD-VALOR-NUEVO.
080000     MOVE CUENTA-CORREGIDA TO CUENTA-ED.
080100     STRING "CTA " DELIMITED BY SIZE
080200         CUENTA-ED DELIMITED BY SIZE
080300         INTO AUD-VALOR-NUEVO.
080400     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
080500         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
080600
080700     DISPLAY "Partida aplicada con folio " SECUENCIA-TRANSACCION
080800         ". Saldo nuevo: $" ACCT-SALDO.
080900
081000 4000-APLICAR-PARTIDA-RTN-EXIT.
081100     EXIT.
081200******************************************************************
081300*    5000-DEVOLVER-PARTIDA-RTN
081400*    DEVUELVE AL BANCO EMISOR UN ABONO RECIBIDO QUE NO SE PUEDE
081500*    APLICAR: ESCRIBE UNA ORDEN PENDIENTE NUEVA EN CLEAROUT CON EL
081600*    BANCO, LA CUENTA EXTERNA Y EL MONTO ORIGINALES Y EL FOLIO DE
081700*    LA CAMARA COMO REFERENCIA, PARA QUE EL BATCH DE ENVIO LA
081800*    MANDE CON LAS DEMAS ORDENES. UN REABONO DE ENVIO RECHAZADO NO
081900*    SE DEVUELVE: ESE BANCO YA LO REGRESO Y EL DINERO ES DE
082000*    NUESTRO CLIENTE, ASI QUE SOLO PUEDE APLICARSE. NO HAY PATA
082100*    EN LA BITACORA PORQUE EL DINERO NO ESTUVO EN NINGUNA CUENTA.
082125*    LA ORDEN SALE SIN CUENTA LOCAL: SI LA CAMARA LA RECHAZA, EL
082150*    REGRESO NO ENCUENTRA CUENTA QUE REABONAR Y LA PARTIDA VUELVE
082175*    A SUSPENSO EN LUGAR DE ABONARSE A LA CUENTA NO OPERABLE.
082200******************************************************************
082300 5000-DEVOLVER-PARTIDA-RTN.
082400
082500     PERFORM 2200-LOCALIZAR-PARTIDA-RTN THRU
082600         2200-LOCALIZAR-PARTIDA-RTN-EXIT.
082700     IF NOT PARTIDA-EXISTE
082800         GO TO 5000-DEVOLVER-PARTIDA-RTN-EXIT
082900     END-IF.
083000
083100     IF NOT SUS-ABONO-RECIBIDO
083200         DISPLAY "Un reabono de envio rechazado no se devuelve; "
083300             "aplique la partida a la cuenta del cliente."
083400         GO TO 5000-DEVOLVER-PARTIDA-RTN-EXIT
083500     END-IF.
083600
083700     DISPLAY "Confirma devolver la partida al banco " SUS-BANCO
083800         " (S/N): ".
083900     ACCEPT OPCION-ENTRADA.
084000     IF OPCION-ENTRADA NOT = "S" AND OPCION-ENTRADA NOT = "s"
084100         DISPLAY "Devolucion cancelada."
084200         GO TO 5000-DEVOLVER-PARTIDA-RTN-EXIT
084300     END-IF.
084400
084500     MOVE "N" TO VALIDO-SW.
084600     PERFORM 2300-CAPTURAR-MOTIVO-RTN THRU
084700         2300-CAPTURAR-MOTIVO-RTN-EXIT
084800         UNTIL CAPTURA-VALIDA.
084900
085000     MOVE SPACES TO CLEARING-ORDER-RECORD.
085100     MOVE SUS-FOLIO-CAMARA TO CLR-FOLIO.
085200     MOVE FECHA-HOY TO CLR-FECHA.
085300     MOVE ZERO TO CLR-CUENTA-LOCAL.
085400     MOVE SUS-BANCO TO CLR-BANCO.
085500     MOVE SUS-CUENTA-EXTERNA TO CLR-CUENTA-EXTERNA.
085600     MOVE SUS-MONTO TO CLR-MONTO.
085700     SET CLR-PENDIENTE TO TRUE.
085800     WRITE CLEARING-ORDER-RECORD.
085900     IF CLEAR-FILE-STATUS NOT = "00"
086000         DISPLAY "*** ALERTA: NO SE ESCRIBIO LA DEVOLUCION EN LA "
086100             "SALIDA A CAMARA (STATUS " CLEAR-FILE-STATUS ") ***"
086200         DISPLAY "La partida sigue pendiente."
086300         GO TO 5000-DEVOLVER-PARTIDA-RTN-EXIT
086400     END-IF.
086500
086600     SET SUS-DEVUELTA TO TRUE.
086700     MOVE FECHA-HOY TO SUS-FECHA-RESOLUCION.
086800     MOVE ZERO TO SUS-CUENTA-APLICADA.
086900     MOVE ZERO TO SUS-FOLIO-RESOLUCION.
087000     MOVE OPERADOR-FIRMADO TO SUS-OPERADOR.
087100     REWRITE SUSPENSE-RECORD.
087200     IF SUSP-FILE-STATUS NOT = "00"
087300         DISPLAY "*** ALERTA: NO SE MARCO LA PARTIDA COMO "
087400             "DEVUELTA (STATUS " SUSP-FILE-STATUS ") ***"
087500     END-IF.
087600
087700     MOVE "DEVOL-SUSPENSO" TO AUD-ACTION.
087800     MOVE SUS-CUENTA-LOCAL TO AUD-CUENTA.
087900     MOVE "PENDIENTE" TO AUD-VALOR-ANTERIOR.
088000     MOVE SPACES TO AUD-VALOR-NUEVO.
088100     STRING "DEVUELTA BANCO " DELIMITED BY SIZE
088200         SUS-BANCO DELIMITED BY SIZE
088300         INTO AUD-VALOR-NUEVO.
088400     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
088500         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
088600
088700     DISPLAY "Partida devuelta al banco " SUS-BANCO
088800         " en la salida a camara.".
088900
089000 5000-DEVOLVER-PARTIDA-RTN-EXIT.
089100     EXIT.
089200******************************************************************
089300*    6000-REPORTE-ANTIGUEDAD-RTN
089400*    EMITE EN SUSPRPT EL REPORTE DE ANTIGUEDAD DEL SUSPENSO: UN
089500*    RENGLON POR CADA PARTIDA PENDIENTE CON MAS DIAS EN SUSPENSO
089600*    QUE EL UMBRAL DIAS-SUSPENS, Y AL FINAL LOS TOTALES DE LAS
089700*    PARTIDAS VENCIDAS Y DE TODO EL SUSPENSO PENDIENTE.
089800******************************************************************
089900 6000-REPORTE-ANTIGUEDAD-RTN.
090000
090100     OPEN OUTPUT REPORT-FILE.
090200     IF RPT-FILE-STATUS NOT = "00"
090300         DISPLAY "*** ALERTA: NO SE PUDO ABRIR EL REPORTE DE "
090400             "ANTIGUEDAD (STATUS " RPT-FILE-STATUS ") ***"
090500         GO TO 6000-REPORTE-ANTIGUEDAD-RTN-EXIT
090600     END-IF.
090700
090800     MOVE ZERO TO TOTAL-PENDIENTES.
090900     MOVE ZERO TO MONTO-PENDIENTE.
091000     MOVE ZERO TO TOTAL-VENCIDAS.
091100     MOVE ZERO TO MONTO-VENCIDO.
091200
091300     MOVE SPACES TO REPORT-LINE.
091400     STRING "REPORTE DE ANTIGUEDAD DEL SUSPENSO INTERBANCARIO"
091500         DELIMITED BY SIZE INTO REPORT-LINE.
091600     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
091700
091800     MOVE SPACES TO REPORT-LINE.
091900     STRING "FECHA: " DELIMITED BY SIZE
092000         FECHA-HOY DELIMITED BY SIZE
092100         " PARTIDAS PENDIENTES CON MAS DE " DELIMITED BY SIZE
092200         DIAS-SUSPENSO DELIMITED BY SIZE
092300         " DIAS" DELIMITED BY SIZE
092400         INTO REPORT-LINE.
092500     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
092600
092700     MOVE SPACES TO REPORT-LINE.
092800     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
092900
093000     MOVE SPACES TO REPORT-LINE.
093100     STRING "FOLIO    FECHA    BCO CUENTA LOC      MONTO  DIAS "
093200         "MOTIVO" DELIMITED BY SIZE INTO REPORT-LINE.
093300     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
093400
093500     MOVE "N" TO SUSPENSO-EOF-SW.
093600     MOVE LOW-VALUES TO SUS-FOLIO.
093700     START SUSPENSE-FILE KEY IS NOT < SUS-FOLIO
093800         INVALID KEY
093900             SET SUSPENSO-FIN TO TRUE
094000     END-START.
094100
094200     PERFORM 6100-EVALUAR-ANTIGUEDAD-RTN THRU
094300         6100-EVALUAR-ANTIGUEDAD-RTN-EXIT
094400         UNTIL SUSPENSO-FIN.
094500
094600     MOVE SPACES TO REPORT-LINE.
094700     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
094800
094900     MOVE MONTO-VENCIDO TO MONTO-TOTAL-ED.
095000     MOVE SPACES TO REPORT-LINE.
095100     STRING "PARTIDAS VENCIDAS           : " DELIMITED BY SIZE
095200         TOTAL-VENCIDAS DELIMITED BY SIZE
095300         " POR $" DELIMITED BY SIZE
095400         MONTO-TOTAL-ED DELIMITED BY SIZE
095500         INTO REPORT-LINE.
095600     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
095700
095800     MOVE MONTO-PENDIENTE TO MONTO-TOTAL-ED.
095900     MOVE SPACES TO REPORT-LINE.
096000     STRING "TOTAL PENDIENTE EN SUSPENSO : " DELIMITED BY SIZE
096100         TOTAL-PENDIENTES DELIMITED BY SIZE
096200         " POR $" DELIMITED BY SIZE
096300         MONTO-TOTAL-ED DELIMITED BY SIZE
096400         INTO REPORT-LINE.
096500     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
096600
096700     CLOSE REPORT-FILE.
096800
096900 6000-REPORTE-ANTIGUEDAD-RTN-EXIT.
097000     EXIT.
097100******************************************************************
097200*    6100-EVALUAR-ANTIGUEDAD-RTN
097300*    LEE LA SIGUIENTE PARTIDA Y, SI SIGUE PENDIENTE, CALCULA SUS
097400*    DIAS EN SUSPENSO CON LA FECHA SERIAL. LA SUMA AL TOTAL
097500*    PENDIENTE Y, SI REBASA EL UMBRAL, IMPRIME SU RENGLON Y LA
097600*    SUMA A LAS VENCIDAS.
097700******************************************************************
097800 6100-EVALUAR-ANTIGUEDAD-RTN.
097900
098000     READ SUSPENSE-FILE NEXT RECORD
098100         AT END
098200             SET SUSPENSO-FIN TO TRUE
098300     END-READ.
098400
098500     IF SUSPENSO-FIN OR NOT SUS-PENDIENTE
098600         GO TO 6100-EVALUAR-ANTIGUEDAD-RTN-EXIT
098700     END-IF.
098800
098900     ADD 1 TO TOTAL-PENDIENTES.
099000     ADD SUS-MONTO TO MONTO-PENDIENTE.
099100
099200     MOVE SUS-FECHA TO FECHA-TRABAJO-NUM.
099300     PERFORM 7100-FECHA-A-DIAS-RTN THRU
099400         7100-FECHA-A-DIAS-RTN-EXIT.
099500     COMPUTE DIAS-ANTIGUEDAD = DIAS-HOY-SERIAL - DIAS-SERIAL.
099600
099700     IF DIAS-ANTIGUEDAD NOT > DIAS-SUSPENSO
099800         GO TO 6100-EVALUAR-ANTIGUEDAD-RTN-EXIT
099900     END-IF.
100000
100100     ADD 1 TO TOTAL-VENCIDAS.
100200     ADD SUS-MONTO TO MONTO-VENCIDO.
100300     MOVE SUS-MONTO TO MONTO-ED.
100400     MOVE DIAS-ANTIGUEDAD TO DIAS-ANTIGUEDAD-ED.
100500     MOVE SPACES TO REPORT-LINE.
100600     STRING SUS-FOLIO DELIMITED BY SIZE
100700         " " DELIMITED BY SIZE
100800         SUS-FECHA DELIMITED BY SIZE
100900         " " DELIMITED BY SIZE
101000         SUS-BANCO DELIMITED BY SIZE
101100         " " DELIMITED BY SIZE
101200         SUS-CUENTA-LOCAL DELIMITED BY SIZE
101300         " " DELIMITED BY SIZE
101400         MONTO-ED DELIMITED BY SIZE
101500         " " DELIMITED BY SIZE
101600         DIAS-ANTIGUEDAD-ED DELIMITED BY SIZE
101700         " " DELIMITED BY SIZE
101800         SUS-MOTIVO DELIMITED BY SIZE
101900         INTO REPORT-LINE.
102000     PERFORM 6900-EMITIR-RTN THRU 6900-EMITIR-RTN-EXIT.
102100
102200 6100-EVALUAR-ANTIGUEDAD-RTN-EXIT.
102300     EXIT.
102400******************************************************************
102500*    6900-EMITIR-RTN
102600*    DESPLIEGA EN CONSOLA Y ESCRIBE EN EL ARCHIVO DE REPORTE LA
102700*    LINEA YA ARMADA EN REPORT-LINE.
102800******************************************************************
102900 6900-EMITIR-RTN.
103000
103100     DISPLAY REPORT-LINE.
103200     WRITE REPORT-LINE.
103300
103400 6900-EMITIR-RTN-EXIT.
103500     EXIT.
103600******************************************************************
103700*    7100-FECHA-A-DIAS-RTN
103800*    CONVIERTE LA FECHA EN FECHA-TRABAJO-NUM (AAAAMMDD) A UN DIA
103900*    SERIAL EN DIAS-SERIAL: LOS DIAS COMPLETOS DE LOS ANIOS
104000*    ANTERIORES (CON SUS BISIESTOS GREGORIANOS) MAS LOS DIAS
104100*    TRANSCURRIDOS DEL ANIO DE LA FECHA, SUMANDO UNO SI EL ANIO
104200*    ES BISIESTO Y LA FECHA YA PASO FEBRERO. LA DIFERENCIA DE
104300*    DOS DIAS SERIALES ES EL NUMERO EXACTO DE DIAS ENTRE ELLAS.
104400******************************************************************
104500 7100-FECHA-A-DIAS-RTN.
104600
104700     COMPUTE ANIO-CALCULO = FTD-ANIO - 1.
104800     DIVIDE ANIO-CALCULO BY 4 GIVING CUARTOS-ANIO.
104900     DIVIDE ANIO-CALCULO BY 100 GIVING SIGLOS-ANIO.
105000     DIVIDE ANIO-CALCULO BY 400 GIVING CUATROCIENTOS-ANIO.
105100
105200     COMPUTE DIAS-SERIAL =
105300         (ANIO-CALCULO * 365) + CUARTOS-ANIO - SIGLOS-ANIO +
105400         CUATROCIENTOS-ANIO + DIAS-ACUM-MES(FTD-MES) + FTD-DIA.
105500
105600     IF FTD-MES > 2
105700         DIVIDE FTD-ANIO BY 4 GIVING CUARTOS-ANIO
105800             REMAINDER RESTO-DIVISION
105900         IF RESTO-DIVISION = ZERO
106000             DIVIDE FTD-ANIO BY 100 GIVING SIGLOS-ANIO
106100                 REMAINDER RESTO-DIVISION
106200             IF RESTO-DIVISION NOT = ZERO
106300                 ADD 1 TO DIAS-SERIAL
106400             ELSE
106500                 DIVIDE FTD-ANIO BY 400 GIVING CUATROCIENTOS-ANIO
106600                     REMAINDER RESTO-DIVISION
106700                 IF RESTO-DIVISION = ZERO
106800                     ADD 1 TO DIAS-SERIAL
106900                 END-IF
107000             END-IF
107100         END-IF
107200     END-IF.
107300
107400 7100-FECHA-A-DIAS-RTN-EXIT.
107500     EXIT.
107600******************************************************************
107700*    9000-TERMINAR-RTN
107800*    CIERRA TODOS LOS ARCHIVOS ABIERTOS POR EL PROGRAMA.
107900******************************************************************
108000 9000-TERMINAR-RTN.
108100
108200     IF ARCHIVOS-ABIERTOS
108300         CLOSE SUSPENSE-FILE
108400               ACCOUNT-MASTER-FILE
108500               TRANSACTION-LOG-FILE
108600               TRAN-CONTROL-FILE
108700               CLEARING-OUT-FILE
108800               OPERATOR-MASTER-FILE
108900               AUDIT-LOG-FILE
109000     END-IF.
109100
109200 9000-TERMINAR-RTN-EXIT.
109300     EXIT.
109400
109500 END PROGRAM CAJERO-SUSPENSO-MANTENIMIENTO.

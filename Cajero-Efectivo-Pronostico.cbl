000100******************************************************************
000200* PROGRAM-ID:  CAJERO-EFECTIVO-PRONOSTICO
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     PRONOSTICO DE EFECTIVO Y PEDIDO DE REPOSICION POR
000800*              TERMINAL (EFECRPT). TOMA DE LA BITACORA VIVA
000900*              (TRANLOG) Y DE LOS HISTORICOS MENSUALES
001000*              (TRANARCH.AAAAMM01) LOS RETIROS Y DEPOSITOS EN
001100*              EFECTIVO DE LOS ULTIMOS DIAS, LOS CONVIERTE A
001200*              BILLETES POR DENOMINACION CON EL MISMO DESGLOSE QUE
001300*              USA EL CAJERO Y OBTIENE POR TERMINAL EL PROMEDIO Y
001400*              EL PICO DIARIO DE BILLETES NETOS ENTREGADOS, EL
001500*              PATRON POR DIA DE LA SEMANA Y EL DE LOS DIAS DE
001600*              QUINCENA. CONTRA LA EXISTENCIA ACTUAL DEL MAESTRO
001700*              DE BOVEDA PROYECTA EN CUANTOS DIAS SE AGOTA CADA
001800*              DENOMINACION Y SUGIERE EL PEDIDO DE BILLETES PARA
001900*              CUBRIR LOS DIAS DEL PARAMETRO DIAS-COBERT A PARTIR
002000*              DE LA PROXIMA REPOSICION PROGRAMADA (ULTIMA
002100*              REPOSICION DE LA BITACORA DE AUDITORIA MAS LOS DIAS
002200*              DEL PARAMETRO DIAS-REPOSIC). LAS TERMINALES QUE SE
002300*              AGOTAN ANTES DE ESA FECHA, O CUYA REPOSICION YA
002400*              VENCIO, SE LISTAN AL PRINCIPIO DEL REPORTE.
002500* TECTONICS:   cobc
002600*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
002900* ---------  ----  --------------------------------------------
003000* 2026-10-15 JMR   VERSION ORIGINAL - PRONOSTICO DE EFECTIVO Y
003100*                  PEDIDO SUGERIDO DE REPOSICION POR TERMINAL.
003200******************************************************************
003300 IDENTIFICATION DIVISION.
003400 PROGRAM-ID. CAJERO-EFECTIVO-PRONOSTICO.
003500 AUTHOR. J. MELENDEZ RUIZ.
003600 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003700 DATE-WRITTEN. 2026-10-15.
003800 DATE-COMPILED.
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT TRANSACTION-LOG-FILE
004700         ASSIGN TO "TRANLOG"
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS TRAN-FILE-STATUS.
005000
005100     SELECT TRAN-ARCHIVO-FILE
005200         ASSIGN TO ARCHIVO-TRAN-NOMBRE
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS TARCH-FILE-STATUS.
005500
005600     SELECT AUDIT-LOG-FILE
005700         ASSIGN TO "AUDITLOG"
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS AUD-FILE-STATUS.
006000
006100     SELECT VAULT-MASTER-FILE
006200         ASSIGN TO "VAULTMST"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS SEQUENTIAL
006500         RECORD KEY IS VAULT-KEY
006600         FILE STATUS IS VAULT-FILE-STATUS.
006700
006800     SELECT PARAMETER-FILE
006900         ASSIGN TO "PARAMMST"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS PRM-CLAVE
007300         FILE STATUS IS PARAM-FILE-STATUS.
007400
007500     SELECT REPORT-FILE
007600         ASSIGN TO "EFECRPT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS RPT-FILE-STATUS.
007900
008000     SELECT DETALLE-WORK-FILE
008100         ASSIGN TO "EFECWORK"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WORK-FILE-STATUS.
008400
008500     SELECT SORT-WORK-FILE
008600         ASSIGN TO "SORTWK01".
008700******************************************************************
008800 DATA DIVISION.
008900 FILE SECTION.
009000 FD  TRANSACTION-LOG-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY TRANREC.
009300
009400 FD  TRAN-ARCHIVO-FILE
009500     LABEL RECORDS ARE STANDARD.
009600 01  TRAN-ARCHIVO-REG                PIC X(92).
009700
009800 FD  AUDIT-LOG-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY AUDREC.
010100
010200 FD  VAULT-MASTER-FILE
010300     LABEL RECORDS ARE STANDARD.
010400     COPY VLTREC.
010500
010600 FD  PARAMETER-FILE
010700     LABEL RECORDS ARE STANDARD.
010800     COPY PRMREC.
010900
011000 FD  REPORT-FILE
011100     LABEL RECORDS ARE STANDARD.
011200 01  REPORT-LINE                     PIC X(80).
011300
011400 FD  DETALLE-WORK-FILE
011500     LABEL RECORDS ARE STANDARD.
011600 01  DETALLE-WORK-REG                PIC X(80).
011700
011800 SD  SORT-WORK-FILE.
011900 01  SORT-EFECTIVO-RECORD.
012000     05  SRT-TERMINAL                PIC X(04).
012100     05  SRT-FECHA                   PIC 9(08).
012200     05  SRT-CLASE                   PIC X(01).
012300         88  SRT-MOVIMIENTO              VALUE "M".
012400         88  SRT-REPOSICION              VALUE "R".
012500     05  SRT-NOTAS OCCURS 4 TIMES    PIC S9(05).
012600******************************************************************
012700 WORKING-STORAGE SECTION.
012800 01  SWITCHES.
012900     05  BITACORA-EOF-SW             PIC X(01) VALUE "N".
013000         88  BITACORA-FIN                VALUE "Y".
013100     05  AUDITORIA-EOF-SW            PIC X(01) VALUE "N".
013200         88  AUDITORIA-FIN               VALUE "Y".
013300     05  MOVIMIENTOS-EOF-SW          PIC X(01) VALUE "N".
013400         88  MOVIMIENTOS-FIN             VALUE "Y".
013500     05  BOVEDA-EOF-SW               PIC X(01) VALUE "N".
013600         88  BOVEDA-FIN                  VALUE "Y".
013700     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
013800         88  ARCHIVOS-ABIERTOS           VALUE "Y".
013900     05  PARAM-ENCONTRADO-SW         PIC X(01) VALUE "N".
014000         88  PARAM-ENCONTRADO            VALUE "Y".
014100     05  QUINCENA-SW                 PIC X(01) VALUE "N".
014200         88  DIA-DE-QUINCENA             VALUE "Y".
014300     05  DIA-ABIERTO-SW              PIC X(01) VALUE "N".
014400         88  DIA-ABIERTO                 VALUE "Y".
014500     05  EN-BOVEDA-SW                PIC X(01) VALUE "N".
014600         88  TERMINAL-EN-BOVEDA          VALUE "Y".
014700     05  RIESGO-SW                   PIC X(01) VALUE "N".
014800         88  TERMINAL-EN-RIESGO          VALUE "Y".
014900     05  VENCIDA-SW                  PIC X(01) VALUE "N".
015000         88  REPOSICION-VENCIDA          VALUE "Y".
015100     05  DENOM-ENCONTRADA-SW         PIC X(01) VALUE "N".
015200         88  DENOM-ENCONTRADA            VALUE "Y".
015300     05  DETALLE-EOF-SW              PIC X(01) VALUE "N".
015400         88  DETALLE-FIN                 VALUE "Y".
015500
015600 01  ARCHIVO-STATUS-FIELDS.
015700     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
015800     05  TARCH-FILE-STATUS           PIC X(02) VALUE SPACES.
015900     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
016000     05  VAULT-FILE-STATUS           PIC X(02) VALUE SPACES.
016100     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
016200     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
016300     05  WORK-FILE-STATUS            PIC X(02) VALUE SPACES.
016400
016500 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
016600 77  DIAS-HOY-SERIAL                 PIC 9(08)  VALUE ZERO.
016700 77  FECHA-INICIO-VENTANA            PIC 9(08)  VALUE ZERO.
016800 77  FECHA-FIN-VENTANA               PIC 9(08)  VALUE ZERO.
016900 77  DIAS-HISTORIA                   PIC 9(03)  VALUE 91.
017000 77  DIAS-COBERTURA                  PIC 9(03)  VALUE 7.
017100 77  DIAS-REPOSICION                 PIC 9(03)  VALUE 7.
017200 77  DIAS-TOPE-PARAMETRO             PIC 9(03)  VALUE 90.
017300 77  HORIZONTE-MINIMO                PIC 9(03)  VALUE 99.
017400 77  HORIZONTE-DIAS                  PIC 9(03)  VALUE ZERO.
017500 77  SIN-AGOTAR                      PIC 9(03)  VALUE 999.
017600 77  TERMINAL-OMISION                PIC X(04)  VALUE "ATM1".
017700 77  PARAM-CLAVE-TRABAJO             PIC X(12)  VALUE SPACES.
017800 77  PARAM-VALOR-LEIDO               PIC 9(09)V9(04) VALUE ZERO.
017900 77  DENOM-SUB                       PIC 9(01)  VALUE ZERO COMP.
018000 77  DENOM-DIGITO                    PIC 9(01)  VALUE ZERO.
018100 77  SEM-SUB                         PIC 9(01)  VALUE ZERO COMP.
018200 77  DIA-SUB                         PIC 9(03)  VALUE ZERO COMP.
018300 77  ARCHIVO-TRAN-NOMBRE             PIC X(17)  VALUE SPACES.
018400 77  IMPORTE-RESTANTE                PIC 9(07)  VALUE ZERO.
018500 77  NOTAS-CALCULADAS                PIC 9(07)  VALUE ZERO.
018600 77  TERMINAL-EN-TURNO               PIC X(04)  VALUE SPACES.
018700 77  DIA-EN-TURNO                    PIC 9(08)  VALUE ZERO.
018800 77  FECHA-PRIMER-MOVIMIENTO         PIC 9(08)  VALUE ZERO.
018900 77  ULTIMA-REPOSICION               PIC 9(08)  VALUE ZERO.
019000 77  PROXIMA-REPOSICION              PIC 9(08)  VALUE ZERO.
019100 77  DIAS-A-REPOSICION               PIC 9(03)  VALUE ZERO.
019200 77  DIAS-OBSERVADOS                 PIC 9(03)  VALUE ZERO.
019300 77  DIAS-QUINCENA-OBS               PIC 9(03)  VALUE ZERO.
019400 77  DIA-SEMANA                      PIC 9(01)  VALUE ZERO.
019500 77  ESPERADO-DIA                    PIC S9(07)V9(02) VALUE ZERO.
019600 77  EXISTENCIA-REPOSICION           PIC S9(09)V9(02) VALUE ZERO.
019700 77  FALTANTE-PEDIDO                 PIC S9(09)V9(02) VALUE ZERO.
019800 77  NOTAS-INACTIVAS                 PIC 9(07)  VALUE ZERO.
019900 77  PEDIDO-TERMINAL                 PIC 9(09)V9(02) VALUE ZERO.
020000 77  PEDIDO-TOTAL                    PIC 9(11)V9(02) VALUE ZERO.
020100 77  TOTAL-LEIDOS-BITACORA           PIC 9(07)  VALUE ZERO.
020200 77  TOTAL-LEIDOS-HISTORICO          PIC 9(07)  VALUE ZERO.
020300 77  TOTAL-EN-VENTANA                PIC 9(07)  VALUE ZERO.
020400 77  TOTAL-REPOSICIONES              PIC 9(07)  VALUE ZERO.
020500 77  TOTAL-LIBERADOS                 PIC 9(07)  VALUE ZERO.
020600 77  TOTAL-DEVUELTOS                 PIC 9(07)  VALUE ZERO.
020700 77  TOTAL-TERMINALES                PIC 9(05)  VALUE ZERO.
020800 77  TOTAL-TERMINALES-RIESGO         PIC 9(05)  VALUE ZERO.
020900 77  HISTORICOS-LEIDOS               PIC 9(03)  VALUE ZERO.
021000 77  HISTORICOS-FALTANTES            PIC 9(03)  VALUE ZERO.
021100 77  ANIO-CALCULO                    PIC 9(04)  VALUE ZERO.
021200 77  CUARTOS-ANIO                    PIC 9(04)  VALUE ZERO.
021300 77  SIGLOS-ANIO                     PIC 9(04)  VALUE ZERO.
021400 77  CUATROCIENTOS-ANIO              PIC 9(04)  VALUE ZERO.
021500 77  RESTO-DIVISION                  PIC 9(04)  VALUE ZERO.
021600 77  DIAS-SERIAL                     PIC 9(08)  VALUE ZERO.
021700 77  SEMANAS-SERIAL                  PIC 9(08)  VALUE ZERO.
021800 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
021900 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
022000 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
022100 77  CONTADOR-ED                     PIC Z(06)9 VALUE ZERO.
022200 77  DIAS-ED                         PIC ZZ9    VALUE ZERO.
022300 77  COBERTURA-ED                    PIC ZZ9    VALUE ZERO.
022400 77  DENOM-ED                        PIC ZZ9    VALUE ZERO.
022500 77  EXISTENCIA-ED                   PIC ZZZ,ZZ9 VALUE ZERO.
022600 77  PROMEDIO-ED                     PIC -ZZ,ZZ9.99 VALUE ZERO.
022700 77  PICO-ED                         PIC -ZZZ,ZZ9 VALUE ZERO.
022800 77  QUINCENA-ED                     PIC -ZZ,ZZ9.99 VALUE ZERO.
022900 77  AGOTA-ED                        PIC X(03)  VALUE SPACES.
023000 77  PEDIDO-ED                       PIC ZZZ,ZZ9 VALUE ZERO.
023100 77  IMPORTE-ED                      PIC Z,ZZZ,ZZ9.99 VALUE ZERO.
023200 77  IMPORTE-TOTAL-ED                PIC ZZZ,ZZZ,ZZ9.99
023300                                     VALUE ZERO.
023400
023500 01  FECHA-TRABAJO-DESGLOSE.
023600     05  FTD-ANIO                    PIC 9(04).
023700     05  FTD-MES                     PIC 9(02).
023800     05  FTD-DIA                     PIC 9(02).
023900 01  FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO-DESGLOSE
024000                                     PIC 9(08).
024100
024200 01  FECHA-ARCHIVO-DESGLOSE.
024300     05  FAR-ANIO                    PIC 9(04).
024400     05  FAR-MES                     PIC 9(02).
024500     05  FAR-DIA                     PIC 9(02).
024600 01  FECHA-ARCHIVO-NUM REDEFINES FECHA-ARCHIVO-DESGLOSE
024700                                     PIC 9(08).
024800
024900 01  MOTIVO-REPOSICION.
025000     05  MREP-TERMINAL               PIC X(04).
025100     05  FILLER                      PIC X(08).
025200
025300 01  DIAS-ACUMULADOS-VALORES.
025400     05  FILLER                      PIC X(36)
025500         VALUE "000031059090120151181212243273304334".
025600 01  DIAS-ACUMULADOS-TABLA REDEFINES DIAS-ACUMULADOS-VALORES.
025700     05  DIAS-ACUM-MES OCCURS 12 TIMES PIC 9(03).
025800
025900 01  DIAS-MES-VALORES.
026000     05  FILLER                      PIC X(24)
026100         VALUE "312831303130313130313031".
026200 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
026300     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
026400
026500*    DENOMINACIONES ACTIVAS, EN EL ORDEN EN QUE EL CAJERO LAS
026600*    DESGLOSA. SIN PARAMETROS DENOM-N RIGEN LAS HISTORICAS.
026700 01  PARAM-DENOMINACIONES-INIC       PIC X(12)
026800                                     VALUE "100050020010".
026900 01  PARAM-DENOMINACIONES REDEFINES PARAM-DENOMINACIONES-INIC.
027000     05  PARAM-DENOM-VALOR OCCURS 4 TIMES PIC 9(03).
027100
027200*    ACUMULADOS Y PRONOSTICO DE LA TERMINAL EN TURNO, UN RENGLON
027300*    POR DENOMINACION ACTIVA. LOS BILLETES NETOS SON LOS
027400*    ENTREGADOS EN RETIROS MENOS LOS RECIBIDOS EN DEPOSITOS.
027500 01  DENOMINACIONES-TABLA.
027600     05  DENOMINACION OCCURS 4 TIMES.
027700         10  DEN-EXISTENCIA          PIC 9(06).
027800         10  DEN-NETO-DIA            PIC S9(07).
027900         10  DEN-SUMA-TOTAL          PIC S9(09).
028000         10  DEN-SUMA-QUINCENA       PIC S9(09).
028100         10  DEN-SUMA-SEMANA OCCURS 7 TIMES PIC S9(09).
028200         10  DEN-PICO                PIC S9(07).
028300         10  DEN-PROM-TOTAL          PIC S9(07)V9(02).
028400         10  DEN-PROM-QUINCENA       PIC S9(07)V9(02).
028500         10  DEN-PROM-SEMANA OCCURS 7 TIMES PIC S9(07)V9(02).
028600         10  DEN-ACUMULADO           PIC S9(09)V9(02).
028700         10  DEN-CONSUMO-PREVIO      PIC S9(09)V9(02).
028800         10  DEN-NECESARIO           PIC S9(09)V9(02).
028900         10  DEN-DIAS-AGOTAR         PIC 9(03).
029000         10  DEN-PEDIDO              PIC 9(07).
029100
029200 01  DIAS-SEMANA-CONTEO.
029300     05  DIAS-SEMANA-OBS OCCURS 7 TIMES PIC 9(03).
029400
029500 01  NOMBRES-DIA-VALORES.
029600     05  FILLER                      PIC X(21)
029700         VALUE "LUNMARMIEJUEVIESABDOM".
029800 01  NOMBRES-DIA-TABLA REDEFINES NOMBRES-DIA-VALORES.
029900     05  NOMBRE-DIA OCCURS 7 TIMES   PIC X(03).
030000
030100 01  SEMANA-EDITADA.
030200     05  SEMANA-ED OCCURS 7 TIMES    PIC -(06)9.
030300******************************************************************
030400 PROCEDURE DIVISION.
030500******************************************************************
030600*    0000-MAINLINE
030700*    CONTROLA LA SECUENCIA DEL BATCH: TOMA PARAMETROS Y VENTANA
030800*    DE HISTORIA, ORDENA LOS MOVIMIENTOS DE EFECTIVO Y LAS
030900*    REPOSICIONES POR TERMINAL Y FECHA, LOS APAREA CONTRA LA
031000*    BOVEDA CALCULANDO EL PRONOSTICO DE CADA TERMINAL Y ARMA EL
031100*    REPORTE: PRIMERO LAS TERMINALES EN RIESGO, DESPUES EL
031200*    DETALLE POR TERMINAL Y AL FINAL LOS TOTALES DE CONTROL.
031300******************************************************************
031400 0000-MAINLINE.
031500
031600     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
031700
031800     IF NOT ARCHIVOS-ABIERTOS
031900         STOP RUN
032000     END-IF.
032100
032200     SORT SORT-WORK-FILE
032300         ON ASCENDING KEY SRT-TERMINAL SRT-FECHA
032400         INPUT PROCEDURE IS 2000-LEER-MOVIMIENTOS-RTN THRU
032500             2000-LEER-MOVIMIENTOS-RTN-EXIT
032600         OUTPUT PROCEDURE IS 3000-PRONOSTICAR-RTN THRU
032700             3000-PRONOSTICAR-RTN-EXIT.
032800
032900     IF SORT-RETURN NOT = ZERO
033000         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DE "
033100             "MOVIMIENTOS (SORT-RETURN " SORT-RETURN ") ***"
033200         MOVE 16 TO RETURN-CODE
033300     END-IF.
033400
033500     PERFORM 6000-COPIAR-DETALLE-RTN THRU
033600         6000-COPIAR-DETALLE-RTN-EXIT.
033700
033800     PERFORM 7000-TOTALES-RTN THRU 7000-TOTALES-RTN-EXIT.
033900
034000     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
034100
034200     STOP RUN.
034300******************************************************************
034400*    1000-INICIALIZAR-RTN
034500*    CARGA LOS PARAMETROS, CALCULA LA VENTANA DE HISTORIA (LOS
034600*    DIAS-HISTORIA DIAS COMPLETOS QUE TERMINAN AYER), ABRE LA
034700*    BOVEDA, EL REPORTE Y EL ARCHIVO DE TRABAJO DEL DETALLE E
034800*    IMPRIME EL ENCABEZADO Y EL TITULO DE LA SECCION DE
034900*    TERMINALES EN RIESGO. SIN BOVEDA NO HAY PRONOSTICO.
035000******************************************************************
035100 1000-INICIALIZAR-RTN.
035200
035300     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
035400
035500     DISPLAY "==============================================".
035600     DISPLAY "   PRONOSTICO DE EFECTIVO POR TERMINAL".
035700     DISPLAY "==============================================".
035800
035900     PERFORM 1100-CARGAR-PARAMETROS-RTN THRU
036000         1100-CARGAR-PARAMETROS-RTN-EXIT.
036100
036200     MOVE FECHA-HOY TO FECHA-TRABAJO-NUM.
036300     PERFORM 7100-FECHA-A-DIAS-RTN THRU
036400         7100-FECHA-A-DIAS-RTN-EXIT.
036500     MOVE DIAS-SERIAL TO DIAS-HOY-SERIAL.
036600     PERFORM 7250-RESTAR-DIA-RTN THRU 7250-RESTAR-DIA-RTN-EXIT.
036700     MOVE FECHA-TRABAJO-NUM TO FECHA-FIN-VENTANA.
036800     SUBTRACT 1 FROM DIAS-HISTORIA GIVING DIA-SUB.
036900     PERFORM 7250-RESTAR-DIA-RTN THRU 7250-RESTAR-DIA-RTN-EXIT
037000         DIA-SUB TIMES.
037100     MOVE FECHA-TRABAJO-NUM TO FECHA-INICIO-VENTANA.
037200
037300     OPEN INPUT VAULT-MASTER-FILE.
037400     IF VAULT-FILE-STATUS NOT = "00"
037500         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
037600             "BOVEDA (STATUS " VAULT-FILE-STATUS ") ***"
037700         MOVE 16 TO RETURN-CODE
037800         GO TO 1000-INICIALIZAR-RTN-EXIT
037900     END-IF.
038000
038100     OPEN OUTPUT REPORT-FILE.
038200     IF RPT-FILE-STATUS NOT = "00"
038300         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REPORTE "
038400             "(STATUS " RPT-FILE-STATUS ") ***"
038500         MOVE 16 TO RETURN-CODE
038600         CLOSE VAULT-MASTER-FILE
038700         GO TO 1000-INICIALIZAR-RTN-EXIT
038800     END-IF.
038900
039000     OPEN OUTPUT DETALLE-WORK-FILE.
039100     IF WORK-FILE-STATUS NOT = "00"
039200         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
039300             "TRABAJO EFECWORK (STATUS " WORK-FILE-STATUS ") ***"
039400         MOVE 16 TO RETURN-CODE
039500         CLOSE VAULT-MASTER-FILE
039600               REPORT-FILE
039700         GO TO 1000-INICIALIZAR-RTN-EXIT
039800     END-IF.
039900     SET ARCHIVOS-ABIERTOS TO TRUE.
040000
040100     MOVE SPACES TO REPORT-LINE.
040200     STRING "PRONOSTICO DE EFECTIVO POR TERMINAL - FECHA "
040300         DELIMITED BY SIZE
040400         FECHA-HOY DELIMITED BY SIZE
040500         INTO REPORT-LINE.
040600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
040700     MOVE DIAS-HISTORIA TO DIAS-ED.
040800     MOVE SPACES TO REPORT-LINE.
040900     STRING "HISTORIA DEL " DELIMITED BY SIZE
041000         FECHA-INICIO-VENTANA DELIMITED BY SIZE
041100         " AL " DELIMITED BY SIZE
041200         FECHA-FIN-VENTANA DELIMITED BY SIZE
041300         " (" DELIMITED BY SIZE
041400         DIAS-ED DELIMITED BY SIZE
041500         " DIAS)" DELIMITED BY SIZE
041600         INTO REPORT-LINE.
041700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
041800     MOVE DIAS-REPOSICION TO DIAS-ED.
041900     MOVE DIAS-COBERTURA TO COBERTURA-ED.
042000     MOVE SPACES TO REPORT-LINE.
042100     STRING "CICLO DE REPOSICION: " DELIMITED BY SIZE
042200         DIAS-ED DELIMITED BY SIZE
042300         " DIAS   COBERTURA DEL PEDIDO: " DELIMITED BY SIZE
042400         COBERTURA-ED DELIMITED BY SIZE
042500         " DIAS" DELIMITED BY SIZE
042600         INTO REPORT-LINE.
042700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
042800     MOVE SPACES TO REPORT-LINE.
042900     STRING "DIAS DE QUINCENA: 1, 15, 16 Y ULTIMO DEL MES"
043000         DELIMITED BY SIZE INTO REPORT-LINE.
043100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
043200     MOVE SPACES TO REPORT-LINE.
043300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
043400     MOVE SPACES TO REPORT-LINE.
043500     STRING "TERMINALES EN RIESGO (SE AGOTAN ANTES DE SU PROXIMA "
043600         "REPOSICION)" DELIMITED BY SIZE INTO REPORT-LINE.
043700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
043800
043900 1000-INICIALIZAR-RTN-EXIT.
044000     EXIT.
044100******************************************************************
044200*    1100-CARGAR-PARAMETROS-RTN
044300*    CARGA LOS DIAS QUE DEBE CUBRIR EL PEDIDO (DIAS-COBERT), EL
044400*    CICLO DE REPOSICION EN DIAS (DIAS-REPOSIC) Y LAS
044500*    DENOMINACIONES ACTIVAS (DENOM-1 A DENOM-4). SIN ARCHIVO O
044600*    SIN VALOR APLICABLE RIGEN LOS RESPALDOS COMPILADOS; UN
044700*    NUMERO DE DIAS EN CERO O MAYOR AL TOPE SE IGNORA CON AVISO.
044800******************************************************************
044900 1100-CARGAR-PARAMETROS-RTN.
045000
045100     OPEN INPUT PARAMETER-FILE.
045200     IF PARAM-FILE-STATUS NOT = "00"
045300         DISPLAY "AVISO: SIN ARCHIVO DE PARAMETROS (STATUS "
045400             PARAM-FILE-STATUS "). SE USAN LOS VALORES DE "
045500             "RESPALDO."
045600         GO TO 1100-CARGAR-PARAMETROS-RTN-EXIT
045700     END-IF.
045800
045900     MOVE "DIAS-COBERT" TO PARAM-CLAVE-TRABAJO.
046000     PERFORM 1110-LEER-PARAMETRO-RTN THRU
046100         1110-LEER-PARAMETRO-RTN-EXIT.
046200     IF PARAM-ENCONTRADO
046300         IF PARAM-VALOR-LEIDO > ZERO AND
046400             PARAM-VALOR-LEIDO NOT > DIAS-TOPE-PARAMETRO
046500             MOVE PARAM-VALOR-LEIDO TO DIAS-COBERTURA
046600         ELSE
046700             DISPLAY "AVISO: DIAS-COBERT " PARAM-VALOR-LEIDO
046800                 " FUERA DE RANGO (1-" DIAS-TOPE-PARAMETRO
046900                 "). SE CONSERVA " DIAS-COBERTURA "."
047000         END-IF
047100     END-IF.
047200
047300     MOVE "DIAS-REPOSIC" TO PARAM-CLAVE-TRABAJO.
047400     PERFORM 1110-LEER-PARAMETRO-RTN THRU
047500         1110-LEER-PARAMETRO-RTN-EXIT.
047600     IF PARAM-ENCONTRADO
047700         IF PARAM-VALOR-LEIDO > ZERO AND
047800             PARAM-VALOR-LEIDO NOT > DIAS-TOPE-PARAMETRO
047900             MOVE PARAM-VALOR-LEIDO TO DIAS-REPOSICION
048000         ELSE
048100             DISPLAY "AVISO: DIAS-REPOSIC " PARAM-VALOR-LEIDO
048200                 " FUERA DE RANGO (1-" DIAS-TOPE-PARAMETRO
048300                 "). SE CONSERVA " DIAS-REPOSICION "."
048400         END-IF
048500     END-IF.
048600
048700     PERFORM 1120-CARGAR-DENOM-PARAM-RTN THRU
048800         1120-CARGAR-DENOM-PARAM-RTN-EXIT
048900         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
049000
049100     CLOSE PARAMETER-FILE.
049200
049300 1100-CARGAR-PARAMETROS-RTN-EXIT.
049400     EXIT.
049500******************************************************************
049600*    1110-LEER-PARAMETRO-RTN
049700*    LEE EL PARAMETRO CUYA CLAVE ESTA EN PARAM-CLAVE-TRABAJO Y
049800*    DEJA EN PARAM-VALOR-LEIDO EL VALOR APLICABLE HOY: EL VALOR
049900*    VIGENTE SI SU FECHA EFECTIVA YA LLEGO, O EL VALOR ANTERIOR
050000*    MIENTRAS EL CAMBIO PROGRAMADO SIGUE PENDIENTE. SIN VALOR
050100*    APLICABLE NO SE MARCA ENCONTRADO Y EL LLAMADOR CONSERVA SU
050200*    RESPALDO COMPILADO.
050300******************************************************************
050400 1110-LEER-PARAMETRO-RTN.
050500
050600     MOVE "N" TO PARAM-ENCONTRADO-SW.
050700     MOVE PARAM-CLAVE-TRABAJO TO PRM-CLAVE.
050800     READ PARAMETER-FILE
050900         INVALID KEY
051000             CONTINUE
051100         NOT INVALID KEY
051200             IF PRM-FECHA-EFECTIVA NOT > FECHA-HOY
051300                 MOVE PRM-VALOR TO PARAM-VALOR-LEIDO
051400                 SET PARAM-ENCONTRADO TO TRUE
051500             ELSE
051600                 IF PRM-FECHA-ANTERIOR NOT > FECHA-HOY
051700                     MOVE PRM-VALOR-ANTERIOR TO PARAM-VALOR-LEIDO
051800                     SET PARAM-ENCONTRADO TO TRUE
051900                 END-IF
052000             END-IF
052100     END-READ.
052200
052300 1110-LEER-PARAMETRO-RTN-EXIT.
052400     EXIT.
052500******************************************************************
052600*    1120-CARGAR-DENOM-PARAM-RTN
052700*    CARGA LA DENOMINACION ACTIVA DEL RENGLON EN TURNO DESDE SU
052800*    PARAMETRO DENOM-N. UNA DENOMINACION EN CERO QUEDA FUERA DEL
052900*    DESGLOSE Y DEL REPORTE, IGUAL QUE EN EL CAJERO.
053000******************************************************************
053100 1120-CARGAR-DENOM-PARAM-RTN.
053200
053300     MOVE DENOM-SUB TO DENOM-DIGITO.
053400     MOVE SPACES TO PARAM-CLAVE-TRABAJO.
053500     STRING "DENOM-" DELIMITED BY SIZE
053600         DENOM-DIGITO DELIMITED BY SIZE
053700         INTO PARAM-CLAVE-TRABAJO.
053800     PERFORM 1110-LEER-PARAMETRO-RTN THRU
053900         1110-LEER-PARAMETRO-RTN-EXIT.
054000     IF PARAM-ENCONTRADO
054100         MOVE PARAM-VALOR-LEIDO TO PARAM-DENOM-VALOR(DENOM-SUB)
054200     END-IF.
054300
054400 1120-CARGAR-DENOM-PARAM-RTN-EXIT.
054500     EXIT.
054600******************************************************************
054700*    2000-LEER-MOVIMIENTOS-RTN
054800*    PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO. ENTREGA LOS
054900*    RETIROS Y DEPOSITOS EN EFECTIVO DE LA VENTANA DE HISTORIA,
055000*    PRIMERO DE LOS HISTORICOS MENSUALES Y LUEGO DE LA BITACORA
055100*    VIVA, Y TODAS LAS REPOSICIONES DE LA BITACORA DE AUDITORIA.
055200******************************************************************
055300 2000-LEER-MOVIMIENTOS-RTN.
055400
055500     PERFORM 2100-LEER-HISTORICOS-RTN THRU
055600         2100-LEER-HISTORICOS-RTN-EXIT.
055700
055800     PERFORM 2200-LEER-BITACORA-RTN THRU
055900         2200-LEER-BITACORA-RTN-EXIT.
056000
056100     PERFORM 2300-LEER-REPOSICIONES-RTN THRU
056200         2300-LEER-REPOSICIONES-RTN-EXIT.
056300
056400 2000-LEER-MOVIMIENTOS-RTN-EXIT.
056500     EXIT.
056600******************************************************************
056700*    2100-LEER-HISTORICOS-RTN
056800*    EL JOB DE ARCHIVO DEL LOTE NOCTURNO CORTA EL PRIMER DIA DE
056900*    CADA MES: TRANARCH.AAAAMM01 GUARDA LO ANTERIOR A ESA FECHA.
057000*    SE LEEN LOS HISTORICOS CON FECHA DE CORTE POSTERIOR AL
057100*    INICIO DE LA VENTANA, DESDE EL MES SIGUIENTE AL DE ESE
057200*    INICIO HASTA EL MES EN CURSO.
057300******************************************************************
057400 2100-LEER-HISTORICOS-RTN.
057500
057600     MOVE FECHA-INICIO-VENTANA TO FECHA-ARCHIVO-NUM.
057700     MOVE 1 TO FAR-DIA.
057800     PERFORM 2190-SIGUIENTE-MES-RTN THRU
057900         2190-SIGUIENTE-MES-RTN-EXIT.
058000
058100     PERFORM 2150-LEER-HISTORICO-RTN THRU
058200         2150-LEER-HISTORICO-RTN-EXIT
058300         UNTIL FECHA-ARCHIVO-NUM > FECHA-HOY.
058400
058500 2100-LEER-HISTORICOS-RTN-EXIT.
058600     EXIT.
058700******************************************************************
058800*    2150-LEER-HISTORICO-RTN
058900*    ABRE EL HISTORICO DEL MES EN TURNO Y PASA SUS MOVIMIENTOS.
059000*    UN HISTORICO QUE NO EXISTE SOLO SE AVISA: SI EL ARCHIVO DE
059100*    ESE MES NO HA CORRIDO, SUS MOVIMIENTOS SIGUEN EN TRANLOG.
059200******************************************************************
059300 2150-LEER-HISTORICO-RTN.
059400
059500     MOVE SPACES TO ARCHIVO-TRAN-NOMBRE.
059600     STRING "TRANARCH." DELIMITED BY SIZE
059700            FECHA-ARCHIVO-NUM DELIMITED BY SIZE
059800         INTO ARCHIVO-TRAN-NOMBRE.
059900
060000     OPEN INPUT TRAN-ARCHIVO-FILE.
060100     IF TARCH-FILE-STATUS NOT = "00"
060200         DISPLAY "AVISO: NO SE PUDO ABRIR EL HISTORICO "
060300             ARCHIVO-TRAN-NOMBRE " (STATUS " TARCH-FILE-STATUS
060400             ")."
060500         ADD 1 TO HISTORICOS-FALTANTES
060600     ELSE
060700         ADD 1 TO HISTORICOS-LEIDOS
060800         MOVE "N" TO BITACORA-EOF-SW
060900         PERFORM 2160-LEER-REG-HISTORICO-RTN THRU
061000             2160-LEER-REG-HISTORICO-RTN-EXIT
061100             UNTIL BITACORA-FIN
061200         CLOSE TRAN-ARCHIVO-FILE
061300     END-IF.
061400
061500     PERFORM 2190-SIGUIENTE-MES-RTN THRU
061600         2190-SIGUIENTE-MES-RTN-EXIT.
061700
061800 2150-LEER-HISTORICO-RTN-EXIT.
061900     EXIT.
062000******************************************************************
062100*    2160-LEER-REG-HISTORICO-RTN
062200*    LEE EL SIGUIENTE MOVIMIENTO DEL HISTORICO Y LO EVALUA CON EL
062300*    LAYOUT DE LA BITACORA.
062400******************************************************************
062500 2160-LEER-REG-HISTORICO-RTN.
062600
062700     READ TRAN-ARCHIVO-FILE
062800         AT END
062900             SET BITACORA-FIN TO TRUE
063000     END-READ.
063100
063200     IF BITACORA-FIN
063300         GO TO 2160-LEER-REG-HISTORICO-RTN-EXIT
063400     END-IF.
063500
063600     ADD 1 TO TOTAL-LEIDOS-HISTORICO.
063700     MOVE TRAN-ARCHIVO-REG TO TRANSACTION-LOG-RECORD.
063800     PERFORM 2500-EVALUAR-MOVIMIENTO-RTN THRU
063900         2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
064000
064100 2160-LEER-REG-HISTORICO-RTN-EXIT.
064200     EXIT.
064300******************************************************************
064400*    2190-SIGUIENTE-MES-RTN
064500*    AVANZA FECHA-ARCHIVO AL PRIMER DIA DEL MES SIGUIENTE.
064600******************************************************************
064700 2190-SIGUIENTE-MES-RTN.
064800
064900     ADD 1 TO FAR-MES.
065000     IF FAR-MES > 12
065100         MOVE 1 TO FAR-MES
065200         ADD 1 TO FAR-ANIO
065300     END-IF.
065400
065500 2190-SIGUIENTE-MES-RTN-EXIT.
065600     EXIT.
065700******************************************************************
065800*    2200-LEER-BITACORA-RTN
065900*    PASA LOS MOVIMIENTOS DE LA BITACORA VIVA. SIN BITACORA EL
066000*    PRONOSTICO SALE SOLO CON LOS HISTORICOS, CON AVISO.
066100******************************************************************
066200 2200-LEER-BITACORA-RTN.
066300
066400     OPEN INPUT TRANSACTION-LOG-FILE.
066500     IF TRAN-FILE-STATUS NOT = "00"
066600         DISPLAY "AVISO: NO SE PUDO ABRIR LA BITACORA TRANLOG "
066700             "(STATUS " TRAN-FILE-STATUS ")."
066800         GO TO 2200-LEER-BITACORA-RTN-EXIT
066900     END-IF.
067000
067100     MOVE "N" TO BITACORA-EOF-SW.
067200     PERFORM 2210-LEER-REG-BITACORA-RTN THRU
067300         2210-LEER-REG-BITACORA-RTN-EXIT
067400         UNTIL BITACORA-FIN.
067500     CLOSE TRANSACTION-LOG-FILE.
067600
067700 2200-LEER-BITACORA-RTN-EXIT.
067800     EXIT.
067900******************************************************************
068000*    2210-LEER-REG-BITACORA-RTN
068100*    LEE EL SIGUIENTE MOVIMIENTO DE LA BITACORA Y LO EVALUA.
068200******************************************************************
068300 2210-LEER-REG-BITACORA-RTN.
068400
068500     READ TRANSACTION-LOG-FILE
068600         AT END
068700             SET BITACORA-FIN TO TRUE
068800     END-READ.
068900
069000     IF BITACORA-FIN
069100         GO TO 2210-LEER-REG-BITACORA-RTN-EXIT
069200     END-IF.
069300
069400     ADD 1 TO TOTAL-LEIDOS-BITACORA.
069500     PERFORM 2500-EVALUAR-MOVIMIENTO-RTN THRU
069600         2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
069700
069800 2210-LEER-REG-BITACORA-RTN-EXIT.
069900     EXIT.
070000******************************************************************
070100*    2300-LEER-REPOSICIONES-RTN
070200*    PASA CADA REPOSICION DE BILLETES DE LA BITACORA DE AUDITORIA
070300*    CON SU TERMINAL (EN EL MOTIVO) Y SU FECHA, SIN IMPORTAR SU
070400*    ANTIGUEDAD: DE ELLAS SALE LA ULTIMA REPOSICION DE CADA
070500*    TERMINAL. LAS REPOSICIONES ANTERIORES A LA OPERACION CON
070600*    VARIOS CAJEROS NO TRAEN TERMINAL Y SON DE ATM1.
070700******************************************************************
070800 2300-LEER-REPOSICIONES-RTN.
070900
071000     OPEN INPUT AUDIT-LOG-FILE.
071100     IF AUD-FILE-STATUS NOT = "00"
071200         DISPLAY "AVISO: NO SE PUDO ABRIR LA BITACORA DE "
071300             "AUDITORIA (STATUS " AUD-FILE-STATUS "). NO HAY "
071400             "FECHAS DE REPOSICION."
071500         GO TO 2300-LEER-REPOSICIONES-RTN-EXIT
071600     END-IF.
071700
071800     PERFORM 2310-LEER-REG-AUDITORIA-RTN THRU
071900         2310-LEER-REG-AUDITORIA-RTN-EXIT
072000         UNTIL AUDITORIA-FIN.
072100     CLOSE AUDIT-LOG-FILE.
072200
072300 2300-LEER-REPOSICIONES-RTN-EXIT.
072400     EXIT.
072500******************************************************************
072600*    2310-LEER-REG-AUDITORIA-RTN
072700*    LEE EL SIGUIENTE REGISTRO DE AUDITORIA Y, SI ES UNA
072800*    REPOSICION, LO PASA AL ORDENAMIENTO SIN BILLETES.
072900******************************************************************
073000 2310-LEER-REG-AUDITORIA-RTN.
073100
073200     READ AUDIT-LOG-FILE
073300         AT END
073400             SET AUDITORIA-FIN TO TRUE
073500     END-READ.
073600
073700     IF AUDITORIA-FIN OR NOT AUD-REPOSICION
073800         GO TO 2310-LEER-REG-AUDITORIA-RTN-EXIT
073900     END-IF.
074000
074100     ADD 1 TO TOTAL-REPOSICIONES.
074200     MOVE AUD-MOTIVO TO MOTIVO-REPOSICION.
074300     IF MREP-TERMINAL = SPACES
074400         MOVE TERMINAL-OMISION TO SRT-TERMINAL
074500     ELSE
074600         MOVE MREP-TERMINAL TO SRT-TERMINAL
074700     END-IF.
074800     MOVE AUD-DATE TO SRT-FECHA.
074900     SET SRT-REPOSICION TO TRUE.
075000     PERFORM 2520-LIMPIAR-NOTAS-RTN THRU
075100         2520-LIMPIAR-NOTAS-RTN-EXIT
075200         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
075300     RELEASE SORT-EFECTIVO-RECORD.
075400     ADD 1 TO TOTAL-LIBERADOS.
075500
075600 2310-LEER-REG-AUDITORIA-RTN-EXIT.
075700     EXIT.
075800******************************************************************
075900*    2500-EVALUAR-MOVIMIENTO-RTN
076000*    UN RETIRO O DEPOSITO EN EFECTIVO DENTRO DE LA VENTANA SE
076100*    CONVIERTE A BILLETES POR DENOMINACION Y SE PASA AL
076200*    ORDENAMIENTO: LOS DEL RETIRO EN POSITIVO (SALEN DE LA
076300*    BOVEDA) Y LOS DEL DEPOSITO EN NEGATIVO (ENTRAN). LOS
076400*    MOVIMIENTOS ANTERIORES A LA OPERACION CON VARIOS CAJEROS NO
076500*    TRAEN TERMINAL Y SON DE ATM1.
076600******************************************************************
076700 2500-EVALUAR-MOVIMIENTO-RTN.
076800
076900     IF NOT TLOG-TYPE-RETIRO AND NOT TLOG-TYPE-DEP-EFECTIVO
077000         GO TO 2500-EVALUAR-MOVIMIENTO-RTN-EXIT
077100     END-IF.
077200
077300     IF TLOG-DATE < FECHA-INICIO-VENTANA OR
077400         TLOG-DATE > FECHA-FIN-VENTANA
077500         GO TO 2500-EVALUAR-MOVIMIENTO-RTN-EXIT
077600     END-IF.
077700
077800     ADD 1 TO TOTAL-EN-VENTANA.
077900     IF TLOG-TERMINAL = SPACES
078000         MOVE TERMINAL-OMISION TO SRT-TERMINAL
078100     ELSE
078200         MOVE TLOG-TERMINAL TO SRT-TERMINAL
078300     END-IF.
078400     MOVE TLOG-DATE TO SRT-FECHA.
078500     SET SRT-MOVIMIENTO TO TRUE.
078600     MOVE TLOG-AMOUNT TO IMPORTE-RESTANTE.
078700     PERFORM 2510-DESGLOSAR-DENOM-RTN THRU
078800         2510-DESGLOSAR-DENOM-RTN-EXIT
078900         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
079000     RELEASE SORT-EFECTIVO-RECORD.
079100     ADD 1 TO TOTAL-LIBERADOS.
079200
079300 2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
079400     EXIT.
079500******************************************************************
079600*    2510-DESGLOSAR-DENOM-RTN
079700*    APLICA EL DESGLOSE GREEDY DEL CAJERO A LA DENOMINACION EN
079800*    TURNO: TANTOS BILLETES COMO ALCANCEN, DEJANDO EL REMANENTE
079900*    PARA LA SIGUIENTE. LA BITACORA GUARDA EL IMPORTE Y NO LOS
080000*    BILLETES, ASI QUE SE SUPONE QUE HABIA EXISTENCIA DE TODAS:
080100*    EL RESULTADO ES LA DEMANDA DE BILLETES, NO LO QUE LA
080200*    MAQUINA PUDO ENTREGAR UN DIA CORTA DE ALGUNA DENOMINACION.
080300******************************************************************
080400 2510-DESGLOSAR-DENOM-RTN.
080500
080600     MOVE ZERO TO SRT-NOTAS(DENOM-SUB).
080700
080800     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO OR
080900         IMPORTE-RESTANTE < PARAM-DENOM-VALOR(DENOM-SUB)
081000         GO TO 2510-DESGLOSAR-DENOM-RTN-EXIT
081100     END-IF.
081200
081300     DIVIDE IMPORTE-RESTANTE BY PARAM-DENOM-VALOR(DENOM-SUB)
081400         GIVING NOTAS-CALCULADAS
081500         REMAINDER IMPORTE-RESTANTE.
081600     IF TLOG-TYPE-RETIRO
081700         MOVE NOTAS-CALCULADAS TO SRT-NOTAS(DENOM-SUB)
081800     ELSE
081900         COMPUTE SRT-NOTAS(DENOM-SUB) = ZERO - NOTAS-CALCULADAS
082000     END-IF.
082100
082200 2510-DESGLOSAR-DENOM-RTN-EXIT.
082300     EXIT.
082400******************************************************************
082500*    2520-LIMPIAR-NOTAS-RTN
082600*    DEJA EN CERO LOS BILLETES DEL RENGLON EN TURNO DEL REGISTRO
082700*    A ORDENAR.
082800******************************************************************
082900 2520-LIMPIAR-NOTAS-RTN.
083000
083100     MOVE ZERO TO SRT-NOTAS(DENOM-SUB).
083200
083300 2520-LIMPIAR-NOTAS-RTN-EXIT.
083400     EXIT.
083500******************************************************************
083600*    3000-PRONOSTICAR-RTN
083700*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: TOMA EL PRIMER
083800*    REGISTRO ORDENADO Y EL PRIMERO DE LA BOVEDA Y PROCESA UNA
083900*    TERMINAL A LA VEZ HASTA AGOTAR AMBOS.
084000******************************************************************
084100 3000-PRONOSTICAR-RTN.
084200
084300     PERFORM 3900-SIGUIENTE-MOVIMIENTO-RTN THRU
084400         3900-SIGUIENTE-MOVIMIENTO-RTN-EXIT.
084500     PERFORM 3950-SIGUIENTE-BOVEDA-RTN THRU
084600         3950-SIGUIENTE-BOVEDA-RTN-EXIT.
084700
084800     PERFORM 3100-TERMINAL-RTN THRU 3100-TERMINAL-RTN-EXIT
084900         UNTIL MOVIMIENTOS-FIN AND BOVEDA-FIN.
085000
085100 3000-PRONOSTICAR-RTN-EXIT.
085200     EXIT.
085300******************************************************************
085400*    3100-TERMINAL-RTN
085500*    TOMA LA TERMINAL MENOR ENTRE LA DEL REGISTRO ORDENADO EN
085600*    TURNO Y LA DE LA BOVEDA, CARGA SU EXISTENCIA, ACUMULA SUS
085700*    BILLETES POR DIA, CALCULA SUS PROMEDIOS Y SU PROYECCION Y
085800*    EMITE SU ALERTA (SI LA HAY) Y SU DETALLE.
085900******************************************************************
086000 3100-TERMINAL-RTN.
086100
086200     IF MOVIMIENTOS-FIN
086300         MOVE VAULT-TERMINAL TO TERMINAL-EN-TURNO
086400     ELSE
086500         IF BOVEDA-FIN OR SRT-TERMINAL < VAULT-TERMINAL
086600             MOVE SRT-TERMINAL TO TERMINAL-EN-TURNO
086700         ELSE
086800             MOVE VAULT-TERMINAL TO TERMINAL-EN-TURNO
086900         END-IF
087000     END-IF.
087100
087200     ADD 1 TO TOTAL-TERMINALES.
087300     MOVE ZERO TO NOTAS-INACTIVAS.
087400     MOVE ZERO TO ULTIMA-REPOSICION.
087500     MOVE ZERO TO FECHA-PRIMER-MOVIMIENTO.
087600     MOVE "N" TO EN-BOVEDA-SW.
087700     MOVE "N" TO DIA-ABIERTO-SW.
087800     PERFORM 3150-LIMPIAR-DENOM-RTN THRU
087900         3150-LIMPIAR-DENOM-RTN-EXIT
088000         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
088100
088200     PERFORM 3200-CARGAR-BOVEDA-RTN THRU
088300         3200-CARGAR-BOVEDA-RTN-EXIT
088400         UNTIL BOVEDA-FIN OR
088500             VAULT-TERMINAL NOT = TERMINAL-EN-TURNO.
088600
088700     PERFORM 3300-ACUMULAR-MOVIMIENTO-RTN THRU
088800         3300-ACUMULAR-MOVIMIENTO-RTN-EXIT
088900         UNTIL MOVIMIENTOS-FIN OR
089000             SRT-TERMINAL NOT = TERMINAL-EN-TURNO.
089100     PERFORM 3350-CERRAR-DIA-RTN THRU 3350-CERRAR-DIA-RTN-EXIT.
089200
089300     PERFORM 4000-CALCULAR-PROMEDIOS-RTN THRU
089400         4000-CALCULAR-PROMEDIOS-RTN-EXIT.
089500
089600     PERFORM 4200-PROYECTAR-RTN THRU 4200-PROYECTAR-RTN-EXIT.
089700
089800     PERFORM 5000-ALERTAR-TERMINAL-RTN THRU
089900         5000-ALERTAR-TERMINAL-RTN-EXIT.
090000
090100     PERFORM 5100-DETALLE-TERMINAL-RTN THRU
090200         5100-DETALLE-TERMINAL-RTN-EXIT.
090300
090400 3100-TERMINAL-RTN-EXIT.
090500     EXIT.
090600******************************************************************
090700*    3150-LIMPIAR-DENOM-RTN
090800*    DEJA EN CERO LOS ACUMULADOS Y EL PRONOSTICO DEL RENGLON EN
090900*    TURNO PARA LA NUEVA TERMINAL.
091000******************************************************************
091100 3150-LIMPIAR-DENOM-RTN.
091200
091300     MOVE ZERO TO DEN-EXISTENCIA(DENOM-SUB).
091400     MOVE ZERO TO DEN-NETO-DIA(DENOM-SUB).
091500     MOVE ZERO TO DEN-SUMA-TOTAL(DENOM-SUB).
091600     MOVE ZERO TO DEN-SUMA-QUINCENA(DENOM-SUB).
091700     MOVE ZERO TO DEN-PICO(DENOM-SUB).
091800     MOVE ZERO TO DEN-PROM-TOTAL(DENOM-SUB).
091900     MOVE ZERO TO DEN-PROM-QUINCENA(DENOM-SUB).
092000     MOVE ZERO TO DEN-ACUMULADO(DENOM-SUB).
092100     MOVE ZERO TO DEN-CONSUMO-PREVIO(DENOM-SUB).
092200     MOVE ZERO TO DEN-NECESARIO(DENOM-SUB).
092300     MOVE ZERO TO DEN-PEDIDO(DENOM-SUB).
092400     MOVE SIN-AGOTAR TO DEN-DIAS-AGOTAR(DENOM-SUB).
092500     PERFORM 3160-LIMPIAR-SEMANA-RTN THRU
092600         3160-LIMPIAR-SEMANA-RTN-EXIT
092700         VARYING SEM-SUB FROM 1 BY 1 UNTIL SEM-SUB > 7.
092800
092900 3150-LIMPIAR-DENOM-RTN-EXIT.
093000     EXIT.
093100******************************************************************
093200*    3160-LIMPIAR-SEMANA-RTN
093300*    DEJA EN CERO LA SUMA Y EL PROMEDIO DEL DIA DE LA SEMANA EN
093400*    TURNO DEL RENGLON EN TURNO.
093500******************************************************************
093600 3160-LIMPIAR-SEMANA-RTN.
093700
093800     MOVE ZERO TO DEN-SUMA-SEMANA(DENOM-SUB, SEM-SUB).
093900     MOVE ZERO TO DEN-PROM-SEMANA(DENOM-SUB, SEM-SUB).
094000
094100 3160-LIMPIAR-SEMANA-RTN-EXIT.
094200     EXIT.
094300******************************************************************
094400*    3200-CARGAR-BOVEDA-RTN
094500*    ASIGNA LA EXISTENCIA DEL REGISTRO DE BOVEDA EN TURNO AL
094600*    RENGLON DE SU DENOMINACION. LOS BILLETES DE UNA
094700*    DENOMINACION QUE YA NO ESTA ACTIVA SOLO SE CUENTAN PARA EL
094800*    AVISO DEL DETALLE.
094900******************************************************************
095000 3200-CARGAR-BOVEDA-RTN.
095100
095200     SET TERMINAL-EN-BOVEDA TO TRUE.
095300     MOVE "N" TO DENOM-ENCONTRADA-SW.
095400     PERFORM 3210-UBICAR-DENOM-RTN THRU 3210-UBICAR-DENOM-RTN-EXIT
095500         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
095600     IF NOT DENOM-ENCONTRADA
095700         ADD VAULT-NOTE-COUNT TO NOTAS-INACTIVAS
095800     END-IF.
095900
096000     PERFORM 3950-SIGUIENTE-BOVEDA-RTN THRU
096100         3950-SIGUIENTE-BOVEDA-RTN-EXIT.
096200
096300 3200-CARGAR-BOVEDA-RTN-EXIT.
096400     EXIT.
096500******************************************************************
096600*    3210-UBICAR-DENOM-RTN
096700*    SI EL RENGLON EN TURNO ES LA DENOMINACION DEL REGISTRO DE
096800*    BOVEDA, LE ASIGNA SU EXISTENCIA.
096900******************************************************************
097000 3210-UBICAR-DENOM-RTN.
097100
097200     IF PARAM-DENOM-VALOR(DENOM-SUB) > ZERO AND
097300         PARAM-DENOM-VALOR(DENOM-SUB) = VAULT-DENOM AND
097400         NOT DENOM-ENCONTRADA
097500         MOVE VAULT-NOTE-COUNT TO DEN-EXISTENCIA(DENOM-SUB)
097600         SET DENOM-ENCONTRADA TO TRUE
097700     END-IF.
097800
097900 3210-UBICAR-DENOM-RTN-EXIT.
098000     EXIT.
098100******************************************************************
098200*    3300-ACUMULAR-MOVIMIENTO-RTN
098300*    UNA REPOSICION SOLO ACTUALIZA LA ULTIMA FECHA DE REPOSICION
098400*    DE LA TERMINAL. UN MOVIMIENTO SUMA SUS BILLETES AL DIA EN
098500*    TURNO; AL CAMBIAR DE FECHA SE CIERRA EL DIA ANTERIOR.
098600******************************************************************
098700 3300-ACUMULAR-MOVIMIENTO-RTN.
098800
098900     IF SRT-REPOSICION
099000         IF SRT-FECHA > ULTIMA-REPOSICION
099100             MOVE SRT-FECHA TO ULTIMA-REPOSICION
099200         END-IF
099300         PERFORM 3900-SIGUIENTE-MOVIMIENTO-RTN THRU
099400             3900-SIGUIENTE-MOVIMIENTO-RTN-EXIT
099500         GO TO 3300-ACUMULAR-MOVIMIENTO-RTN-EXIT
099600     END-IF.
099700
099800     IF DIA-ABIERTO AND SRT-FECHA NOT = DIA-EN-TURNO
099900         PERFORM 3350-CERRAR-DIA-RTN THRU 3350-CERRAR-DIA-RTN-EXIT
100000     END-IF.
100100
100200     IF NOT DIA-ABIERTO
100300         MOVE SRT-FECHA TO DIA-EN-TURNO
100400         IF FECHA-PRIMER-MOVIMIENTO = ZERO
100500             MOVE SRT-FECHA TO FECHA-PRIMER-MOVIMIENTO
100600         END-IF
100700         PERFORM 3310-ABRIR-DIA-RTN THRU 3310-ABRIR-DIA-RTN-EXIT
100800             VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4
100900         SET DIA-ABIERTO TO TRUE
101000     END-IF.
101100
101200     PERFORM 3320-SUMAR-NOTAS-RTN THRU 3320-SUMAR-NOTAS-RTN-EXIT
101300         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
101400
101500     PERFORM 3900-SIGUIENTE-MOVIMIENTO-RTN THRU
101600         3900-SIGUIENTE-MOVIMIENTO-RTN-EXIT.
101700
101800 3300-ACUMULAR-MOVIMIENTO-RTN-EXIT.
101900     EXIT.
102000******************************************************************
102100*    3310-ABRIR-DIA-RTN
102200*    ARRANCA EN CERO LOS BILLETES NETOS DEL DIA DEL RENGLON EN
102300*    TURNO.
102400******************************************************************
102500 3310-ABRIR-DIA-RTN.
102600
102700     MOVE ZERO TO DEN-NETO-DIA(DENOM-SUB).
102800
102900 3310-ABRIR-DIA-RTN-EXIT.
103000     EXIT.
103100******************************************************************
103200*    3320-SUMAR-NOTAS-RTN
103300*    SUMA AL DIA LOS BILLETES DEL MOVIMIENTO EN TURNO PARA EL
103400*    RENGLON EN TURNO.
103500******************************************************************
103600 3320-SUMAR-NOTAS-RTN.
103700
103800     ADD SRT-NOTAS(DENOM-SUB) TO DEN-NETO-DIA(DENOM-SUB).
103900
104000 3320-SUMAR-NOTAS-RTN-EXIT.
104100     EXIT.
104200******************************************************************
104300*    3350-CERRAR-DIA-RTN
104400*    CIERRA EL DIA EN TURNO: SUS BILLETES NETOS VAN AL TOTAL, AL
104500*    ACUMULADO DE QUINCENA O AL DE SU DIA DE LA SEMANA, Y SE
104600*    COMPARAN CONTRA EL PICO DE CADA DENOMINACION.
104700******************************************************************
104800 3350-CERRAR-DIA-RTN.
104900
105000     IF NOT DIA-ABIERTO
105100         GO TO 3350-CERRAR-DIA-RTN-EXIT
105200     END-IF.
105300
105400     MOVE DIA-EN-TURNO TO FECHA-TRABAJO-NUM.
105500     PERFORM 7300-CLASIFICAR-DIA-RTN THRU
105600         7300-CLASIFICAR-DIA-RTN-EXIT.
105700     PERFORM 3360-ACUMULAR-DIA-RTN THRU 3360-ACUMULAR-DIA-RTN-EXIT
105800         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
105900     MOVE "N" TO DIA-ABIERTO-SW.
106000
106100 3350-CERRAR-DIA-RTN-EXIT.
106200     EXIT.
106300******************************************************************
106400*    3360-ACUMULAR-DIA-RTN
106500*    ACUMULA LOS BILLETES NETOS DEL DIA DEL RENGLON EN TURNO.
106600******************************************************************
106700 3360-ACUMULAR-DIA-RTN.
106800
106900     ADD DEN-NETO-DIA(DENOM-SUB) TO DEN-SUMA-TOTAL(DENOM-SUB).
107000     IF DIA-DE-QUINCENA
107100         ADD DEN-NETO-DIA(DENOM-SUB)
107200             TO DEN-SUMA-QUINCENA(DENOM-SUB)
107300     ELSE
107400         ADD DEN-NETO-DIA(DENOM-SUB)
107500             TO DEN-SUMA-SEMANA(DENOM-SUB, DIA-SEMANA)
107600     END-IF.
107700     IF DEN-NETO-DIA(DENOM-SUB) > DEN-PICO(DENOM-SUB)
107800         MOVE DEN-NETO-DIA(DENOM-SUB) TO DEN-PICO(DENOM-SUB)
107900     END-IF.
108000
108100 3360-ACUMULAR-DIA-RTN-EXIT.
108200     EXIT.
108300******************************************************************
108400*    3900-SIGUIENTE-MOVIMIENTO-RTN
108500*    TOMA EL SIGUIENTE REGISTRO DEL ORDENAMIENTO.
108600******************************************************************
108700 3900-SIGUIENTE-MOVIMIENTO-RTN.
108800
108900     RETURN SORT-WORK-FILE
109000         AT END
109100             SET MOVIMIENTOS-FIN TO TRUE
109200     END-RETURN.
109300
109400     IF NOT MOVIMIENTOS-FIN
109500         ADD 1 TO TOTAL-DEVUELTOS
109600     END-IF.
109700
109800 3900-SIGUIENTE-MOVIMIENTO-RTN-EXIT.
109900     EXIT.
110000******************************************************************
110100*    3950-SIGUIENTE-BOVEDA-RTN
110200*    LEE EL SIGUIENTE REGISTRO DE BOVEDA EN ORDEN DE TERMINAL Y
110300*    DENOMINACION.
110400******************************************************************
110500 3950-SIGUIENTE-BOVEDA-RTN.
110600
110700     READ VAULT-MASTER-FILE NEXT RECORD
110800         AT END
110900             SET BOVEDA-FIN TO TRUE
111000     END-READ.
111100
111200 3950-SIGUIENTE-BOVEDA-RTN-EXIT.
111300     EXIT.
111400******************************************************************
111500*    4000-CALCULAR-PROMEDIOS-RTN
111600*    CUENTA LOS DIAS OBSERVADOS DE LA TERMINAL, DESDE SU PRIMER
111700*    MOVIMIENTO DE LA VENTANA HASTA AYER (UNA TERMINAL NUEVA SE
111800*    PROMEDIA SOLO SOBRE SUS DIAS EN OPERACION), SEPARANDO LOS
111900*    DE QUINCENA Y LOS DEMAS POR DIA DE LA SEMANA. LOS DIAS SIN
112000*    MOVIMIENTOS CUENTAN CON CERO BILLETES. CON ESOS CONTEOS
112100*    SACA LOS PROMEDIOS DE CADA DENOMINACION.
112200******************************************************************
112300 4000-CALCULAR-PROMEDIOS-RTN.
112400
112500     MOVE ZERO TO DIAS-OBSERVADOS.
112600     MOVE ZERO TO DIAS-QUINCENA-OBS.
112700     PERFORM 4020-LIMPIAR-CONTEO-RTN THRU
112800         4020-LIMPIAR-CONTEO-RTN-EXIT
112900         VARYING SEM-SUB FROM 1 BY 1 UNTIL SEM-SUB > 7.
113000
113100     IF FECHA-PRIMER-MOVIMIENTO = ZERO
113200         GO TO 4000-CALCULAR-PROMEDIOS-RTN-EXIT
113300     END-IF.
113400
113500     MOVE FECHA-PRIMER-MOVIMIENTO TO FECHA-TRABAJO-NUM.
113600     PERFORM 4050-CONTAR-DIA-RTN THRU 4050-CONTAR-DIA-RTN-EXIT
113700         UNTIL FECHA-TRABAJO-NUM > FECHA-FIN-VENTANA.
113800
113900     PERFORM 4100-PROMEDIAR-DENOM-RTN THRU
114000         4100-PROMEDIAR-DENOM-RTN-EXIT
114100         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
114200
114300 4000-CALCULAR-PROMEDIOS-RTN-EXIT.
114400     EXIT.
114500******************************************************************
114600*    4020-LIMPIAR-CONTEO-RTN
114700*    DEJA EN CERO EL CONTEO DEL DIA DE LA SEMANA EN TURNO.
114800******************************************************************
114900 4020-LIMPIAR-CONTEO-RTN.
115000
115100     MOVE ZERO TO DIAS-SEMANA-OBS(SEM-SUB).
115200
115300 4020-LIMPIAR-CONTEO-RTN-EXIT.
115400     EXIT.
115500******************************************************************
115600*    4050-CONTAR-DIA-RTN
115700*    CLASIFICA Y CUENTA EL DIA EN FECHA-TRABAJO Y AVANZA AL
115800*    SIGUIENTE.
115900******************************************************************
116000 4050-CONTAR-DIA-RTN.
116100
116200     PERFORM 7300-CLASIFICAR-DIA-RTN THRU
116300         7300-CLASIFICAR-DIA-RTN-EXIT.
116400     ADD 1 TO DIAS-OBSERVADOS.
116500     IF DIA-DE-QUINCENA
116600         ADD 1 TO DIAS-QUINCENA-OBS
116700     ELSE
116800         ADD 1 TO DIAS-SEMANA-OBS(DIA-SEMANA)
116900     END-IF.
117000     PERFORM 7200-SUMAR-DIA-RTN THRU 7200-SUMAR-DIA-RTN-EXIT.
117100
117200 4050-CONTAR-DIA-RTN-EXIT.
117300     EXIT.
117400******************************************************************
117500*    4100-PROMEDIAR-DENOM-RTN
117600*    PROMEDIO DIARIO GENERAL, DE QUINCENA Y POR DIA DE LA SEMANA
117700*    DEL RENGLON EN TURNO. UN GRUPO SIN DIAS OBSERVADOS TOMA EL
117800*    PROMEDIO GENERAL.
117900******************************************************************
118000 4100-PROMEDIAR-DENOM-RTN.
118100
118200     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO
118300         GO TO 4100-PROMEDIAR-DENOM-RTN-EXIT
118400     END-IF.
118500
118600     COMPUTE DEN-PROM-TOTAL(DENOM-SUB) ROUNDED =
118700         DEN-SUMA-TOTAL(DENOM-SUB) / DIAS-OBSERVADOS.
118800
118900     IF DIAS-QUINCENA-OBS > ZERO
119000         COMPUTE DEN-PROM-QUINCENA(DENOM-SUB) ROUNDED =
119100             DEN-SUMA-QUINCENA(DENOM-SUB) / DIAS-QUINCENA-OBS
119200     ELSE
119300         MOVE DEN-PROM-TOTAL(DENOM-SUB)
119400             TO DEN-PROM-QUINCENA(DENOM-SUB)
119500     END-IF.
119600
119700     PERFORM 4110-PROMEDIAR-SEMANA-RTN THRU
119800         4110-PROMEDIAR-SEMANA-RTN-EXIT
119900         VARYING SEM-SUB FROM 1 BY 1 UNTIL SEM-SUB > 7.
120000
120100 4100-PROMEDIAR-DENOM-RTN-EXIT.
120200     EXIT.
120300******************************************************************
120400*    4110-PROMEDIAR-SEMANA-RTN
120500*    PROMEDIO DEL DIA DE LA SEMANA EN TURNO, SIN LAS QUINCENAS.
120600******************************************************************
120700 4110-PROMEDIAR-SEMANA-RTN.
120800
120900     IF DIAS-SEMANA-OBS(SEM-SUB) > ZERO
121000         COMPUTE DEN-PROM-SEMANA(DENOM-SUB, SEM-SUB) ROUNDED =
121100             DEN-SUMA-SEMANA(DENOM-SUB, SEM-SUB) /
121200             DIAS-SEMANA-OBS(SEM-SUB)
121300     ELSE
121400         MOVE DEN-PROM-TOTAL(DENOM-SUB)
121500             TO DEN-PROM-SEMANA(DENOM-SUB, SEM-SUB)
121600     END-IF.
121700
121800 4110-PROMEDIAR-SEMANA-RTN-EXIT.
121900     EXIT.
122000******************************************************************
122100*    4200-PROYECTAR-RTN
122200*    FIJA LA PROXIMA REPOSICION (ULTIMA MAS EL CICLO). SI YA
122300*    PASO, O NO HAY NINGUNA REGISTRADA, LA REPOSICION ESTA
122400*    VENCIDA Y SE SUPONE PARA MANANA. DESPUES PROYECTA DIA POR
122500*    DIA, DESDE MANANA, LA DEMANDA ESPERADA DE CADA DENOMINACION
122600*    (PROMEDIO DE QUINCENA EN DIA DE QUINCENA, SI NO EL DE SU
122700*    DIA DE LA SEMANA) HASTA CUBRIR EL HORIZONTE MINIMO Y LOS
122800*    DIAS DE COBERTURA DEL PEDIDO, Y CALCULA EL PEDIDO.
122900******************************************************************
123000 4200-PROYECTAR-RTN.
123100
123200     MOVE "N" TO VENCIDA-SW.
123300     MOVE "N" TO RIESGO-SW.
123400     MOVE ZERO TO PEDIDO-TERMINAL.
123500
123600     IF ULTIMA-REPOSICION = ZERO
123700         MOVE FECHA-HOY TO PROXIMA-REPOSICION
123800         SET REPOSICION-VENCIDA TO TRUE
123900     ELSE
124000         MOVE ULTIMA-REPOSICION TO FECHA-TRABAJO-NUM
124100         PERFORM 7200-SUMAR-DIA-RTN THRU 7200-SUMAR-DIA-RTN-EXIT
124200             DIAS-REPOSICION TIMES
124300         MOVE FECHA-TRABAJO-NUM TO PROXIMA-REPOSICION
124400         IF PROXIMA-REPOSICION NOT > FECHA-HOY
124500             SET REPOSICION-VENCIDA TO TRUE
124600         END-IF
124700     END-IF.
124800
124900     IF REPOSICION-VENCIDA
125000         MOVE 1 TO DIAS-A-REPOSICION
125100     ELSE
125200         MOVE PROXIMA-REPOSICION TO FECHA-TRABAJO-NUM
125300         PERFORM 7100-FECHA-A-DIAS-RTN THRU
125400             7100-FECHA-A-DIAS-RTN-EXIT
125500         COMPUTE DIAS-A-REPOSICION = DIAS-SERIAL - DIAS-HOY-SERIAL
125600     END-IF.
125700
125800     COMPUTE HORIZONTE-DIAS =
125900         DIAS-A-REPOSICION + DIAS-COBERTURA - 1.
126000     IF HORIZONTE-DIAS < HORIZONTE-MINIMO
126100         MOVE HORIZONTE-MINIMO TO HORIZONTE-DIAS
126200     END-IF.
126300
126400     PERFORM 4210-INICIAR-PROYECCION-RTN THRU
126500         4210-INICIAR-PROYECCION-RTN-EXIT
126600         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
126700
126800     MOVE FECHA-HOY TO FECHA-TRABAJO-NUM.
126900     PERFORM 4300-PROYECTAR-DIA-RTN THRU
127000         4300-PROYECTAR-DIA-RTN-EXIT
127100         VARYING DIA-SUB FROM 1 BY 1
127200         UNTIL DIA-SUB > HORIZONTE-DIAS.
127300
127400     PERFORM 4400-CALCULAR-PEDIDO-RTN THRU
127500         4400-CALCULAR-PEDIDO-RTN-EXIT
127600         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
127700
127800     ADD PEDIDO-TERMINAL TO PEDIDO-TOTAL.
127900
128000 4200-PROYECTAR-RTN-EXIT.
128100     EXIT.
128200******************************************************************
128300*    4210-INICIAR-PROYECCION-RTN
128400*    ARRANCA LA PROYECCION DEL RENGLON EN TURNO. UNA
128500*    DENOMINACION SIN EXISTENCIA Y CON DEMANDA YA ESTA AGOTADA
128600*    (CERO DIAS).
128700******************************************************************
128800 4210-INICIAR-PROYECCION-RTN.
128900
129000     MOVE ZERO TO DEN-ACUMULADO(DENOM-SUB).
129100     MOVE ZERO TO DEN-CONSUMO-PREVIO(DENOM-SUB).
129200     MOVE ZERO TO DEN-NECESARIO(DENOM-SUB).
129300     MOVE ZERO TO DEN-PEDIDO(DENOM-SUB).
129400     MOVE SIN-AGOTAR TO DEN-DIAS-AGOTAR(DENOM-SUB).
129500     IF DEN-EXISTENCIA(DENOM-SUB) = ZERO AND
129600         DEN-PROM-TOTAL(DENOM-SUB) > ZERO
129700         MOVE ZERO TO DEN-DIAS-AGOTAR(DENOM-SUB)
129800     END-IF.
129900
130000 4210-INICIAR-PROYECCION-RTN-EXIT.
130100     EXIT.
130200******************************************************************
130300*    4300-PROYECTAR-DIA-RTN
130400*    AVANZA AL DIA DIA-SUB DE LA PROYECCION Y LO CLASIFICA.
130500******************************************************************
130600 4300-PROYECTAR-DIA-RTN.
130700
130800     PERFORM 7200-SUMAR-DIA-RTN THRU 7200-SUMAR-DIA-RTN-EXIT.
130900     PERFORM 7300-CLASIFICAR-DIA-RTN THRU
131000         7300-CLASIFICAR-DIA-RTN-EXIT.
131100     PERFORM 4310-PROYECTAR-DENOM-RTN THRU
131200         4310-PROYECTAR-DENOM-RTN-EXIT
131300         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
131400
131500 4300-PROYECTAR-DIA-RTN-EXIT.
131600     EXIT.
131700******************************************************************
131800*    4310-PROYECTAR-DENOM-RTN
131900*    ACUMULA LA DEMANDA ESPERADA DEL DIA PARA EL RENGLON EN
132000*    TURNO. EL PRIMER DIA EN QUE LO ACUMULADO REBASA LA
132100*    EXISTENCIA ES EL DIA EN QUE SE AGOTA. LA DEMANDA DE LOS DIAS
132200*    ANTERIORES A LA REPOSICION SE DESCUENTA DE LA EXISTENCIA; LA
132300*    DE LOS DIAS DE COBERTURA, A PARTIR DE LA REPOSICION, ES LO
132400*    QUE EL PEDIDO DEBE CUBRIR.
132500******************************************************************
132600 4310-PROYECTAR-DENOM-RTN.
132700
132800     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO
132900         GO TO 4310-PROYECTAR-DENOM-RTN-EXIT
133000     END-IF.
133100
133200     IF DIA-DE-QUINCENA
133300         MOVE DEN-PROM-QUINCENA(DENOM-SUB) TO ESPERADO-DIA
133400     ELSE
133500         MOVE DEN-PROM-SEMANA(DENOM-SUB, DIA-SEMANA)
133600             TO ESPERADO-DIA
133700     END-IF.
133800
133900     ADD ESPERADO-DIA TO DEN-ACUMULADO(DENOM-SUB).
134000     IF DEN-DIAS-AGOTAR(DENOM-SUB) = SIN-AGOTAR AND
134100         DEN-ACUMULADO(DENOM-SUB) > DEN-EXISTENCIA(DENOM-SUB)
134200         MOVE DIA-SUB TO DEN-DIAS-AGOTAR(DENOM-SUB)
134300     END-IF.
134400
134500     IF DIA-SUB < DIAS-A-REPOSICION
134600         ADD ESPERADO-DIA TO DEN-CONSUMO-PREVIO(DENOM-SUB)
134700     ELSE
134800         IF DIA-SUB < DIAS-A-REPOSICION + DIAS-COBERTURA
134900             ADD ESPERADO-DIA TO DEN-NECESARIO(DENOM-SUB)
135000         END-IF
135100     END-IF.
135200
135300 4310-PROYECTAR-DENOM-RTN-EXIT.
135400     EXIT.
135500******************************************************************
135600*    4400-CALCULAR-PEDIDO-RTN
135700*    PEDIDO DEL RENGLON EN TURNO = DEMANDA DE LOS DIAS DE
135800*    COBERTURA MAS UN DIA PICO DE RESERVA, MENOS LA EXISTENCIA
135900*    QUE SE ESPERA QUEDE AL LLEGAR LA REPOSICION, REDONDEADO AL
136000*    BILLETE COMPLETO HACIA ARRIBA. UNA DENOMINACION QUE SE
136100*    AGOTA ANTES DEL DIA DE LA REPOSICION PONE A LA TERMINAL EN
136200*    RIESGO.
136300******************************************************************
136400 4400-CALCULAR-PEDIDO-RTN.
136500
136600     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO
136700         GO TO 4400-CALCULAR-PEDIDO-RTN-EXIT
136800     END-IF.
136900
137000     COMPUTE EXISTENCIA-REPOSICION =
137100         DEN-EXISTENCIA(DENOM-SUB) -
137200         DEN-CONSUMO-PREVIO(DENOM-SUB).
137300     IF EXISTENCIA-REPOSICION < ZERO
137400         MOVE ZERO TO EXISTENCIA-REPOSICION
137500     END-IF.
137600
137700     COMPUTE FALTANTE-PEDIDO =
137800         DEN-NECESARIO(DENOM-SUB) + DEN-PICO(DENOM-SUB) -
137900         EXISTENCIA-REPOSICION.
138000     IF FALTANTE-PEDIDO > ZERO
138100         COMPUTE DEN-PEDIDO(DENOM-SUB) = FALTANTE-PEDIDO + 0.99
138200     END-IF.
138300
138400     COMPUTE PEDIDO-TERMINAL = PEDIDO-TERMINAL +
138500         (DEN-PEDIDO(DENOM-SUB) * PARAM-DENOM-VALOR(DENOM-SUB)).
138600
138700     IF DEN-DIAS-AGOTAR(DENOM-SUB) < DIAS-A-REPOSICION
138800         SET TERMINAL-EN-RIESGO TO TRUE
138900     END-IF.
139000
139100 4400-CALCULAR-PEDIDO-RTN-EXIT.
139200     EXIT.
139300******************************************************************
139400*    5000-ALERTAR-TERMINAL-RTN
139500*    ESCRIBE EN LA SECCION DE RIESGO LAS ALERTAS DE LA TERMINAL
139600*    EN TURNO: REPOSICION VENCIDA O NUNCA REGISTRADA, Y CADA
139700*    DENOMINACION QUE SE AGOTA ANTES DE LA PROXIMA REPOSICION.
139800******************************************************************
139900 5000-ALERTAR-TERMINAL-RTN.
140000
140100     IF NOT REPOSICION-VENCIDA AND NOT TERMINAL-EN-RIESGO
140200         GO TO 5000-ALERTAR-TERMINAL-RTN-EXIT
140300     END-IF.
140400
140500     ADD 1 TO TOTAL-TERMINALES-RIESGO.
140600
140700     IF REPOSICION-VENCIDA
140800         MOVE SPACES TO REPORT-LINE
140900         IF ULTIMA-REPOSICION = ZERO
141000             STRING "*** TERMINAL " DELIMITED BY SIZE
141100                 TERMINAL-EN-TURNO DELIMITED BY SIZE
141200                 " SIN REPOSICION REGISTRADA" DELIMITED BY SIZE
141300                 INTO REPORT-LINE
141400         ELSE
141500             STRING "*** TERMINAL " DELIMITED BY SIZE
141600                 TERMINAL-EN-TURNO DELIMITED BY SIZE
141700                 " REPOSICION VENCIDA (PROGRAMADA "
141800                 DELIMITED BY SIZE
141900                 PROXIMA-REPOSICION DELIMITED BY SIZE
142000                 ")" DELIMITED BY SIZE
142100                 INTO REPORT-LINE
142200         END-IF
142300         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
142400     END-IF.
142500
142600     PERFORM 5010-ALERTAR-DENOM-RTN THRU
142700         5010-ALERTAR-DENOM-RTN-EXIT
142800         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
142900
143000 5000-ALERTAR-TERMINAL-RTN-EXIT.
143100     EXIT.
143200******************************************************************
143300*    5010-ALERTAR-DENOM-RTN
143400*    ALERTA DEL RENGLON EN TURNO SI SE AGOTA ANTES DE LA
143500*    PROXIMA REPOSICION.
143600******************************************************************
143700 5010-ALERTAR-DENOM-RTN.
143800
143900     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO OR
144000         DEN-DIAS-AGOTAR(DENOM-SUB) NOT < DIAS-A-REPOSICION
144100         GO TO 5010-ALERTAR-DENOM-RTN-EXIT
144200     END-IF.
144300
144400     MOVE PARAM-DENOM-VALOR(DENOM-SUB) TO DENOM-ED.
144500     MOVE SPACES TO REPORT-LINE.
144600     IF DEN-DIAS-AGOTAR(DENOM-SUB) = ZERO
144700         STRING "*** TERMINAL " DELIMITED BY SIZE
144800             TERMINAL-EN-TURNO DELIMITED BY SIZE
144900             " $" DELIMITED BY SIZE
145000             DENOM-ED DELIMITED BY SIZE
145100             " AGOTADA; REPOSICION " DELIMITED BY SIZE
145200             PROXIMA-REPOSICION DELIMITED BY SIZE
145300             INTO REPORT-LINE
145400     ELSE
145500         MOVE DEN-DIAS-AGOTAR(DENOM-SUB) TO DIAS-ED
145600         STRING "*** TERMINAL " DELIMITED BY SIZE
145700             TERMINAL-EN-TURNO DELIMITED BY SIZE
145800             " $" DELIMITED BY SIZE
145900             DENOM-ED DELIMITED BY SIZE
146000             " SE AGOTA EN " DELIMITED BY SIZE
146100             DIAS-ED DELIMITED BY SIZE
146200             " DIAS; REPOSICION " DELIMITED BY SIZE
146300             PROXIMA-REPOSICION DELIMITED BY SIZE
146400             INTO REPORT-LINE
146500     END-IF.
146600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
146700
146800 5010-ALERTAR-DENOM-RTN-EXIT.
146900     EXIT.
147000******************************************************************
147100*    5100-DETALLE-TERMINAL-RTN
147200*    ESCRIBE EN EL ARCHIVO DE TRABAJO EL DETALLE DE LA TERMINAL
147300*    EN TURNO: REPOSICIONES, DIAS OBSERVADOS, UN RENGLON POR
147400*    DENOMINACION CON EXISTENCIA, PROMEDIOS, PICO, DIAS PARA
147500*    AGOTARSE Y PEDIDO, LOS PROMEDIOS POR DIA DE LA SEMANA Y EL
147600*    PEDIDO DE LA TERMINAL.
147700******************************************************************
147800 5100-DETALLE-TERMINAL-RTN.
147900
148000     MOVE SPACES TO REPORT-LINE.
148100     IF TERMINAL-EN-BOVEDA
148200         STRING "TERMINAL " DELIMITED BY SIZE
148300             TERMINAL-EN-TURNO DELIMITED BY SIZE
148400             INTO REPORT-LINE
148500     ELSE
148600         STRING "TERMINAL " DELIMITED BY SIZE
148700             TERMINAL-EN-TURNO DELIMITED BY SIZE
148800             "  *** SIN REGISTRO EN BOVEDA ***" DELIMITED BY SIZE
148900             INTO REPORT-LINE
149000     END-IF.
149100     PERFORM 5950-EMITIR-DETALLE-RTN THRU
149200         5950-EMITIR-DETALLE-RTN-EXIT.
149300
149400     MOVE SPACES TO REPORT-LINE.
149500     IF ULTIMA-REPOSICION = ZERO
149600         STRING "  ULTIMA REPOSICION: NINGUNA " DELIMITED BY SIZE
149700             "   PROXIMA: VENCIDA" DELIMITED BY SIZE
149800             INTO REPORT-LINE
149900     ELSE
150000         IF REPOSICION-VENCIDA
150100             STRING "  ULTIMA REPOSICION: " DELIMITED BY SIZE
150200                 ULTIMA-REPOSICION DELIMITED BY SIZE
150300                 "   PROXIMA: " DELIMITED BY SIZE
150400                 PROXIMA-REPOSICION DELIMITED BY SIZE
150500                 " (VENCIDA)" DELIMITED BY SIZE
150600                 INTO REPORT-LINE
150700         ELSE
150800             STRING "  ULTIMA REPOSICION: " DELIMITED BY SIZE
150900                 ULTIMA-REPOSICION DELIMITED BY SIZE
151000                 "   PROXIMA: " DELIMITED BY SIZE
151100                 PROXIMA-REPOSICION DELIMITED BY SIZE
151200                 INTO REPORT-LINE
151300         END-IF
151400     END-IF.
151500     PERFORM 5950-EMITIR-DETALLE-RTN THRU
151600         5950-EMITIR-DETALLE-RTN-EXIT.
151700
151800     MOVE SPACES TO REPORT-LINE.
151900     IF FECHA-PRIMER-MOVIMIENTO = ZERO
152000         STRING "  SIN MOVIMIENTOS DE EFECTIVO EN LA VENTANA"
152100             DELIMITED BY SIZE INTO REPORT-LINE
152200     ELSE
152300         MOVE DIAS-OBSERVADOS TO DIAS-ED
152400         MOVE DIAS-QUINCENA-OBS TO COBERTURA-ED
152500         STRING "  DIAS OBSERVADOS: " DELIMITED BY SIZE
152600             DIAS-ED DELIMITED BY SIZE
152700             " DESDE " DELIMITED BY SIZE
152800             FECHA-PRIMER-MOVIMIENTO DELIMITED BY SIZE
152900             " (" DELIMITED BY SIZE
153000             COBERTURA-ED DELIMITED BY SIZE
153100             " DE QUINCENA)" DELIMITED BY SIZE
153200             INTO REPORT-LINE
153300     END-IF.
153400     PERFORM 5950-EMITIR-DETALLE-RTN THRU
153500         5950-EMITIR-DETALLE-RTN-EXIT.
153600
153700     MOVE SPACES TO REPORT-LINE.
153800     STRING " DENOM EN BOVEDA   PROM/DIA PICO/DIA   PROM/QNA DIAS"
153900         "  PEDIDO      IMPORTE" DELIMITED BY SIZE
154000         INTO REPORT-LINE.
154100     PERFORM 5950-EMITIR-DETALLE-RTN THRU
154200         5950-EMITIR-DETALLE-RTN-EXIT.
154300
154400     PERFORM 5110-DETALLE-DENOM-RTN THRU
154500         5110-DETALLE-DENOM-RTN-EXIT
154600         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
154700
154800     MOVE SPACES TO REPORT-LINE.
154900     STRING "  PROMEDIO POR DIA DE LA SEMANA (SIN QUINCENAS)"
155000         DELIMITED BY SIZE INTO REPORT-LINE.
155100     PERFORM 5950-EMITIR-DETALLE-RTN THRU
155200         5950-EMITIR-DETALLE-RTN-EXIT.
155300
155400     MOVE SPACES TO REPORT-LINE.
155500     STRING "  DENOM" DELIMITED BY SIZE
155600         "     " NOMBRE-DIA(1) DELIMITED BY SIZE
155700         "     " NOMBRE-DIA(2) DELIMITED BY SIZE
155800         "     " NOMBRE-DIA(3) DELIMITED BY SIZE
155900         "     " NOMBRE-DIA(4) DELIMITED BY SIZE
156000         "     " NOMBRE-DIA(5) DELIMITED BY SIZE
156100         "     " NOMBRE-DIA(6) DELIMITED BY SIZE
156200         "     " NOMBRE-DIA(7) DELIMITED BY SIZE
156300         INTO REPORT-LINE.
156400     PERFORM 5950-EMITIR-DETALLE-RTN THRU
156500         5950-EMITIR-DETALLE-RTN-EXIT.
156600
156700     PERFORM 5120-DETALLE-SEMANA-RTN THRU
156800         5120-DETALLE-SEMANA-RTN-EXIT
156900         VARYING DENOM-SUB FROM 1 BY 1 UNTIL DENOM-SUB > 4.
157000
157100     MOVE PEDIDO-TERMINAL TO IMPORTE-TOTAL-ED.
157200     MOVE SPACES TO REPORT-LINE.
157300     STRING "  PEDIDO DE LA TERMINAL   $" DELIMITED BY SIZE
157400         IMPORTE-TOTAL-ED DELIMITED BY SIZE
157500         INTO REPORT-LINE.
157600     PERFORM 5950-EMITIR-DETALLE-RTN THRU
157700         5950-EMITIR-DETALLE-RTN-EXIT.
157800
157900     IF NOTAS-INACTIVAS > ZERO
158000         MOVE NOTAS-INACTIVAS TO CONTADOR-ED
158100         MOVE SPACES TO REPORT-LINE
158200         STRING "  AVISO:" DELIMITED BY SIZE
158300             CONTADOR-ED DELIMITED BY SIZE
158400             " BILLETES EN BOVEDA DE DENOMINACIONES INACTIVAS"
158500             DELIMITED BY SIZE INTO REPORT-LINE
158600         PERFORM 5950-EMITIR-DETALLE-RTN THRU
158700             5950-EMITIR-DETALLE-RTN-EXIT
158800     END-IF.
158900
159000     MOVE SPACES TO REPORT-LINE.
159100     PERFORM 5950-EMITIR-DETALLE-RTN THRU
159200         5950-EMITIR-DETALLE-RTN-EXIT.
159300
159400 5100-DETALLE-TERMINAL-RTN-EXIT.
159500     EXIT.
159600******************************************************************
159700*    5110-DETALLE-DENOM-RTN
159800*    RENGLON DE DETALLE DE LA DENOMINACION EN TURNO. LOS DIAS
159900*    PARA AGOTARSE MAYORES A 99 SE MUESTRAN COMO +99.
160000******************************************************************
160100 5110-DETALLE-DENOM-RTN.
160200
160300     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO
160400         GO TO 5110-DETALLE-DENOM-RTN-EXIT
160500     END-IF.
160600
160700     MOVE PARAM-DENOM-VALOR(DENOM-SUB) TO DENOM-ED.
160800     MOVE DEN-EXISTENCIA(DENOM-SUB) TO EXISTENCIA-ED.
160900     MOVE DEN-PROM-TOTAL(DENOM-SUB) TO PROMEDIO-ED.
161000     MOVE DEN-PICO(DENOM-SUB) TO PICO-ED.
161100     MOVE DEN-PROM-QUINCENA(DENOM-SUB) TO QUINCENA-ED.
161200     IF DEN-DIAS-AGOTAR(DENOM-SUB) > 99
161300         MOVE "+99" TO AGOTA-ED
161400     ELSE
161500         MOVE DEN-DIAS-AGOTAR(DENOM-SUB) TO DIAS-ED
161600         MOVE DIAS-ED TO AGOTA-ED
161700     END-IF.
161800     MOVE DEN-PEDIDO(DENOM-SUB) TO PEDIDO-ED.
161900     COMPUTE IMPORTE-ED =
162000         DEN-PEDIDO(DENOM-SUB) * PARAM-DENOM-VALOR(DENOM-SUB).
162100
162200     MOVE SPACES TO REPORT-LINE.
162300     STRING "  $" DELIMITED BY SIZE
162400         DENOM-ED DELIMITED BY SIZE
162500         "   " DELIMITED BY SIZE
162600         EXISTENCIA-ED DELIMITED BY SIZE
162700         " " DELIMITED BY SIZE
162800         PROMEDIO-ED DELIMITED BY SIZE
162900         " " DELIMITED BY SIZE
163000         PICO-ED DELIMITED BY SIZE
163100         " " DELIMITED BY SIZE
163200         QUINCENA-ED DELIMITED BY SIZE
163300         "  " DELIMITED BY SIZE
163400         AGOTA-ED DELIMITED BY SIZE
163500         " " DELIMITED BY SIZE
163600         PEDIDO-ED DELIMITED BY SIZE
163700         " " DELIMITED BY SIZE
163800         IMPORTE-ED DELIMITED BY SIZE
163900         INTO REPORT-LINE.
164000     PERFORM 5950-EMITIR-DETALLE-RTN THRU
164100         5950-EMITIR-DETALLE-RTN-EXIT.
164200
164300 5110-DETALLE-DENOM-RTN-EXIT.
164400     EXIT.
164500******************************************************************
164600*    5120-DETALLE-SEMANA-RTN
164700*    RENGLON DE PROMEDIOS POR DIA DE LA SEMANA DE LA
164800*    DENOMINACION EN TURNO, REDONDEADOS A BILLETES ENTEROS.
164900******************************************************************
165000 5120-DETALLE-SEMANA-RTN.
165100
165200     IF PARAM-DENOM-VALOR(DENOM-SUB) = ZERO
165300         GO TO 5120-DETALLE-SEMANA-RTN-EXIT
165400     END-IF.
165500
165600     PERFORM 5130-EDITAR-SEMANA-RTN THRU
165700         5130-EDITAR-SEMANA-RTN-EXIT
165800         VARYING SEM-SUB FROM 1 BY 1 UNTIL SEM-SUB > 7.
165900
166000     MOVE PARAM-DENOM-VALOR(DENOM-SUB) TO DENOM-ED.
166100     MOVE SPACES TO REPORT-LINE.
166200     STRING "  $" DELIMITED BY SIZE
166300         DENOM-ED DELIMITED BY SIZE
166400         " " DELIMITED BY SIZE
166500         " " SEMANA-ED(1) DELIMITED BY SIZE
166600         " " SEMANA-ED(2) DELIMITED BY SIZE
166700         " " SEMANA-ED(3) DELIMITED BY SIZE
166800         " " SEMANA-ED(4) DELIMITED BY SIZE
166900         " " SEMANA-ED(5) DELIMITED BY SIZE
167000         " " SEMANA-ED(6) DELIMITED BY SIZE
167100         " " SEMANA-ED(7) DELIMITED BY SIZE
167200         INTO REPORT-LINE.
167300     PERFORM 5950-EMITIR-DETALLE-RTN THRU
167400         5950-EMITIR-DETALLE-RTN-EXIT.
167500
167600 5120-DETALLE-SEMANA-RTN-EXIT.
167700     EXIT.
167800******************************************************************
167900*    5130-EDITAR-SEMANA-RTN
168000*    EDITA EL PROMEDIO DEL DIA DE LA SEMANA EN TURNO.
168100******************************************************************
168200 5130-EDITAR-SEMANA-RTN.
168300
168400     COMPUTE SEMANA-ED(SEM-SUB) ROUNDED =
168500         DEN-PROM-SEMANA(DENOM-SUB, SEM-SUB).
168600
168700 5130-EDITAR-SEMANA-RTN-EXIT.
168800     EXIT.
168900******************************************************************
169000*    5900-EMITIR-RTN
169100*    MUESTRA Y ESCRIBE EN EL REPORTE EL RENGLON ARMADO.
169200******************************************************************
169300 5900-EMITIR-RTN.
169400
169500     DISPLAY REPORT-LINE.
169600     WRITE REPORT-LINE.
169700
169800 5900-EMITIR-RTN-EXIT.
169900     EXIT.
170000******************************************************************
170100*    5950-EMITIR-DETALLE-RTN
170200*    GUARDA EL RENGLON ARMADO EN EL ARCHIVO DE TRABAJO DEL
170300*    DETALLE; SE COPIA AL REPORTE DESPUES DE LA SECCION DE
170400*    RIESGO.
170500******************************************************************
170600 5950-EMITIR-DETALLE-RTN.
170700
170800     WRITE DETALLE-WORK-REG FROM REPORT-LINE.
170900
171000 5950-EMITIR-DETALLE-RTN-EXIT.
171100     EXIT.
171200******************************************************************
171300*    6000-COPIAR-DETALLE-RTN
171400*    CIERRA LA SECCION DE RIESGO Y COPIA AL REPORTE EL DETALLE
171500*    POR TERMINAL GUARDADO EN EL ARCHIVO DE TRABAJO.
171600******************************************************************
171700 6000-COPIAR-DETALLE-RTN.
171800
171900     IF TOTAL-TERMINALES-RIESGO = ZERO
172000         MOVE SPACES TO REPORT-LINE
172100         STRING "  NINGUNA TERMINAL EN RIESGO." DELIMITED BY SIZE
172200             INTO REPORT-LINE
172300         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
172400     END-IF.
172500     MOVE SPACES TO REPORT-LINE.
172600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
172700     MOVE SPACES TO REPORT-LINE.
172800     STRING "DETALLE POR TERMINAL" DELIMITED BY SIZE
172900         INTO REPORT-LINE.
173000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
173100     MOVE SPACES TO REPORT-LINE.
173200     STRING "DIAS = DIAS HASTA AGOTARSE (+99 = MAS DE 99); "
173300         "PEDIDO EN BILLETES" DELIMITED BY SIZE INTO REPORT-LINE.
173400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
173500     MOVE SPACES TO REPORT-LINE.
173600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
173700
173800     CLOSE DETALLE-WORK-FILE.
173900     OPEN INPUT DETALLE-WORK-FILE.
174000     IF WORK-FILE-STATUS NOT = "00"
174100         DISPLAY "*** ERROR: NO SE PUDO RELEER EL ARCHIVO DE "
174200             "TRABAJO EFECWORK (STATUS " WORK-FILE-STATUS ") ***"
174300         MOVE 16 TO RETURN-CODE
174400         GO TO 6000-COPIAR-DETALLE-RTN-EXIT
174500     END-IF.
174600
174700     MOVE "N" TO DETALLE-EOF-SW.
174800     PERFORM 6100-COPIAR-RENGLON-RTN THRU
174900         6100-COPIAR-RENGLON-RTN-EXIT
175000         UNTIL DETALLE-FIN.
175100     CLOSE DETALLE-WORK-FILE.
175200
175300 6000-COPIAR-DETALLE-RTN-EXIT.
175400     EXIT.
175500******************************************************************
175600*    6100-COPIAR-RENGLON-RTN
175700*    COPIA AL REPORTE UN RENGLON DEL ARCHIVO DE TRABAJO.
175800******************************************************************
175900 6100-COPIAR-RENGLON-RTN.
176000
176100     READ DETALLE-WORK-FILE
176200         AT END
176300             SET DETALLE-FIN TO TRUE
176400             GO TO 6100-COPIAR-RENGLON-RTN-EXIT
176500     END-READ.
176600
176700     MOVE DETALLE-WORK-REG TO REPORT-LINE.
176800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
176900
177000 6100-COPIAR-RENGLON-RTN-EXIT.
177100     EXIT.
177200******************************************************************
177300*    7000-TOTALES-RTN
177400*    IMPRIME LOS TOTALES DE CONTROL Y EL PEDIDO TOTAL. TODO
177500*    MOVIMIENTO DE LA VENTANA Y TODA REPOSICION DEBE HABER
177600*    ENTRADO AL ORDENAMIENTO Y TODO LO QUE ENTRO DEBE HABER
177700*    SALIDO; SI NO CUADRA EL PRONOSTICO ESTA INCOMPLETO Y
177800*    TERMINA CON CODIGO DE RETORNO 16.
177900******************************************************************
178000 7000-TOTALES-RTN.
178100
178200     MOVE SPACES TO REPORT-LINE.
178300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
178400     MOVE SPACES TO REPORT-LINE.
178500     STRING "TOTALES DE CONTROL" DELIMITED BY SIZE
178600         INTO REPORT-LINE.
178700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
178800
178900     MOVE HISTORICOS-LEIDOS TO CONTADOR-ED.
179000     MOVE SPACES TO REPORT-LINE.
179100     STRING "  ARCHIVOS HISTORICOS LEIDOS      :"
179200         DELIMITED BY SIZE
179300         CONTADOR-ED DELIMITED BY SIZE
179400         INTO REPORT-LINE.
179500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
179600
179700     MOVE HISTORICOS-FALTANTES TO CONTADOR-ED.
179800     MOVE SPACES TO REPORT-LINE.
179900     STRING "  ARCHIVOS HISTORICOS FALTANTES   :"
180000         DELIMITED BY SIZE
180100         CONTADOR-ED DELIMITED BY SIZE
180200         INTO REPORT-LINE.
180300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
180400
180500     MOVE TOTAL-LEIDOS-HISTORICO TO CONTADOR-ED.
180600     MOVE SPACES TO REPORT-LINE.
180700     STRING "  REGISTROS LEIDOS DEL HISTORICO  :"
180800         DELIMITED BY SIZE
180900         CONTADOR-ED DELIMITED BY SIZE
181000         INTO REPORT-LINE.
181100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
181200
181300     MOVE TOTAL-LEIDOS-BITACORA TO CONTADOR-ED.
181400     MOVE SPACES TO REPORT-LINE.
181500     STRING "  REGISTROS LEIDOS DE LA BITACORA :"
181600         DELIMITED BY SIZE
181700         CONTADOR-ED DELIMITED BY SIZE
181800         INTO REPORT-LINE.
181900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
182000
182100     MOVE TOTAL-EN-VENTANA TO CONTADOR-ED.
182200     MOVE SPACES TO REPORT-LINE.
182300     STRING "  MOVIMIENTOS EN LA VENTANA       :"
182400         DELIMITED BY SIZE
182500         CONTADOR-ED DELIMITED BY SIZE
182600         INTO REPORT-LINE.
182700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
182800
182900     MOVE TOTAL-REPOSICIONES TO CONTADOR-ED.
183000     MOVE SPACES TO REPORT-LINE.
183100     STRING "  REPOSICIONES REGISTRADAS        :"
183200         DELIMITED BY SIZE
183300         CONTADOR-ED DELIMITED BY SIZE
183400         INTO REPORT-LINE.
183500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
183600
183700     MOVE TOTAL-LIBERADOS TO CONTADOR-ED.
183800     MOVE SPACES TO REPORT-LINE.
183900     STRING "  REGISTROS ENVIADOS AL ORDEN     :"
184000         DELIMITED BY SIZE
184100         CONTADOR-ED DELIMITED BY SIZE
184200         INTO REPORT-LINE.
184300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
184400
184500     MOVE TOTAL-DEVUELTOS TO CONTADOR-ED.
184600     MOVE SPACES TO REPORT-LINE.
184700     STRING "  REGISTROS DEVUELTOS DEL ORDEN   :"
184800         DELIMITED BY SIZE
184900         CONTADOR-ED DELIMITED BY SIZE
185000         INTO REPORT-LINE.
185100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
185200
185300     MOVE TOTAL-TERMINALES TO CONTADOR-ED.
185400     MOVE SPACES TO REPORT-LINE.
185500     STRING "  TERMINALES PRONOSTICADAS        :"
185600         DELIMITED BY SIZE
185700         CONTADOR-ED DELIMITED BY SIZE
185800         INTO REPORT-LINE.
185900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
186000
186100     MOVE TOTAL-TERMINALES-RIESGO TO CONTADOR-ED.
186200     MOVE SPACES TO REPORT-LINE.
186300     STRING "  TERMINALES EN RIESGO            :"
186400         DELIMITED BY SIZE
186500         CONTADOR-ED DELIMITED BY SIZE
186600         INTO REPORT-LINE.
186700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
186800
186900     MOVE PEDIDO-TOTAL TO IMPORTE-TOTAL-ED.
187000     MOVE SPACES TO REPORT-LINE.
187100     STRING "  PEDIDO TOTAL DE EFECTIVO       $" DELIMITED BY SIZE
187200         IMPORTE-TOTAL-ED DELIMITED BY SIZE
187300         INTO REPORT-LINE.
187400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
187500
187600     MOVE SPACES TO REPORT-LINE.
187700     IF TOTAL-LIBERADOS = TOTAL-EN-VENTANA + TOTAL-REPOSICIONES
187800         AND TOTAL-LIBERADOS = TOTAL-DEVUELTOS
187900         STRING "  CUADRE DEL ORDENAMIENTO         : CUADRA"
188000             DELIMITED BY SIZE INTO REPORT-LINE
188100     ELSE
188200         STRING "  CUADRE DEL ORDENAMIENTO         : "
188300             "*** NO CUADRA ***" DELIMITED BY SIZE
188400             INTO REPORT-LINE
188500         MOVE 16 TO RETURN-CODE
188600     END-IF.
188700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
188800
188900 7000-TOTALES-RTN-EXIT.
189000     EXIT.
189100******************************************************************
189200*    7100-FECHA-A-DIAS-RTN
189300*    CONVIERTE FECHA-TRABAJO EN UN NUMERO DE DIAS DESDE UNA
189400*    BASE FIJA (CALENDARIO GREGORIANO), PARA RESTAR FECHAS Y
189500*    SACAR EL DIA DE LA SEMANA.
189600******************************************************************
189700 7100-FECHA-A-DIAS-RTN.
189800
189900     COMPUTE ANIO-CALCULO = FTD-ANIO - 1.
190000     DIVIDE ANIO-CALCULO BY 4 GIVING CUARTOS-ANIO.
190100     DIVIDE ANIO-CALCULO BY 100 GIVING SIGLOS-ANIO.
190200     DIVIDE ANIO-CALCULO BY 400 GIVING CUATROCIENTOS-ANIO.
190300
190400     COMPUTE DIAS-SERIAL =
190500         (ANIO-CALCULO * 365) + CUARTOS-ANIO - SIGLOS-ANIO +
190600         CUATROCIENTOS-ANIO + DIAS-ACUM-MES(FTD-MES) + FTD-DIA
190700
190800     IF FTD-MES > 2
190900         DIVIDE FTD-ANIO BY 4 GIVING CUARTOS-ANIO
191000             REMAINDER RESTO-DIVISION
191100         IF RESTO-DIVISION = ZERO
191200             DIVIDE FTD-ANIO BY 100 GIVING SIGLOS-ANIO
191300                 REMAINDER RESTO-DIVISION
191400             IF RESTO-DIVISION NOT = ZERO
191500                 ADD 1 TO DIAS-SERIAL
191600             ELSE
191700                 DIVIDE FTD-ANIO BY 400 GIVING CUATROCIENTOS-ANIO
191800                     REMAINDER RESTO-DIVISION
191900                 IF RESTO-DIVISION = ZERO
192000                     ADD 1 TO DIAS-SERIAL
192100                 END-IF
192200             END-IF
192300         END-IF
192400     END-IF.
192500
192600 7100-FECHA-A-DIAS-RTN-EXIT.
192700     EXIT.
192800******************************************************************
192900*    7150-TOPE-MES-RTN
193000*    DEJA EN DIAS-MES-TOPE LOS DIAS DEL MES DE FECHA-TRABAJO,
193100*    CON FEBRERO DE 29 EN ANIO BISIESTO.
193200******************************************************************
193300 7150-TOPE-MES-RTN.
193400
193500     MOVE DIAS-DEL-MES(FTD-MES) TO DIAS-MES-TOPE.
193600     IF FTD-MES = 2
193700         DIVIDE FTD-ANIO BY 4 GIVING ANIO-COCIENTE
193800             REMAINDER RESTO-ANIO
193900         IF RESTO-ANIO = ZERO
194000             DIVIDE FTD-ANIO BY 100 GIVING ANIO-COCIENTE
194100                 REMAINDER RESTO-ANIO
194200             IF RESTO-ANIO NOT = ZERO
194300                 MOVE 29 TO DIAS-MES-TOPE
194400             ELSE
194500                 DIVIDE FTD-ANIO BY 400 GIVING ANIO-COCIENTE
194600                     REMAINDER RESTO-ANIO
194700                 IF RESTO-ANIO = ZERO
194800                     MOVE 29 TO DIAS-MES-TOPE
194900                 END-IF
195000             END-IF
195100         END-IF
195200     END-IF.
195300
195400 7150-TOPE-MES-RTN-EXIT.
195500     EXIT.
195600******************************************************************
195700*    7200-SUMAR-DIA-RTN
195800*    AVANZA FECHA-TRABAJO UN DIA.
195900******************************************************************
196000 7200-SUMAR-DIA-RTN.
196100
196200     PERFORM 7150-TOPE-MES-RTN THRU 7150-TOPE-MES-RTN-EXIT.
196300     ADD 1 TO FTD-DIA.
196400     IF FTD-DIA > DIAS-MES-TOPE
196500         MOVE 1 TO FTD-DIA
196600         ADD 1 TO FTD-MES
196700         IF FTD-MES > 12
196800             MOVE 1 TO FTD-MES
196900             ADD 1 TO FTD-ANIO
197000         END-IF
197100     END-IF.
197200
197300 7200-SUMAR-DIA-RTN-EXIT.
197400     EXIT.
197500******************************************************************
197600*    7250-RESTAR-DIA-RTN
197700*    RETROCEDE FECHA-TRABAJO UN DIA.
197800******************************************************************
197900 7250-RESTAR-DIA-RTN.
198000
198100     IF FTD-DIA > 1
198200         SUBTRACT 1 FROM FTD-DIA
198300         GO TO 7250-RESTAR-DIA-RTN-EXIT
198400     END-IF.
198500
198600     IF FTD-MES > 1
198700         SUBTRACT 1 FROM FTD-MES
198800     ELSE
198900         MOVE 12 TO FTD-MES
199000         SUBTRACT 1 FROM FTD-ANIO
199100     END-IF.
199200     PERFORM 7150-TOPE-MES-RTN THRU 7150-TOPE-MES-RTN-EXIT.
199300     MOVE DIAS-MES-TOPE TO FTD-DIA.
199400
199500 7250-RESTAR-DIA-RTN-EXIT.
199600     EXIT.
199700******************************************************************
199800*    7300-CLASIFICAR-DIA-RTN
199900*    DIA DE LA SEMANA DE FECHA-TRABAJO (1 = LUNES ... 7 =
200000*    DOMINGO) Y SI ES DIA DE QUINCENA (1, 15, 16 O ULTIMO DEL
200100*    MES). EL DIA SERIAL 1 (01/01/0001) CAE EN LUNES.
200200******************************************************************
200300 7300-CLASIFICAR-DIA-RTN.
200400
200500     PERFORM 7100-FECHA-A-DIAS-RTN THRU
200600         7100-FECHA-A-DIAS-RTN-EXIT.
200700     DIVIDE DIAS-SERIAL BY 7 GIVING SEMANAS-SERIAL
200800         REMAINDER DIA-SEMANA.
200900     IF DIA-SEMANA = ZERO
201000         MOVE 7 TO DIA-SEMANA
201100     END-IF.
201200
201300     PERFORM 7150-TOPE-MES-RTN THRU 7150-TOPE-MES-RTN-EXIT.
201400     MOVE "N" TO QUINCENA-SW.
201500     IF FTD-DIA = 1 OR FTD-DIA = 15 OR FTD-DIA = 16 OR
201600         FTD-DIA = DIAS-MES-TOPE
201700         SET DIA-DE-QUINCENA TO TRUE
201800     END-IF.
201900
202000 7300-CLASIFICAR-DIA-RTN-EXIT.
202100     EXIT.
202200******************************************************************
202300*    9000-TERMINAR-RTN
202400*    CIERRA LA BOVEDA Y EL REPORTE.
202500******************************************************************
202600 9000-TERMINAR-RTN.
202700
202800     CLOSE VAULT-MASTER-FILE
202900           REPORT-FILE.
203000
203100 9000-TERMINAR-RTN-EXIT.
203200     EXIT.
203300
203400 END PROGRAM CAJERO-EFECTIVO-PRONOSTICO.

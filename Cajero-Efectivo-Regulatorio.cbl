000100******************************************************************
000200* PROGRAM-ID:  CAJERO-EFECTIVO-REGULATORIO
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     REPORTE REGULATORIO DE OPERACIONES EN EFECTIVO.
000800*              PARA UN RANGO DE FECHAS CAPTURADO TOMA DE LA
000900*              BITACORA VIVA (TRANLOG) Y DE LOS HISTORICOS
001000*              MENSUALES (TRANARCH.AAAAMM01) LOS DEPOSITOS EN
001100*              EFECTIVO (DEP-EFECTIVO) Y LOS RETIROS, LOS AGRUPA
001200*              POR TARJETA (TODAS LAS CUENTAS LIGADAS AL MISMO
001300*              ACCT-CARD-NUMBER; UNA CUENTA SIN TARJETA VA SOLA) Y
001400*              TOTALIZA POR CUENTA Y POR TARJETA, POR DIA Y POR
001500*              MES (REGRPT). LAS OPERACIONES IGUALES O MAYORES AL
001600*              UMBRAL POR OPERACION (UMBRAL-OPER) Y LOS TOTALES
001700*              MENSUALES IGUALES O MAYORES AL UMBRAL MENSUAL
001800*              (UMBRAL-MES) VAN AL EXTRACTO DE LONGITUD FIJA PARA
001900*              LA AUTORIDAD (REGEXTR). LOS CLIENTES CON VARIAS
002000*              OPERACIONES APENAS DEBAJO DEL UMBRAL (DENTRO DEL
002100*              PORCENTAJE PCT-ESTRUC) EN UNA VENTANA CORTA DE DIAS
002200*              (DIAS-ESTRUC), SUMANDO TODAS SUS TARJETAS Y
002300*              CUENTAS, SALEN EN LA LISTA DE ALERTAS DE POSIBLE
002400*              FRACCIONAMIENTO (ESTRRPT) CUANDO SUMAN AL MENOS
002450*              OPER-ESTRUC OPERACIONES.
002500* TECTONICS:   cobc
002600*
002700* MODIFICATION HISTORY
002800* DATE       INIT  DESCRIPTION
002900* ---------  ----  --------------------------------------------
003000* 2026-10-15 JMR   VERSION ORIGINAL - REPORTE Y EXTRACTO
003100*                  REGULATORIO DE EFECTIVO Y ALERTAS DE
003200*                  FRACCIONAMIENTO.
003220* 2026-10-15 JMR   LA VENTANA DE FRACCIONAMIENTO Y SUS ALERTAS SE
003240*                  ARMAN POR CLIENTE (ACCT-CUSTOMER-NUMBER) CON
003260*                  UN SEGUNDO ORDENAMIENTO DE LAS CERCANAS;
003280*                  EL REPORTE POR TARJETA Y CUENTA NO CAMBIA.
003300******************************************************************
003400 IDENTIFICATION DIVISION.
003500 PROGRAM-ID. CAJERO-EFECTIVO-REGULATORIO.
003600 AUTHOR. J. MELENDEZ RUIZ.
003700 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003800 DATE-WRITTEN. 2026-10-15.
003900 DATE-COMPILED.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. GNUCOBOL.
004400 OBJECT-COMPUTER. GNUCOBOL.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT ACCOUNT-MASTER-FILE
004800         ASSIGN TO "ACCTMSTR"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
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
006100     SELECT TRAN-ARCHIVO-FILE
006200         ASSIGN TO ARCHIVO-TRAN-NOMBRE
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS TARCH-FILE-STATUS.
006500
006600     SELECT PARAMETER-FILE
006700         ASSIGN TO "PARAMMST"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS PRM-CLAVE
007100         FILE STATUS IS PARAM-FILE-STATUS.
007200
007300     SELECT REPORT-FILE
007400         ASSIGN TO "REGRPT"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS RPT-FILE-STATUS.
007700
007800     SELECT EXTRACTO-FILE
007900         ASSIGN TO "REGEXTR"
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS EXTR-FILE-STATUS.
008200
008300     SELECT ALERTA-FILE
008400         ASSIGN TO "ESTRRPT"
008500         ORGANIZATION IS LINE SEQUENTIAL
008600         FILE STATUS IS ALRT-FILE-STATUS.
008700
008716     SELECT CERCANAS-WORK-FILE
008732         ASSIGN TO "ESTRWORK"
008748         ORGANIZATION IS SEQUENTIAL
008764         FILE STATUS IS CWORK-FILE-STATUS.
008780
008800     SELECT SORT-WORK-FILE
008900         ASSIGN TO "SORTWK01".
008925
008950     SELECT SORT-CLIENTE-FILE
008975         ASSIGN TO "SORTWK02".
009000******************************************************************
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  ACCOUNT-MASTER-FILE
009400     LABEL RECORDS ARE STANDARD.
009500     COPY ACCTREC.
009600
009700 FD  TRANSACTION-LOG-FILE
009800     LABEL RECORDS ARE STANDARD.
009900     COPY TRANREC.
010000
010100 FD  TRAN-ARCHIVO-FILE
010200     LABEL RECORDS ARE STANDARD.
010300 01  TRAN-ARCHIVO-REG                PIC X(92).
010400
010500 FD  PARAMETER-FILE
010600     LABEL RECORDS ARE STANDARD.
010700     COPY PRMREC.
010800
010900 FD  REPORT-FILE
011000     LABEL RECORDS ARE STANDARD.
011100 01  REPORT-LINE                     PIC X(80).
011200
011300 FD  EXTRACTO-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY REGREC.
011600
011700 FD  ALERTA-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  ALERTA-LINE                     PIC X(80).
012000
012020 FD  CERCANAS-WORK-FILE
012040     LABEL RECORDS ARE STANDARD.
012060 01  CERCANA-WORK-REG                PIC X(116).
012080
012100 SD  SORT-WORK-FILE.
012200 01  SORT-EFECTIVO-RECORD.
012300     05  SRT-GRUPO-TIPO              PIC X(01).
012400         88  SRT-GRUPO-TARJETA           VALUE "T".
012500         88  SRT-GRUPO-CUENTA            VALUE "C".
012600     05  SRT-GRUPO-CLAVE             PIC 9(16).
012700     05  SRT-FECHA                   PIC 9(08).
012800     05  SRT-FECHA-DESGLOSE REDEFINES SRT-FECHA.
012900         10  SRT-PERIODO             PIC 9(06).
013000         10  FILLER                  PIC 9(02).
013100     05  SRT-HORA                    PIC 9(08).
013200     05  SRT-FOLIO                   PIC 9(08).
013300     05  SRT-CUENTA                  PIC 9(10).
013400     05  SRT-TARJETA                 PIC 9(16).
013500     05  SRT-CLIENTE                 PIC 9(08).
013600     05  SRT-TITULAR                 PIC X(30).
013700     05  SRT-TIPO                    PIC X(12).
013800         88  SRT-DEPOSITO                VALUE "DEP-EFECTIVO".
013900     05  SRT-IMPORTE                 PIC 9(07)V9(02).
014000     05  SRT-TERMINAL                PIC X(04).
014005
014010 SD  SORT-CLIENTE-FILE.
014015 01  SORT-CLIENTE-RECORD.
014020     05  SCL-CLAVE-TIPO              PIC X(01).
014025         88  SCL-CLIENTE                 VALUE "C".
014030         88  SCL-SIN-CLIENTE             VALUE "S".
014035     05  SCL-CLAVE                   PIC 9(10).
014040     05  SCL-FECHA                   PIC 9(08).
014045     05  SCL-HORA                    PIC 9(08).
014050     05  SCL-FOLIO                   PIC 9(08).
014055     05  SCL-CUENTA                  PIC 9(10).
014060     05  SCL-TARJETA                 PIC 9(16).
014065     05  SCL-TITULAR                 PIC X(30).
014070     05  SCL-TIPO                    PIC X(12).
014075     05  SCL-IMPORTE                 PIC 9(07)V9(02).
014080     05  SCL-TERMINAL                PIC X(04).
014100******************************************************************
014200 WORKING-STORAGE SECTION.
014300 01  SWITCHES.
014400     05  BITACORA-EOF-SW             PIC X(01) VALUE "N".
014500         88  BITACORA-FIN                VALUE "Y".
014600     05  ORDEN-EOF-SW                PIC X(01) VALUE "N".
014700         88  ORDEN-FIN                   VALUE "Y".
014800     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
014900         88  ARCHIVOS-ABIERTOS           VALUE "Y".
015000     05  PARAM-ENCONTRADO-SW         PIC X(01) VALUE "N".
015100         88  PARAM-ENCONTRADO            VALUE "Y".
015200     05  VALIDO-SW                   PIC X(01) VALUE "N".
015300         88  CAPTURA-VALIDA              VALUE "Y".
015400     05  FECHA-VALIDA-SW             PIC X(01) VALUE "N".
015500         88  FECHA-VALIDA                VALUE "Y".
015600     05  CACHE-CARGADA-SW            PIC X(01) VALUE "N".
015700         88  CACHE-CARGADA               VALUE "Y".
015800     05  CACHE-REGISTRADA-SW         PIC X(01) VALUE "N".
015900         88  CACHE-REGISTRADA            VALUE "Y".
016000     05  CUENTA-EN-TABLA-SW          PIC X(01) VALUE "N".
016100         88  CUENTA-EN-TABLA             VALUE "Y".
016200     05  DESBORDE-SW                 PIC X(01) VALUE "N".
016300         88  DESBORDE-CUENTAS            VALUE "Y".
016400     05  DESBORDE-GRUPO-SW           PIC X(01) VALUE "N".
016500         88  DESBORDE-EN-GRUPO           VALUE "Y".
016600     05  DIA-ABIERTO-SW              PIC X(01) VALUE "N".
016700         88  DIA-ABIERTO                 VALUE "Y".
016800     05  MES-ABIERTO-SW              PIC X(01) VALUE "N".
016900         88  MES-ABIERTO                 VALUE "Y".
017000     05  TERMINAL-VISTA-SW           PIC X(01) VALUE "N".
017100         88  TERMINAL-VISTA              VALUE "Y".
017133     05  CERCANAS-EOF-SW             PIC X(01) VALUE "N".
017166         88  CERCANAS-FIN                VALUE "Y".
017200
017300 01  ARCHIVO-STATUS-FIELDS.
017400     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
017500     05  TRAN-FILE-STATUS            PIC X(02) VALUE SPACES.
017600     05  TARCH-FILE-STATUS           PIC X(02) VALUE SPACES.
017700     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
017800     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
017900     05  EXTR-FILE-STATUS            PIC X(02) VALUE SPACES.
018000     05  ALRT-FILE-STATUS            PIC X(02) VALUE SPACES.
018050     05  CWORK-FILE-STATUS           PIC X(02) VALUE SPACES.
018100
018200 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
018300 77  FECHA-DESDE                     PIC 9(08)  VALUE ZERO.
018400 77  FECHA-HASTA                     PIC 9(08)  VALUE ZERO.
018500 77  FECHA-LIMITE-ARCHIVO            PIC 9(08)  VALUE ZERO.
018600 77  UMBRAL-OPERACION                PIC 9(09)V9(02)
018700                                     VALUE 50000.00.
018800 77  UMBRAL-MENSUAL                  PIC 9(09)V9(02)
018900                                     VALUE 100000.00.
019000 77  UMBRAL-CERCANO                  PIC 9(09)V9(02) VALUE ZERO.
019100 77  PORCENTAJE-CERCANO              PIC 9(02)  VALUE 10.
019200 77  DIAS-VENTANA                    PIC 9(02)  VALUE 7.
019300 77  DIAS-TOPE-VENTANA               PIC 9(02)  VALUE 31.
019400 77  OPERACIONES-ALERTA              PIC 9(02)  VALUE 3.
019500 77  PARAM-CLAVE-TRABAJO             PIC X(12)  VALUE SPACES.
019600 77  PARAM-VALOR-LEIDO               PIC 9(09)V9(04) VALUE ZERO.
019700 77  ARCHIVO-TRAN-NOMBRE             PIC X(17)  VALUE SPACES.
019800 77  CUENTA-CACHE                    PIC 9(10)  VALUE ZERO.
019900 77  TARJETA-CACHE                   PIC 9(16)  VALUE ZERO.
020000 77  CLIENTE-CACHE                   PIC 9(08)  VALUE ZERO.
020100 77  TITULAR-CACHE                   PIC X(30)  VALUE SPACES.
020200 77  GRUPO-TIPO-EN-TURNO             PIC X(01)  VALUE SPACES.
020300 77  GRUPO-CLAVE-EN-TURNO            PIC 9(16)  VALUE ZERO.
020400 77  GRUPO-CLIENTE                   PIC 9(08)  VALUE ZERO.
020500 77  GRUPO-TITULAR                   PIC X(30)  VALUE SPACES.
020600 77  GRUPO-ENCABEZADO                PIC X(80)  VALUE SPACES.
020616 77  CLIENTE-TIPO-EN-TURNO           PIC X(01)  VALUE SPACES.
020632 77  CLIENTE-CLAVE-EN-TURNO          PIC 9(10)  VALUE ZERO.
020648 77  CLIENTE-ENCABEZADO              PIC X(80)  VALUE SPACES.
020664 77  CLIENTE-ALERTA                  PIC 9(08)  VALUE ZERO.
020680 77  CUENTA-ALERTA                   PIC 9(10)  VALUE ZERO.
020700 77  CUENTA-SIN-TARJETA              PIC 9(10)  VALUE ZERO.
020800 77  DIA-EN-TURNO                    PIC 9(08)  VALUE ZERO.
020900 77  MES-EN-TURNO                    PIC 9(06)  VALUE ZERO.
021000 77  CTA-TOTAL                       PIC 9(02)  VALUE ZERO COMP.
021100 77  CTA-SUB                         PIC 9(02)  VALUE ZERO COMP.
021200 77  CTA-POSICION                    PIC 9(02)  VALUE ZERO COMP.
021300 77  TABLA-MAX-CUENTAS               PIC 9(02)  VALUE 20 COMP.
021400 77  CUENTAS-ACTIVAS                 PIC 9(02)  VALUE ZERO COMP.
021500 77  VEN-TOTAL                       PIC 9(02)  VALUE ZERO COMP.
021600 77  VEN-SUB                         PIC 9(02)  VALUE ZERO COMP.
021700 77  MEJ-TOTAL                       PIC 9(02)  VALUE ZERO COMP.
021800 77  TABLA-MAX-VENTANA               PIC 9(02)  VALUE 50 COMP.
021900 77  TER-TOTAL                       PIC 9(02)  VALUE ZERO COMP.
022000 77  TER-SUB                         PIC 9(02)  VALUE ZERO COMP.
022100 77  SERIAL-OPERACION                PIC 9(08)  VALUE ZERO.
022200 77  SERIAL-LIMITE                   PIC 9(08)  VALUE ZERO.
022300 77  ALERTA-IMPORTE                  PIC 9(11)V9(02) VALUE ZERO.
022400 77  MENSUAL-NIVEL                   PIC X(01)  VALUE SPACES.
022500 77  MENSUAL-CUENTA                  PIC 9(10)  VALUE ZERO.
022600 77  MENSUAL-CLIENTE                 PIC 9(08)  VALUE ZERO.
022700 77  MENSUAL-TITULAR                 PIC X(30)  VALUE SPACES.
022800 77  MENSUAL-TIPO                    PIC X(12)  VALUE SPACES.
022900 77  MENSUAL-IMPORTE                 PIC 9(11)V9(02) VALUE ZERO.
023000 77  MENSUAL-OPERACIONES             PIC 9(05)  VALUE ZERO.
023100 77  MARCA-UMBRAL                    PIC X(02)  VALUE SPACES.
023200 77  TARJ-DIA-DEP                    PIC 9(11)V9(02) VALUE ZERO.
023300 77  TARJ-DIA-RET                    PIC 9(11)V9(02) VALUE ZERO.
023400 77  TARJ-DIA-OPS-DEP                PIC 9(05)  VALUE ZERO.
023500 77  TARJ-DIA-OPS-RET                PIC 9(05)  VALUE ZERO.
023600 77  TARJ-MES-DEP                    PIC 9(11)V9(02) VALUE ZERO.
023700 77  TARJ-MES-RET                    PIC 9(11)V9(02) VALUE ZERO.
023800 77  TARJ-MES-OPS-DEP                PIC 9(05)  VALUE ZERO.
023900 77  TARJ-MES-OPS-RET                PIC 9(05)  VALUE ZERO.
024000 77  TOTAL-LEIDOS-HISTORICO          PIC 9(07)  VALUE ZERO.
024100 77  TOTAL-LEIDOS-BITACORA           PIC 9(07)  VALUE ZERO.
024200 77  HISTORICOS-LEIDOS               PIC 9(03)  VALUE ZERO.
024300 77  HISTORICOS-FALTANTES            PIC 9(03)  VALUE ZERO.
024400 77  TOTAL-LIBERADOS                 PIC 9(07)  VALUE ZERO.
024500 77  TOTAL-DEVUELTOS                 PIC 9(07)  VALUE ZERO.
024600 77  IMPORTE-LIBERADO                PIC 9(13)V9(02) VALUE ZERO.
024700 77  IMPORTE-DEVUELTO                PIC 9(13)V9(02) VALUE ZERO.
024800 77  IMPORTE-DEP-TOTAL               PIC 9(13)V9(02) VALUE ZERO.
024900 77  IMPORTE-RET-TOTAL               PIC 9(13)V9(02) VALUE ZERO.
025000 77  TOTAL-NO-REGISTRADAS            PIC 9(07)  VALUE ZERO.
025100 77  TOTAL-GRUPOS                    PIC 9(07)  VALUE ZERO.
025200 77  TOTAL-OPER-UMBRAL               PIC 9(07)  VALUE ZERO.
025300 77  IMPORTE-OPER-UMBRAL             PIC 9(11)V9(02) VALUE ZERO.
025400 77  TOTAL-MENSUALES                 PIC 9(07)  VALUE ZERO.
025500 77  IMPORTE-MENSUALES               PIC 9(13)V9(02) VALUE ZERO.
025600 77  TOTAL-CERCANAS                  PIC 9(07)  VALUE ZERO.
025633 77  TOTAL-CERCANAS-DEVUELTAS        PIC 9(07)  VALUE ZERO.
025666 77  TOTAL-CLIENTES-CERCANAS         PIC 9(07)  VALUE ZERO.
025700 77  TOTAL-ALERTAS                   PIC 9(07)  VALUE ZERO.
025800 77  TOTAL-EXTRACTO                  PIC 9(07)  VALUE ZERO.
025900 77  ANIO-CALCULO                    PIC 9(04)  VALUE ZERO.
026000 77  CUARTOS-ANIO                    PIC 9(04)  VALUE ZERO.
026100 77  SIGLOS-ANIO                     PIC 9(04)  VALUE ZERO.
026200 77  CUATROCIENTOS-ANIO              PIC 9(04)  VALUE ZERO.
026300 77  RESTO-DIVISION                  PIC 9(04)  VALUE ZERO.
026400 77  DIAS-SERIAL                     PIC 9(08)  VALUE ZERO.
026500 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
026600 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
026700 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
026800 77  CONTADOR-ED                     PIC Z(06)9 VALUE ZERO.
026900 77  OPS-ED                          PIC ZZZ9   VALUE ZERO.
027000 77  OPS-RET-ED                      PIC ZZZ9   VALUE ZERO.
027100 77  DIAS-ED                         PIC Z9     VALUE ZERO.
027200 77  PCT-ED                          PIC Z9     VALUE ZERO.
027300 77  IMPORTE-ED                      PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
027400 77  IMPORTE-RET-ED                  PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
027500 77  UMBRAL-ED                       PIC ZZZ,ZZZ,ZZ9.99
027600                                     VALUE ZERO.
027700 77  IMPORTE-TOTAL-ED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99
027800                                     VALUE ZERO.
027900
028000 01  FECHA-TRABAJO-DESGLOSE.
028100     05  FTD-ANIO                    PIC 9(04).
028200     05  FTD-MES                     PIC 9(02).
028300     05  FTD-DIA                     PIC 9(02).
028400 01  FECHA-TRABAJO-NUM REDEFINES FECHA-TRABAJO-DESGLOSE
028500                                     PIC 9(08).
028600
028700 01  FECHA-ARCHIVO-DESGLOSE.
028800     05  FAR-ANIO                    PIC 9(04).
028900     05  FAR-MES                     PIC 9(02).
029000     05  FAR-DIA                     PIC 9(02).
029100 01  FECHA-ARCHIVO-NUM REDEFINES FECHA-ARCHIVO-DESGLOSE
029200                                     PIC 9(08).
029300
029400 01  DIAS-ACUMULADOS-VALORES.
029500     05  FILLER                      PIC X(36)
029600         VALUE "000031059090120151181212243273304334".
029700 01  DIAS-ACUMULADOS-TABLA REDEFINES DIAS-ACUMULADOS-VALORES.
029800     05  DIAS-ACUM-MES OCCURS 12 TIMES PIC 9(03).
029900
030000 01  DIAS-MES-VALORES.
030100     05  FILLER                      PIC X(24)
030200         VALUE "312831303130313130313031".
030300 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
030400     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
030500
030600*    CUENTAS DE LA TARJETA EN TURNO CON SUS TOTALES DEL DIA Y DEL
030700*    MES EN TURNO, POR SENTIDO DE LA OPERACION.
030800 01  CUENTAS-TABLA.
030900     05  CUENTA-GRUPO OCCURS 20 TIMES.
031000         10  CTA-NUMERO              PIC 9(10).
031100         10  CTA-CLIENTE             PIC 9(08).
031200         10  CTA-TITULAR             PIC X(30).
031300         10  CTA-DIA-DEP             PIC 9(11)V9(02).
031400         10  CTA-DIA-RET             PIC 9(11)V9(02).
031500         10  CTA-DIA-OPS-DEP         PIC 9(05).
031600         10  CTA-DIA-OPS-RET         PIC 9(05).
031700         10  CTA-MES-DEP             PIC 9(11)V9(02).
031800         10  CTA-MES-RET             PIC 9(11)V9(02).
031900         10  CTA-MES-OPS-DEP         PIC 9(05).
032000         10  CTA-MES-OPS-RET         PIC 9(05).
032100
032200*    OPERACIONES APENAS DEBAJO DEL UMBRAL DEL CLIENTE EN TURNO
032300*    QUE CAEN EN LA VENTANA DE DIAS QUE TERMINA CON LA ULTIMA, Y
032400*    LA VENTANA CON MAS OPERACIONES VISTA EN EL CLIENTE.
032500 01  VENTANA-TABLA.
032600     05  VENTANA-OPERACION OCCURS 50 TIMES.
032700         10  VEN-SERIAL              PIC 9(08).
032800         10  VEN-FECHA               PIC 9(08).
032900         10  VEN-HORA                PIC 9(08).
033000         10  VEN-CUENTA              PIC 9(10).
033100         10  VEN-TIPO                PIC X(12).
033200         10  VEN-TERMINAL            PIC X(04).
033300         10  VEN-IMPORTE             PIC 9(07)V9(02).
033400
033500 01  MEJOR-VENTANA-TABLA.
033600     05  MEJOR-OPERACION OCCURS 50 TIMES.
033700         10  MEJ-SERIAL              PIC 9(08).
033800         10  MEJ-FECHA               PIC 9(08).
033900         10  MEJ-HORA                PIC 9(08).
034000         10  MEJ-CUENTA              PIC 9(10).
034100         10  MEJ-TIPO                PIC X(12).
034200         10  MEJ-TERMINAL            PIC X(04).
034300         10  MEJ-IMPORTE             PIC 9(07)V9(02).
034400
034500 01  TERMINALES-TABLA.
034600     05  TERMINAL-VISTA-ID OCCURS 50 TIMES PIC X(04).
034605
034610*    OPERACION CERCANA AL UMBRAL COMO SE GRABA EN EL ARCHIVO DE
034615*    TRABAJO PARA EL ORDENAMIENTO POR CLIENTE (SORT-CLIENTE).
034620 01  CERCANA-REGISTRO.
034625     05  CER-CLAVE-TIPO              PIC X(01).
034630         88  CER-CLIENTE                 VALUE "C".
034635         88  CER-SIN-CLIENTE             VALUE "S".
034640     05  CER-CLAVE                   PIC 9(10).
034645     05  CER-FECHA                   PIC 9(08).
034650     05  CER-HORA                    PIC 9(08).
034655     05  CER-FOLIO                   PIC 9(08).
034660     05  CER-CUENTA                  PIC 9(10).
034665     05  CER-TARJETA                 PIC 9(16).
034670     05  CER-TITULAR                 PIC X(30).
034675     05  CER-TIPO                    PIC X(12).
034680     05  CER-IMPORTE                 PIC 9(07)V9(02).
034685     05  CER-TERMINAL                PIC X(04).
034700******************************************************************
034800 PROCEDURE DIVISION.
034900******************************************************************
035000*    0000-MAINLINE
035100*    CONTROLA LA SECUENCIA DEL BATCH: CAPTURA EL RANGO, TOMA LOS
035200*    UMBRALES, ORDENA LAS OPERACIONES EN EFECTIVO DEL RANGO POR
035300*    TARJETA Y FECHA, LAS TOTALIZA POR TARJETA Y CUENTA ARMANDO
035400*    EL REPORTE Y EL EXTRACTO; LUEGO ORDENA POR CLIENTE LAS
035500*    OPERACIONES CERCANAS AL UMBRAL PARA LAS ALERTAS DE
035550*    FRACCIONAMIENTO E IMPRIME LOS TOTALES DE CONTROL.
035600******************************************************************
035700 0000-MAINLINE.
035800
035900     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
036000
036100     IF NOT ARCHIVOS-ABIERTOS
036200         STOP RUN
036300     END-IF.
036400
036500     SORT SORT-WORK-FILE
036600         ON ASCENDING KEY SRT-GRUPO-TIPO SRT-GRUPO-CLAVE
036700                          SRT-FECHA SRT-HORA SRT-FOLIO
036800         INPUT PROCEDURE IS 2000-LEER-MOVIMIENTOS-RTN THRU
036900             2000-LEER-MOVIMIENTOS-RTN-EXIT
037000         OUTPUT PROCEDURE IS 3000-TOTALIZAR-RTN THRU
037100             3000-TOTALIZAR-RTN-EXIT.
037200
037300     IF SORT-RETURN NOT = ZERO
037400         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DE "
037500             "OPERACIONES (SORT-RETURN " SORT-RETURN ") ***"
037600         MOVE 16 TO RETURN-CODE
037700     END-IF.
037800
037806     CLOSE CERCANAS-WORK-FILE.
037812     SORT SORT-CLIENTE-FILE
037818         ON ASCENDING KEY SCL-CLAVE-TIPO SCL-CLAVE
037824                          SCL-FECHA SCL-HORA SCL-FOLIO
037830         USING CERCANAS-WORK-FILE
037836         OUTPUT PROCEDURE IS 4000-ALERTAR-CLIENTES-RTN THRU
037842             4000-ALERTAR-CLIENTES-RTN-EXIT.
037848
037854     IF SORT-RETURN NOT = ZERO
037860         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DE "
037866             "OPERACIONES POR CLIENTE (SORT-RETURN " SORT-RETURN
037872             ") ***"
037878         MOVE 16 TO RETURN-CODE
037884     END-IF.
037890
037900     IF TOTAL-ALERTAS = ZERO
038000         MOVE SPACES TO REPORT-LINE
038100         STRING "NINGUNA ALERTA EN EL RANGO." DELIMITED BY SIZE
038200             INTO REPORT-LINE
038300         PERFORM 5960-EMITIR-ALERTA-RTN THRU
038400             5960-EMITIR-ALERTA-RTN-EXIT
038500     END-IF.
038600
038700     PERFORM 7000-TOTALES-RTN THRU 7000-TOTALES-RTN-EXIT.
038800
038900     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
039000
039100     STOP RUN.
039200******************************************************************
039300*    1000-INICIALIZAR-RTN
039400*    CAPTURA Y VALIDA EL RANGO DE FECHAS, CARGA LOS UMBRALES,
039500*    ABRE EL MAESTRO DE CUENTAS, EL REPORTE, EL EXTRACTO Y LA
039600*    LISTA DE ALERTAS Y EL ARCHIVO DE TRABAJO DE CERCANAS,
039700*    ESCRIBE EL ENCABEZADO DEL EXTRACTO Y LOS TITULOS.
039750*    CUALQUIER APERTURA FALLIDA ES FATAL.
039800******************************************************************
039900 1000-INICIALIZAR-RTN.
040000
040100     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
040200
040300     DISPLAY "==============================================".
040400     DISPLAY "   REPORTE REGULATORIO DE EFECTIVO".
040500     DISPLAY "==============================================".
040600     DISPLAY "FECHA INICIAL DEL RANGO (AAAAMMDD): ".
040700     ACCEPT FECHA-DESDE.
040800     MOVE "N" TO VALIDO-SW.
040900     PERFORM 1100-VALIDAR-DESDE-RTN THRU
041000         1100-VALIDAR-DESDE-RTN-EXIT
041100         UNTIL CAPTURA-VALIDA.
041200
041300     DISPLAY "FECHA FINAL DEL RANGO (AAAAMMDD): ".
041400     ACCEPT FECHA-HASTA.
041500     MOVE "N" TO VALIDO-SW.
041600     PERFORM 1200-VALIDAR-HASTA-RTN THRU
041700         1200-VALIDAR-HASTA-RTN-EXIT
041800         UNTIL CAPTURA-VALIDA.
041900
042000     PERFORM 1300-CARGAR-PARAMETROS-RTN THRU
042100         1300-CARGAR-PARAMETROS-RTN-EXIT.
042200     COMPUTE UMBRAL-CERCANO ROUNDED = UMBRAL-OPERACION -
042300         (UMBRAL-OPERACION * PORCENTAJE-CERCANO / 100).
042400
042500     OPEN INPUT ACCOUNT-MASTER-FILE.
042600     IF ACCT-FILE-STATUS NOT = "00"
042700         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
042800             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
042900         MOVE 16 TO RETURN-CODE
043000         GO TO 1000-INICIALIZAR-RTN-EXIT
043100     END-IF.
043200
043300     OPEN OUTPUT REPORT-FILE.
043400     IF RPT-FILE-STATUS NOT = "00"
043500         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL REPORTE "
043600             "(STATUS " RPT-FILE-STATUS ") ***"
043700         MOVE 16 TO RETURN-CODE
043800         CLOSE ACCOUNT-MASTER-FILE
043900         GO TO 1000-INICIALIZAR-RTN-EXIT
044000     END-IF.
044100
044200     OPEN OUTPUT EXTRACTO-FILE.
044300     IF EXTR-FILE-STATUS NOT = "00"
044400         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL EXTRACTO "
044500             "REGULATORIO (STATUS " EXTR-FILE-STATUS ") ***"
044600         MOVE 16 TO RETURN-CODE
044700         CLOSE ACCOUNT-MASTER-FILE
044800               REPORT-FILE
044900         GO TO 1000-INICIALIZAR-RTN-EXIT
045000     END-IF.
045100
045200     OPEN OUTPUT ALERTA-FILE.
045300     IF ALRT-FILE-STATUS NOT = "00"
045400         DISPLAY "*** ERROR: NO SE PUDO ABRIR LA LISTA DE "
045500             "ALERTAS (STATUS " ALRT-FILE-STATUS ") ***"
045600         MOVE 16 TO RETURN-CODE
045700         CLOSE ACCOUNT-MASTER-FILE
045800               REPORT-FILE
045900               EXTRACTO-FILE
046000         GO TO 1000-INICIALIZAR-RTN-EXIT
046100     END-IF.
046107
046114     OPEN OUTPUT CERCANAS-WORK-FILE.
046121     IF CWORK-FILE-STATUS NOT = "00"
046128         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
046135             "TRABAJO DE CERCANAS (STATUS " CWORK-FILE-STATUS
046142             ") ***"
046149         MOVE 16 TO RETURN-CODE
046156         CLOSE ACCOUNT-MASTER-FILE
046163               REPORT-FILE
046170               EXTRACTO-FILE
046177               ALERTA-FILE
046184         GO TO 1000-INICIALIZAR-RTN-EXIT
046191     END-IF.
046200     SET ARCHIVOS-ABIERTOS TO TRUE.
046300
046400     MOVE SPACES TO REGULATORIO-RECORD.
046500     SET REG-ENCABEZADO TO TRUE.
046600     MOVE FECHA-DESDE TO REG-H-FECHA-DESDE.
046700     MOVE FECHA-HASTA TO REG-H-FECHA-HASTA.
046800     MOVE FECHA-HOY TO REG-H-FECHA-GENERACION.
046900     MOVE UMBRAL-OPERACION TO REG-H-UMBRAL-OPERACION.
047000     MOVE UMBRAL-MENSUAL TO REG-H-UMBRAL-MENSUAL.
047100     PERFORM 5980-ESCRIBIR-EXTRACTO-RTN THRU
047200         5980-ESCRIBIR-EXTRACTO-RTN-EXIT.
047300
047400     MOVE SPACES TO REPORT-LINE.
047500     STRING "OPERACIONES EN EFECTIVO DEL " DELIMITED BY SIZE
047600         FECHA-DESDE DELIMITED BY SIZE
047700         " AL " DELIMITED BY SIZE
047800         FECHA-HASTA DELIMITED BY SIZE
047900         " - EMITIDO " DELIMITED BY SIZE
048000         FECHA-HOY DELIMITED BY SIZE
048100         INTO REPORT-LINE.
048200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
048300     MOVE UMBRAL-OPERACION TO UMBRAL-ED.
048400     MOVE UMBRAL-MENSUAL TO IMPORTE-ED.
048500     MOVE SPACES TO REPORT-LINE.
048600     STRING "UMBRAL POR OPERACION $" DELIMITED BY SIZE
048700         UMBRAL-ED DELIMITED BY SIZE
048800         "   MENSUAL $" DELIMITED BY SIZE
048900         IMPORTE-ED DELIMITED BY SIZE
049000         INTO REPORT-LINE.
049100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
049200     MOVE SPACES TO REPORT-LINE.
049300     STRING "TOTALES POR DIA Y POR MES DENTRO DEL RANGO; "
049400         "IMPORTE/OPERACIONES" DELIMITED BY SIZE
049500         INTO REPORT-LINE.
049600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
049700     MOVE SPACES TO REPORT-LINE.
049800     STRING "* = TOTAL MENSUAL IGUAL O MAYOR AL UMBRAL MENSUAL"
049900         DELIMITED BY SIZE INTO REPORT-LINE.
050000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
050100     MOVE SPACES TO REPORT-LINE.
050200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
050300
050400     MOVE SPACES TO REPORT-LINE.
050500     STRING "ALERTAS DE POSIBLE FRACCIONAMIENTO DEL "
050600         DELIMITED BY SIZE
050700         FECHA-DESDE DELIMITED BY SIZE
050800         " AL " DELIMITED BY SIZE
050900         FECHA-HASTA DELIMITED BY SIZE
051000         INTO REPORT-LINE.
051100     PERFORM 5960-EMITIR-ALERTA-RTN THRU
051200         5960-EMITIR-ALERTA-RTN-EXIT.
051300     MOVE UMBRAL-CERCANO TO UMBRAL-ED.
051400     MOVE UMBRAL-OPERACION TO IMPORTE-ED.
051500     MOVE SPACES TO REPORT-LINE.
051600     STRING "OPERACIONES DESDE $" DELIMITED BY SIZE
051700         UMBRAL-ED DELIMITED BY SIZE
051800         " Y MENORES A $" DELIMITED BY SIZE
051900         IMPORTE-ED DELIMITED BY SIZE
052000         INTO REPORT-LINE.
052100     PERFORM 5960-EMITIR-ALERTA-RTN THRU
052200         5960-EMITIR-ALERTA-RTN-EXIT.
052300     MOVE OPERACIONES-ALERTA TO PCT-ED.
052400     MOVE DIAS-VENTANA TO DIAS-ED.
052500     MOVE SPACES TO REPORT-LINE.
052600     STRING PCT-ED DELIMITED BY SIZE
052700         " O MAS EN " DELIMITED BY SIZE
052800         DIAS-ED DELIMITED BY SIZE
052900         " DIAS POR CLIENTE (DEPOSITOS Y RETIROS)"
053000         DELIMITED BY SIZE
053100         INTO REPORT-LINE.
053200     PERFORM 5960-EMITIR-ALERTA-RTN THRU
053300         5960-EMITIR-ALERTA-RTN-EXIT.
053400     MOVE SPACES TO REPORT-LINE.
053500     PERFORM 5960-EMITIR-ALERTA-RTN THRU
053600         5960-EMITIR-ALERTA-RTN-EXIT.
053700
053800 1000-INICIALIZAR-RTN-EXIT.
053900     EXIT.
054000******************************************************************
054100*    1100-VALIDAR-DESDE-RTN
054200*    VERIFICA QUE LA FECHA INICIAL SEA UNA FECHA VALIDA Y NO
054300*    POSTERIOR A HOY, RECAPTURANDO SI NO LO ES.
054400******************************************************************
054500 1100-VALIDAR-DESDE-RTN.
054600
054700     MOVE "N" TO FECHA-VALIDA-SW.
054800     IF FECHA-DESDE IS NUMERIC
054900         MOVE FECHA-DESDE TO FECHA-TRABAJO-NUM
055000         PERFORM 1150-VALIDAR-FECHA-RTN THRU
055100             1150-VALIDAR-FECHA-RTN-EXIT
055200     END-IF.
055300
055400     IF FECHA-VALIDA AND FECHA-DESDE NOT > FECHA-HOY
055500         SET CAPTURA-VALIDA TO TRUE
055600     ELSE
055700         DISPLAY "Fecha invalida. Ingrese AAAAMMDD no posterior "
055800             "a hoy."
055900         DISPLAY "FECHA INICIAL DEL RANGO (AAAAMMDD): "
056000         ACCEPT FECHA-DESDE
056100     END-IF.
056200
056300 1100-VALIDAR-DESDE-RTN-EXIT.
056400     EXIT.
056500******************************************************************
056600*    1150-VALIDAR-FECHA-RTN
056700*    MARCA FECHA-VALIDA SI FECHA-TRABAJO TIENE MES 01-12 Y UN
056800*    DIA QUE EXISTE EN ESE MES.
056900******************************************************************
057000 1150-VALIDAR-FECHA-RTN.
057100
057200     IF FTD-ANIO = ZERO OR FTD-MES < 1 OR FTD-MES > 12
057300         GO TO 1150-VALIDAR-FECHA-RTN-EXIT
057400     END-IF.
057500
057600     PERFORM 7150-TOPE-MES-RTN THRU 7150-TOPE-MES-RTN-EXIT.
057700     IF FTD-DIA > ZERO AND FTD-DIA NOT > DIAS-MES-TOPE
057800         SET FECHA-VALIDA TO TRUE
057900     END-IF.
058000
058100 1150-VALIDAR-FECHA-RTN-EXIT.
058200     EXIT.
058300******************************************************************
058400*    1200-VALIDAR-HASTA-RTN
058500*    VERIFICA QUE LA FECHA FINAL SEA VALIDA, NO ANTERIOR A LA
058600*    INICIAL Y NO POSTERIOR A HOY, RECAPTURANDO SI NO LO ES.
058700******************************************************************
058800 1200-VALIDAR-HASTA-RTN.
058900
059000     MOVE "N" TO FECHA-VALIDA-SW.
059100     IF FECHA-HASTA IS NUMERIC
059200         MOVE FECHA-HASTA TO FECHA-TRABAJO-NUM
059300         PERFORM 1150-VALIDAR-FECHA-RTN THRU
059400             1150-VALIDAR-FECHA-RTN-EXIT
059500     END-IF.
059600
059700     IF FECHA-VALIDA AND FECHA-HASTA NOT < FECHA-DESDE AND
059800         FECHA-HASTA NOT > FECHA-HOY
059900         SET CAPTURA-VALIDA TO TRUE
060000     ELSE
060100         DISPLAY "Fecha invalida. Ingrese AAAAMMDD entre la "
060200             "inicial y hoy."
060300         DISPLAY "FECHA FINAL DEL RANGO (AAAAMMDD): "
060400         ACCEPT FECHA-HASTA
060500     END-IF.
060600
060700 1200-VALIDAR-HASTA-RTN-EXIT.
060800     EXIT.
060900******************************************************************
061000*    1300-CARGAR-PARAMETROS-RTN
061100*    CARGA EL UMBRAL POR OPERACION (UMBRAL-OPER), EL UMBRAL
061200*    MENSUAL (UMBRAL-MES), EL PORCENTAJE DEBAJO DEL UMBRAL QUE
061300*    CUENTA COMO OPERACION CERCANA (PCT-ESTRUC), LA VENTANA EN
061400*    DIAS (DIAS-ESTRUC) Y LAS OPERACIONES CERCANAS QUE DISPARAN
061500*    UNA ALERTA (OPER-ESTRUC). SIN ARCHIVO O SIN VALOR APLICABLE
061600*    RIGEN LOS RESPALDOS COMPILADOS; UN VALOR FUERA DE RANGO SE
061700*    IGNORA CON AVISO.
061800******************************************************************
061900 1300-CARGAR-PARAMETROS-RTN.
062000
062100     OPEN INPUT PARAMETER-FILE.
062200     IF PARAM-FILE-STATUS NOT = "00"
062300         DISPLAY "AVISO: SIN ARCHIVO DE PARAMETROS (STATUS "
062400             PARAM-FILE-STATUS "). SE USAN LOS VALORES DE "
062500             "RESPALDO."
062600         GO TO 1300-CARGAR-PARAMETROS-RTN-EXIT
062700     END-IF.
062800
062900     MOVE "UMBRAL-OPER" TO PARAM-CLAVE-TRABAJO.
063000     PERFORM 1310-LEER-PARAMETRO-RTN THRU
063100         1310-LEER-PARAMETRO-RTN-EXIT.
063200     IF PARAM-ENCONTRADO
063300         IF PARAM-VALOR-LEIDO > ZERO
063400             MOVE PARAM-VALOR-LEIDO TO UMBRAL-OPERACION
063500         ELSE
063600             DISPLAY "AVISO: UMBRAL-OPER EN CERO. SE CONSERVA "
063700                 UMBRAL-OPERACION "."
063800         END-IF
063900     END-IF.
064000
064100     MOVE "UMBRAL-MES" TO PARAM-CLAVE-TRABAJO.
064200     PERFORM 1310-LEER-PARAMETRO-RTN THRU
064300         1310-LEER-PARAMETRO-RTN-EXIT.
064400     IF PARAM-ENCONTRADO
064500         IF PARAM-VALOR-LEIDO > ZERO
064600             MOVE PARAM-VALOR-LEIDO TO UMBRAL-MENSUAL
064700         ELSE
064800             DISPLAY "AVISO: UMBRAL-MES EN CERO. SE CONSERVA "
064900                 UMBRAL-MENSUAL "."
065000         END-IF
065100     END-IF.
065200
065300     MOVE "PCT-ESTRUC" TO PARAM-CLAVE-TRABAJO.
065400     PERFORM 1310-LEER-PARAMETRO-RTN THRU
065500         1310-LEER-PARAMETRO-RTN-EXIT.
065600     IF PARAM-ENCONTRADO
065700         IF PARAM-VALOR-LEIDO > ZERO AND PARAM-VALOR-LEIDO < 100
065800             MOVE PARAM-VALOR-LEIDO TO PORCENTAJE-CERCANO
065900         ELSE
066000             DISPLAY "AVISO: PCT-ESTRUC " PARAM-VALOR-LEIDO
066100                 " FUERA DE RANGO (1-99). SE CONSERVA "
066200                 PORCENTAJE-CERCANO "."
066300         END-IF
066400     END-IF.
066500
066600     MOVE "DIAS-ESTRUC" TO PARAM-CLAVE-TRABAJO.
066700     PERFORM 1310-LEER-PARAMETRO-RTN THRU
066800         1310-LEER-PARAMETRO-RTN-EXIT.
066900     IF PARAM-ENCONTRADO
067000         IF PARAM-VALOR-LEIDO > ZERO AND
067100             PARAM-VALOR-LEIDO NOT > DIAS-TOPE-VENTANA
067200             MOVE PARAM-VALOR-LEIDO TO DIAS-VENTANA
067300         ELSE
067400             DISPLAY "AVISO: DIAS-ESTRUC " PARAM-VALOR-LEIDO
067500                 " FUERA DE RANGO (1-" DIAS-TOPE-VENTANA
067600                 "). SE CONSERVA " DIAS-VENTANA "."
067700         END-IF
067800     END-IF.
067900
068000     MOVE "OPER-ESTRUC" TO PARAM-CLAVE-TRABAJO.
068100     PERFORM 1310-LEER-PARAMETRO-RTN THRU
068200         1310-LEER-PARAMETRO-RTN-EXIT.
068300     IF PARAM-ENCONTRADO
068400         IF PARAM-VALOR-LEIDO > 1 AND
068500             PARAM-VALOR-LEIDO NOT > TABLA-MAX-VENTANA
068600             MOVE PARAM-VALOR-LEIDO TO OPERACIONES-ALERTA
068700         ELSE
068800             DISPLAY "AVISO: OPER-ESTRUC " PARAM-VALOR-LEIDO
068900                 " FUERA DE RANGO (2-" TABLA-MAX-VENTANA
069000                 "). SE CONSERVA " OPERACIONES-ALERTA "."
069100         END-IF
069200     END-IF.
069300
069400     CLOSE PARAMETER-FILE.
069500
069600 1300-CARGAR-PARAMETROS-RTN-EXIT.
069700     EXIT.
069800******************************************************************
069900*    1310-LEER-PARAMETRO-RTN
070000*    LEE EL PARAMETRO CUYA CLAVE ESTA EN PARAM-CLAVE-TRABAJO Y
070100*    DEJA EN PARAM-VALOR-LEIDO EL VALOR APLICABLE HOY: EL VALOR
070200*    VIGENTE SI SU FECHA EFECTIVA YA LLEGO, O EL VALOR ANTERIOR
070300*    MIENTRAS EL CAMBIO PROGRAMADO SIGUE PENDIENTE. SIN VALOR
070400*    APLICABLE NO SE MARCA ENCONTRADO Y EL LLAMADOR CONSERVA SU
070500*    RESPALDO COMPILADO.
070600******************************************************************
070700 1310-LEER-PARAMETRO-RTN.
070800
070900     MOVE "N" TO PARAM-ENCONTRADO-SW.
071000     MOVE PARAM-CLAVE-TRABAJO TO PRM-CLAVE.
071100     READ PARAMETER-FILE
071200         INVALID KEY
071300             CONTINUE
071400         NOT INVALID KEY
071500             IF PRM-FECHA-EFECTIVA NOT > FECHA-HOY
071600                 MOVE PRM-VALOR TO PARAM-VALOR-LEIDO
071700                 SET PARAM-ENCONTRADO TO TRUE
071800             ELSE
071900                 IF PRM-FECHA-ANTERIOR NOT > FECHA-HOY
072000                     MOVE PRM-VALOR-ANTERIOR TO PARAM-VALOR-LEIDO
072100                     SET PARAM-ENCONTRADO TO TRUE
072200                 END-IF
072300             END-IF
072400     END-READ.
072500
072600 1310-LEER-PARAMETRO-RTN-EXIT.
072700     EXIT.
072800******************************************************************
072900*    2000-LEER-MOVIMIENTOS-RTN
073000*    PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO. ENTREGA LOS
073100*    DEPOSITOS EN EFECTIVO Y LOS RETIROS DEL RANGO, PRIMERO DE
073200*    LOS HISTORICOS MENSUALES Y LUEGO DE LA BITACORA VIVA.
073300******************************************************************
073400 2000-LEER-MOVIMIENTOS-RTN.
073500
073600     PERFORM 2100-LEER-HISTORICOS-RTN THRU
073700         2100-LEER-HISTORICOS-RTN-EXIT.
073800
073900     PERFORM 2200-LEER-BITACORA-RTN THRU
074000         2200-LEER-BITACORA-RTN-EXIT.
074100
074200 2000-LEER-MOVIMIENTOS-RTN-EXIT.
074300     EXIT.
074400******************************************************************
074500*    2100-LEER-HISTORICOS-RTN
074600*    EL JOB DE ARCHIVO DEL LOTE NOCTURNO CORTA EL PRIMER DIA DE
074700*    CADA MES: TRANARCH.AAAAMM01 GUARDA LO ANTERIOR A ESA FECHA.
074800*    SE LEEN LOS HISTORICOS DESDE EL MES SIGUIENTE AL DE LA
074900*    FECHA INICIAL HASTA EL MES SIGUIENTE AL DE LA FECHA FINAL,
075000*    SIN PASAR DE HOY.
075100******************************************************************
075200 2100-LEER-HISTORICOS-RTN.
075300
075400     MOVE FECHA-HASTA TO FECHA-ARCHIVO-NUM.
075500     MOVE 1 TO FAR-DIA.
075600     PERFORM 2190-SIGUIENTE-MES-RTN THRU
075700         2190-SIGUIENTE-MES-RTN-EXIT.
075800     MOVE FECHA-ARCHIVO-NUM TO FECHA-LIMITE-ARCHIVO.
075900     IF FECHA-LIMITE-ARCHIVO > FECHA-HOY
076000         MOVE FECHA-HOY TO FECHA-LIMITE-ARCHIVO
076100     END-IF.
076200
076300     MOVE FECHA-DESDE TO FECHA-ARCHIVO-NUM.
076400     MOVE 1 TO FAR-DIA.
076500     PERFORM 2190-SIGUIENTE-MES-RTN THRU
076600         2190-SIGUIENTE-MES-RTN-EXIT.
076700
076800     PERFORM 2150-LEER-HISTORICO-RTN THRU
076900         2150-LEER-HISTORICO-RTN-EXIT
077000         UNTIL FECHA-ARCHIVO-NUM > FECHA-LIMITE-ARCHIVO.
077100
077200 2100-LEER-HISTORICOS-RTN-EXIT.
077300     EXIT.
077400******************************************************************
077500*    2150-LEER-HISTORICO-RTN
077600*    ABRE EL HISTORICO DEL MES EN TURNO Y PASA SUS MOVIMIENTOS.
077700*    UN HISTORICO QUE NO EXISTE SOLO SE AVISA Y SE CUENTA EN LOS
077800*    TOTALES DE CONTROL: SI EL ARCHIVO DE ESE MES NO HA CORRIDO,
077900*    SUS MOVIMIENTOS SIGUEN EN TRANLOG.
078000******************************************************************
078100 2150-LEER-HISTORICO-RTN.
078200
078300     MOVE SPACES TO ARCHIVO-TRAN-NOMBRE.
078400     STRING "TRANARCH." DELIMITED BY SIZE
078500            FECHA-ARCHIVO-NUM DELIMITED BY SIZE
078600         INTO ARCHIVO-TRAN-NOMBRE.
078700
078800     OPEN INPUT TRAN-ARCHIVO-FILE.
078900     IF TARCH-FILE-STATUS NOT = "00"
079000         DISPLAY "AVISO: NO SE PUDO ABRIR EL HISTORICO "
079100             ARCHIVO-TRAN-NOMBRE " (STATUS " TARCH-FILE-STATUS
079200             ")."
079300         ADD 1 TO HISTORICOS-FALTANTES
079400     ELSE
079500         ADD 1 TO HISTORICOS-LEIDOS
079600         MOVE "N" TO BITACORA-EOF-SW
079700         PERFORM 2160-LEER-REG-HISTORICO-RTN THRU
079800             2160-LEER-REG-HISTORICO-RTN-EXIT
079900             UNTIL BITACORA-FIN
080000         CLOSE TRAN-ARCHIVO-FILE
080100     END-IF.
080200
080300     PERFORM 2190-SIGUIENTE-MES-RTN THRU
080400         2190-SIGUIENTE-MES-RTN-EXIT.
080500
080600 2150-LEER-HISTORICO-RTN-EXIT.
080700     EXIT.
080800******************************************************************
080900*    2160-LEER-REG-HISTORICO-RTN
081000*    LEE EL SIGUIENTE MOVIMIENTO DEL HISTORICO Y LO EVALUA CON EL
081100*    LAYOUT DE LA BITACORA.
081200******************************************************************
081300 2160-LEER-REG-HISTORICO-RTN.
081400
081500     READ TRAN-ARCHIVO-FILE
081600         AT END
081700             SET BITACORA-FIN TO TRUE
081800     END-READ.
081900
082000     IF BITACORA-FIN
082100         GO TO 2160-LEER-REG-HISTORICO-RTN-EXIT
082200     END-IF.
082300
082400     ADD 1 TO TOTAL-LEIDOS-HISTORICO.
082500     MOVE TRAN-ARCHIVO-REG TO TRANSACTION-LOG-RECORD.
082600     PERFORM 2500-EVALUAR-MOVIMIENTO-RTN THRU
082700         2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
082800
082900 2160-LEER-REG-HISTORICO-RTN-EXIT.
083000     EXIT.
083100******************************************************************
083200*    2190-SIGUIENTE-MES-RTN
083300*    AVANZA FECHA-ARCHIVO AL PRIMER DIA DEL MES SIGUIENTE.
083400******************************************************************
083500 2190-SIGUIENTE-MES-RTN.
083600
083700     ADD 1 TO FAR-MES.
083800     IF FAR-MES > 12
083900         MOVE 1 TO FAR-MES
084000         ADD 1 TO FAR-ANIO
084100     END-IF.
084200
084300 2190-SIGUIENTE-MES-RTN-EXIT.
084400     EXIT.
084500******************************************************************
084600*    2200-LEER-BITACORA-RTN
084700*    PASA LOS MOVIMIENTOS DE LA BITACORA VIVA. SIN BITACORA EL
084800*    REPORTE SALE SOLO CON LOS HISTORICOS, CON AVISO.
084900******************************************************************
085000 2200-LEER-BITACORA-RTN.
085100
085200     OPEN INPUT TRANSACTION-LOG-FILE.
085300     IF TRAN-FILE-STATUS NOT = "00"
085400         DISPLAY "AVISO: NO SE PUDO ABRIR LA BITACORA TRANLOG "
085500             "(STATUS " TRAN-FILE-STATUS ")."
085600         GO TO 2200-LEER-BITACORA-RTN-EXIT
085700     END-IF.
085800
085900     MOVE "N" TO BITACORA-EOF-SW.
086000     PERFORM 2210-LEER-REG-BITACORA-RTN THRU
086100         2210-LEER-REG-BITACORA-RTN-EXIT
086200         UNTIL BITACORA-FIN.
086300     CLOSE TRANSACTION-LOG-FILE.
086400
086500 2200-LEER-BITACORA-RTN-EXIT.
086600     EXIT.
086700******************************************************************
086800*    2210-LEER-REG-BITACORA-RTN
086900*    LEE EL SIGUIENTE MOVIMIENTO DE LA BITACORA Y LO EVALUA.
087000******************************************************************
087100 2210-LEER-REG-BITACORA-RTN.
087200
087300     READ TRANSACTION-LOG-FILE
087400         AT END
087500             SET BITACORA-FIN TO TRUE
087600     END-READ.
087700
087800     IF BITACORA-FIN
087900         GO TO 2210-LEER-REG-BITACORA-RTN-EXIT
088000     END-IF.
088100
088200     ADD 1 TO TOTAL-LEIDOS-BITACORA.
088300     PERFORM 2500-EVALUAR-MOVIMIENTO-RTN THRU
088400         2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
088500
088600 2210-LEER-REG-BITACORA-RTN-EXIT.
088700     EXIT.
088800******************************************************************
088900*    2500-EVALUAR-MOVIMIENTO-RTN
089000*    UN DEPOSITO EN EFECTIVO O UN RETIRO DEL RANGO SE PASA AL
089100*    ORDENAMIENTO CON LA TARJETA, EL CLIENTE Y EL TITULAR DE SU
089200*    CUENTA. EL GRUPO ES LA TARJETA; UNA CUENTA SIN TARJETA O
089300*    QUE NO ESTA EN EL MAESTRO FORMA SU PROPIO GRUPO. EL TIPO
089400*    DEPOSITO DE LAS BITACORAS ANTERIORES NO DISTINGUE EFECTIVO
089500*    DE CHEQUE Y NO SE INCLUYE.
089600******************************************************************
089700 2500-EVALUAR-MOVIMIENTO-RTN.
089800
089900     IF TLOG-DATE < FECHA-DESDE OR TLOG-DATE > FECHA-HASTA
090000         GO TO 2500-EVALUAR-MOVIMIENTO-RTN-EXIT
090100     END-IF.
090200
090300     IF NOT TLOG-TYPE-DEP-EFECTIVO AND NOT TLOG-TYPE-RETIRO
090400         GO TO 2500-EVALUAR-MOVIMIENTO-RTN-EXIT
090500     END-IF.
090600
090700     PERFORM 2510-UBICAR-CUENTA-RTN THRU
090800         2510-UBICAR-CUENTA-RTN-EXIT.
090900     IF NOT CACHE-REGISTRADA
091000         ADD 1 TO TOTAL-NO-REGISTRADAS
091100     END-IF.
091200
091300     IF TARJETA-CACHE = ZERO
091400         SET SRT-GRUPO-CUENTA TO TRUE
091500         MOVE TLOG-ACCOUNT TO SRT-GRUPO-CLAVE
091600     ELSE
091700         SET SRT-GRUPO-TARJETA TO TRUE
091800         MOVE TARJETA-CACHE TO SRT-GRUPO-CLAVE
091900     END-IF.
092000     MOVE TLOG-DATE TO SRT-FECHA.
092100     MOVE TLOG-TIME TO SRT-HORA.
092200     MOVE TLOG-SEQUENCE TO SRT-FOLIO.
092300     MOVE TLOG-ACCOUNT TO SRT-CUENTA.
092400     MOVE TARJETA-CACHE TO SRT-TARJETA.
092500     MOVE CLIENTE-CACHE TO SRT-CLIENTE.
092600     MOVE TITULAR-CACHE TO SRT-TITULAR.
092700     MOVE TLOG-TYPE TO SRT-TIPO.
092800     MOVE TLOG-AMOUNT TO SRT-IMPORTE.
092900     MOVE TLOG-TERMINAL TO SRT-TERMINAL.
093000     RELEASE SORT-EFECTIVO-RECORD.
093100     ADD 1 TO TOTAL-LIBERADOS.
093200     ADD TLOG-AMOUNT TO IMPORTE-LIBERADO.
093300
093400 2500-EVALUAR-MOVIMIENTO-RTN-EXIT.
093500     EXIT.
093600******************************************************************
093700*    2510-UBICAR-CUENTA-RTN
093800*    TOMA DEL MAESTRO LA TARJETA, EL CLIENTE Y EL TITULAR DE LA
093900*    CUENTA DEL MOVIMIENTO. LA ULTIMA CUENTA LEIDA SE CONSERVA
094000*    PORQUE LA BITACORA SUELE TRAER SEGUIDAS LAS OPERACIONES DE
094100*    UNA MISMA CUENTA.
094200******************************************************************
094300 2510-UBICAR-CUENTA-RTN.
094400
094500     IF CACHE-CARGADA AND TLOG-ACCOUNT = CUENTA-CACHE
094600         GO TO 2510-UBICAR-CUENTA-RTN-EXIT
094700     END-IF.
094800
094900     SET CACHE-CARGADA TO TRUE.
095000     MOVE TLOG-ACCOUNT TO CUENTA-CACHE.
095100     MOVE TLOG-ACCOUNT TO ACCT-NUMBER.
095200     READ ACCOUNT-MASTER-FILE
095300         INVALID KEY
095400             MOVE "N" TO CACHE-REGISTRADA-SW
095500             MOVE ZERO TO TARJETA-CACHE
095600             MOVE ZERO TO CLIENTE-CACHE
095700             MOVE "*** CUENTA NO REGISTRADA ***" TO TITULAR-CACHE
095800         NOT INVALID KEY
095900             SET CACHE-REGISTRADA TO TRUE
096000             MOVE ACCT-CARD-NUMBER TO TARJETA-CACHE
096100             MOVE ACCT-CUSTOMER-NUMBER TO CLIENTE-CACHE
096200             MOVE ACCT-HOLDER-NAME TO TITULAR-CACHE
096300     END-READ.
096400
096500 2510-UBICAR-CUENTA-RTN-EXIT.
096600     EXIT.
096700******************************************************************
096800*    3000-TOTALIZAR-RTN
096900*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO. LAS OPERACIONES
097000*    LLEGAN POR TARJETA (O CUENTA SIN TARJETA), FECHA Y HORA;
097100*    CADA GRUPO SE TOTALIZA Y SE EVALUA POR SEPARADO.
097200******************************************************************
097300 3000-TOTALIZAR-RTN.
097400
097500     PERFORM 3900-SIGUIENTE-ORDEN-RTN THRU
097600         3900-SIGUIENTE-ORDEN-RTN-EXIT.
097700
097800     PERFORM 3100-PROCESAR-GRUPO-RTN THRU
097900         3100-PROCESAR-GRUPO-RTN-EXIT
098000         UNTIL ORDEN-FIN.
098100
098200 3000-TOTALIZAR-RTN-EXIT.
098300     EXIT.
098400******************************************************************
098500*    3100-PROCESAR-GRUPO-RTN
098600*    ABRE EL GRUPO DE LA OPERACION EN TURNO, PASA TODAS SUS
098700*    OPERACIONES Y CIERRA EL ULTIMO DIA Y EL ULTIMO MES. LAS
098800*    CERCANAS AL UMBRAL YA QUEDARON EN EL ARCHIVO DE TRABAJO.
098900******************************************************************
099000 3100-PROCESAR-GRUPO-RTN.
099100
099200     ADD 1 TO TOTAL-GRUPOS.
099300     MOVE SRT-GRUPO-TIPO TO GRUPO-TIPO-EN-TURNO.
099400     MOVE SRT-GRUPO-CLAVE TO GRUPO-CLAVE-EN-TURNO.
099500     MOVE SRT-CLIENTE TO GRUPO-CLIENTE.
099600     MOVE SRT-TITULAR TO GRUPO-TITULAR.
099700     MOVE ZERO TO CTA-TOTAL.
100000     MOVE ZERO TO TARJ-DIA-DEP.
100100     MOVE ZERO TO TARJ-DIA-RET.
100200     MOVE ZERO TO TARJ-DIA-OPS-DEP.
100300     MOVE ZERO TO TARJ-DIA-OPS-RET.
100400     MOVE ZERO TO TARJ-MES-DEP.
100500     MOVE ZERO TO TARJ-MES-RET.
100600     MOVE ZERO TO TARJ-MES-OPS-DEP.
100700     MOVE ZERO TO TARJ-MES-OPS-RET.
100800     MOVE "N" TO DIA-ABIERTO-SW.
100900     MOVE "N" TO MES-ABIERTO-SW.
101000     MOVE "N" TO DESBORDE-GRUPO-SW.
101100
101200     MOVE SPACES TO GRUPO-ENCABEZADO.
101300     IF SRT-GRUPO-TARJETA
101400         STRING "TARJETA " DELIMITED BY SIZE
101500             GRUPO-CLAVE-EN-TURNO DELIMITED BY SIZE
101600             " CLIENTE " DELIMITED BY SIZE
101700             GRUPO-CLIENTE DELIMITED BY SIZE
101800             " " DELIMITED BY SIZE
101900             GRUPO-TITULAR DELIMITED BY SIZE
102000             INTO GRUPO-ENCABEZADO
102100     ELSE
102200         MOVE GRUPO-CLAVE-EN-TURNO TO CUENTA-SIN-TARJETA
102300         STRING "CUENTA SIN TARJETA " DELIMITED BY SIZE
102400             CUENTA-SIN-TARJETA DELIMITED BY SIZE
102500             " CLIENTE " DELIMITED BY SIZE
102600             GRUPO-CLIENTE DELIMITED BY SIZE
102700             " " DELIMITED BY SIZE
102800             GRUPO-TITULAR DELIMITED BY SIZE
102900             INTO GRUPO-ENCABEZADO
103000     END-IF.
103100     MOVE GRUPO-ENCABEZADO TO REPORT-LINE.
103200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
103300
103400     PERFORM 3200-PROCESAR-OPERACION-RTN THRU
103500         3200-PROCESAR-OPERACION-RTN-EXIT
103600         UNTIL ORDEN-FIN
103700            OR SRT-GRUPO-TIPO NOT = GRUPO-TIPO-EN-TURNO
103800            OR SRT-GRUPO-CLAVE NOT = GRUPO-CLAVE-EN-TURNO.
103900
104000     PERFORM 3400-CERRAR-DIA-RTN THRU 3400-CERRAR-DIA-RTN-EXIT.
104100     PERFORM 3500-CERRAR-MES-RTN THRU 3500-CERRAR-MES-RTN-EXIT.
104400
104500     MOVE SPACES TO REPORT-LINE.
104600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
104700
104800 3100-PROCESAR-GRUPO-RTN-EXIT.
104900     EXIT.
105000******************************************************************
105100*    3200-PROCESAR-OPERACION-RTN
105200*    CIERRA EL DIA O EL MES SI LA OPERACION EN TURNO YA ES DE
105300*    OTRO, LA ACUMULA EN SU CUENTA Y EN LA TARJETA, Y LA REVISA
105400*    CONTRA EL UMBRAL POR OPERACION O CONTRA LA FRANJA CERCANA.
105500******************************************************************
105600 3200-PROCESAR-OPERACION-RTN.
105700
105800     IF DIA-ABIERTO AND SRT-FECHA NOT = DIA-EN-TURNO
105900         PERFORM 3400-CERRAR-DIA-RTN THRU 3400-CERRAR-DIA-RTN-EXIT
106000     END-IF.
106100     IF MES-ABIERTO AND SRT-PERIODO NOT = MES-EN-TURNO
106200         PERFORM 3500-CERRAR-MES-RTN THRU 3500-CERRAR-MES-RTN-EXIT
106300     END-IF.
106400     IF NOT DIA-ABIERTO
106500         MOVE SRT-FECHA TO DIA-EN-TURNO
106600         SET DIA-ABIERTO TO TRUE
106700     END-IF.
106800     IF NOT MES-ABIERTO
106900         MOVE SRT-PERIODO TO MES-EN-TURNO
107000         SET MES-ABIERTO TO TRUE
107100     END-IF.
107200
107300     PERFORM 3250-UBICAR-CUENTA-GRUPO-RTN THRU
107400         3250-UBICAR-CUENTA-GRUPO-RTN-EXIT.
107500
107600     IF SRT-DEPOSITO
107700         ADD SRT-IMPORTE TO TARJ-DIA-DEP TARJ-MES-DEP
107800         ADD 1 TO TARJ-DIA-OPS-DEP TARJ-MES-OPS-DEP
107900         IF CTA-POSICION > ZERO
108000             ADD SRT-IMPORTE TO CTA-DIA-DEP(CTA-POSICION)
108100                                CTA-MES-DEP(CTA-POSICION)
108200             ADD 1 TO CTA-DIA-OPS-DEP(CTA-POSICION)
108300                      CTA-MES-OPS-DEP(CTA-POSICION)
108400         END-IF
108500     ELSE
108600         ADD SRT-IMPORTE TO TARJ-DIA-RET TARJ-MES-RET
108700         ADD 1 TO TARJ-DIA-OPS-RET TARJ-MES-OPS-RET
108800         IF CTA-POSICION > ZERO
108900             ADD SRT-IMPORTE TO CTA-DIA-RET(CTA-POSICION)
109000                                CTA-MES-RET(CTA-POSICION)
109100             ADD 1 TO CTA-DIA-OPS-RET(CTA-POSICION)
109200                      CTA-MES-OPS-RET(CTA-POSICION)
109300         END-IF
109400     END-IF.
109500
109600     IF SRT-IMPORTE NOT < UMBRAL-OPERACION
109700         PERFORM 3300-OPERACION-UMBRAL-RTN THRU
109800             3300-OPERACION-UMBRAL-RTN-EXIT
109900     ELSE
110000         IF SRT-IMPORTE NOT < UMBRAL-CERCANO
110100             PERFORM 3600-REGISTRAR-CERCANA-RTN THRU
110200                 3600-REGISTRAR-CERCANA-RTN-EXIT
110300         END-IF
110400     END-IF.
110500
110600     PERFORM 3900-SIGUIENTE-ORDEN-RTN THRU
110700         3900-SIGUIENTE-ORDEN-RTN-EXIT.
110800
110900 3200-PROCESAR-OPERACION-RTN-EXIT.
111000     EXIT.
111100******************************************************************
111200*    3250-UBICAR-CUENTA-GRUPO-RTN
111300*    DEJA EN CTA-POSICION EL RENGLON DE LA CUENTA DE LA
111400*    OPERACION EN LA TABLA DEL GRUPO, DANDOLA DE ALTA SI ES
111500*    NUEVA. CON LA TABLA LLENA LA OPERACION SOLO SE ACUMULA A LA
111600*    TARJETA Y EL DESBORDE HACE FALLAR EL CUADRE.
111700******************************************************************
111800 3250-UBICAR-CUENTA-GRUPO-RTN.
111900
112000     MOVE ZERO TO CTA-POSICION.
112100     MOVE "N" TO CUENTA-EN-TABLA-SW.
112200     PERFORM 3260-COMPARAR-CUENTA-RTN THRU
112300         3260-COMPARAR-CUENTA-RTN-EXIT
112400         VARYING CTA-SUB FROM 1 BY 1
112500         UNTIL CTA-SUB > CTA-TOTAL OR CUENTA-EN-TABLA.
112600
112700     IF CUENTA-EN-TABLA
112800         GO TO 3250-UBICAR-CUENTA-GRUPO-RTN-EXIT
112900     END-IF.
113000
113100     IF CTA-TOTAL NOT < TABLA-MAX-CUENTAS
113200         IF NOT DESBORDE-EN-GRUPO
113300             DISPLAY "*** ERROR: LA TARJETA "
113400                 GRUPO-CLAVE-EN-TURNO " TIENE MAS DE "
113500                 TABLA-MAX-CUENTAS " CUENTAS; LA CUENTA "
113600                 SRT-CUENTA " SOLO SE SUMA A LA TARJETA ***"
113700             SET DESBORDE-EN-GRUPO TO TRUE
113800             SET DESBORDE-CUENTAS TO TRUE
113900         END-IF
114000         GO TO 3250-UBICAR-CUENTA-GRUPO-RTN-EXIT
114100     END-IF.
114200
114300     ADD 1 TO CTA-TOTAL.
114400     MOVE CTA-TOTAL TO CTA-POSICION.
114500     MOVE SRT-CUENTA TO CTA-NUMERO(CTA-POSICION).
114600     MOVE SRT-CLIENTE TO CTA-CLIENTE(CTA-POSICION).
114700     MOVE SRT-TITULAR TO CTA-TITULAR(CTA-POSICION).
114800     MOVE ZERO TO CTA-DIA-DEP(CTA-POSICION).
114900     MOVE ZERO TO CTA-DIA-RET(CTA-POSICION).
115000     MOVE ZERO TO CTA-DIA-OPS-DEP(CTA-POSICION).
115100     MOVE ZERO TO CTA-DIA-OPS-RET(CTA-POSICION).
115200     MOVE ZERO TO CTA-MES-DEP(CTA-POSICION).
115300     MOVE ZERO TO CTA-MES-RET(CTA-POSICION).
115400     MOVE ZERO TO CTA-MES-OPS-DEP(CTA-POSICION).
115500     MOVE ZERO TO CTA-MES-OPS-RET(CTA-POSICION).
115600
115700 3250-UBICAR-CUENTA-GRUPO-RTN-EXIT.
115800     EXIT.
115900******************************************************************
116000*    3260-COMPARAR-CUENTA-RTN
116100*    COMPARA UN RENGLON DE LA TABLA CON LA CUENTA DE LA
116200*    OPERACION.
116300******************************************************************
116400 3260-COMPARAR-CUENTA-RTN.
116500
116600     IF CTA-NUMERO(CTA-SUB) = SRT-CUENTA
116700         MOVE CTA-SUB TO CTA-POSICION
116800         SET CUENTA-EN-TABLA TO TRUE
116900     END-IF.
117000
117100 3260-COMPARAR-CUENTA-RTN-EXIT.
117200     EXIT.
117300******************************************************************
117400*    3300-OPERACION-UMBRAL-RTN
117500*    UNA OPERACION IGUAL O MAYOR AL UMBRAL SE SENALA EN EL
117600*    REPORTE Y VA AL EXTRACTO REGULATORIO.
117700******************************************************************
117800 3300-OPERACION-UMBRAL-RTN.
117900
118000     ADD 1 TO TOTAL-OPER-UMBRAL.
118100     ADD SRT-IMPORTE TO IMPORTE-OPER-UMBRAL.
118200
118300     MOVE SRT-IMPORTE TO IMPORTE-ED.
118400     MOVE SPACES TO REPORT-LINE.
118500     STRING "  *** " DELIMITED BY SIZE
118600         SRT-FECHA DELIMITED BY SIZE
118700         " " DELIMITED BY SIZE
118800         SRT-TIPO DELIMITED BY SIZE
118900         " CTA " DELIMITED BY SIZE
119000         SRT-CUENTA DELIMITED BY SIZE
119100         " TERM " DELIMITED BY SIZE
119200         SRT-TERMINAL DELIMITED BY SIZE
119300         " " DELIMITED BY SIZE
119400         IMPORTE-ED DELIMITED BY SIZE
119500         " UMBRAL" DELIMITED BY SIZE
119600         INTO REPORT-LINE.
119700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
119800
119900     MOVE SPACES TO REGULATORIO-RECORD.
120000     SET REG-OPERACION TO TRUE.
120100     MOVE SRT-CUENTA TO REG-O-CUENTA.
120200     MOVE SRT-TARJETA TO REG-O-TARJETA.
120300     MOVE SRT-CLIENTE TO REG-O-CLIENTE.
120400     MOVE SRT-FECHA TO REG-O-FECHA.
120500     MOVE SRT-HORA TO REG-O-HORA.
120600     MOVE SRT-FOLIO TO REG-O-FOLIO.
120700     MOVE SRT-TIPO TO REG-O-TIPO.
120800     MOVE SRT-IMPORTE TO REG-O-IMPORTE.
120900     MOVE SRT-TERMINAL TO REG-O-TERMINAL.
121000     MOVE SRT-TITULAR TO REG-O-TITULAR.
121100     PERFORM 5980-ESCRIBIR-EXTRACTO-RTN THRU
121200         5980-ESCRIBIR-EXTRACTO-RTN-EXIT.
121300
121400 3300-OPERACION-UMBRAL-RTN-EXIT.
121500     EXIT.
121600******************************************************************
121700*    3400-CERRAR-DIA-RTN
121800*    IMPRIME EL TOTAL DEL DIA EN TURNO DE CADA CUENTA CON
121900*    OPERACIONES Y, SI HUBO MAS DE UNA CUENTA, EL DE LA TARJETA.
122000******************************************************************
122100 3400-CERRAR-DIA-RTN.
122200
122300     IF NOT DIA-ABIERTO
122400         GO TO 3400-CERRAR-DIA-RTN-EXIT
122500     END-IF.
122600
122700     MOVE ZERO TO CUENTAS-ACTIVAS.
122800     PERFORM 3410-DIA-CUENTA-RTN THRU 3410-DIA-CUENTA-RTN-EXIT
122900         VARYING CTA-SUB FROM 1 BY 1 UNTIL CTA-SUB > CTA-TOTAL.
123000
123100     IF CUENTAS-ACTIVAS NOT = 1
123200         MOVE TARJ-DIA-DEP TO IMPORTE-ED
123300         MOVE TARJ-DIA-OPS-DEP TO OPS-ED
123400         MOVE TARJ-DIA-RET TO IMPORTE-RET-ED
123500         MOVE TARJ-DIA-OPS-RET TO OPS-RET-ED
123600         MOVE SPACES TO REPORT-LINE
123700         STRING "  DIA " DELIMITED BY SIZE
123800             DIA-EN-TURNO DELIMITED BY SIZE
123900             " TOTAL TARJETA  DEP" DELIMITED BY SIZE
124000             IMPORTE-ED DELIMITED BY SIZE
124100             "/" DELIMITED BY SIZE
124200             OPS-ED DELIMITED BY SIZE
124300             " RET" DELIMITED BY SIZE
124400             IMPORTE-RET-ED DELIMITED BY SIZE
124500             "/" DELIMITED BY SIZE
124600             OPS-RET-ED DELIMITED BY SIZE
124700             INTO REPORT-LINE
124800         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
124900     END-IF.
125000
125100     MOVE ZERO TO TARJ-DIA-DEP.
125200     MOVE ZERO TO TARJ-DIA-RET.
125300     MOVE ZERO TO TARJ-DIA-OPS-DEP.
125400     MOVE ZERO TO TARJ-DIA-OPS-RET.
125500     MOVE "N" TO DIA-ABIERTO-SW.
125600
125700 3400-CERRAR-DIA-RTN-EXIT.
125800     EXIT.
125900******************************************************************
126000*    3410-DIA-CUENTA-RTN
126100*    IMPRIME Y LIMPIA EL TOTAL DEL DIA DE UNA CUENTA DEL GRUPO.
126200******************************************************************
126300 3410-DIA-CUENTA-RTN.
126400
126500     IF CTA-DIA-OPS-DEP(CTA-SUB) + CTA-DIA-OPS-RET(CTA-SUB) = ZERO
126600         GO TO 3410-DIA-CUENTA-RTN-EXIT
126700     END-IF.
126800
126900     ADD 1 TO CUENTAS-ACTIVAS.
127000     MOVE CTA-DIA-DEP(CTA-SUB) TO IMPORTE-ED.
127100     MOVE CTA-DIA-OPS-DEP(CTA-SUB) TO OPS-ED.
127200     MOVE CTA-DIA-RET(CTA-SUB) TO IMPORTE-RET-ED.
127300     MOVE CTA-DIA-OPS-RET(CTA-SUB) TO OPS-RET-ED.
127400     MOVE SPACES TO REPORT-LINE.
127500     STRING "  DIA " DELIMITED BY SIZE
127600         DIA-EN-TURNO DELIMITED BY SIZE
127700         " CTA " DELIMITED BY SIZE
127800         CTA-NUMERO(CTA-SUB) DELIMITED BY SIZE
127900         " DEP" DELIMITED BY SIZE
128000         IMPORTE-ED DELIMITED BY SIZE
128100         "/" DELIMITED BY SIZE
128200         OPS-ED DELIMITED BY SIZE
128300         " RET" DELIMITED BY SIZE
128400         IMPORTE-RET-ED DELIMITED BY SIZE
128500         "/" DELIMITED BY SIZE
128600         OPS-RET-ED DELIMITED BY SIZE
128700         INTO REPORT-LINE.
128800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
128900
129000     MOVE ZERO TO CTA-DIA-DEP(CTA-SUB).
129100     MOVE ZERO TO CTA-DIA-RET(CTA-SUB).
129200     MOVE ZERO TO CTA-DIA-OPS-DEP(CTA-SUB).
129300     MOVE ZERO TO CTA-DIA-OPS-RET(CTA-SUB).
129400
129500 3410-DIA-CUENTA-RTN-EXIT.
129600     EXIT.
129700******************************************************************
129800*    3500-CERRAR-MES-RTN
129900*    IMPRIME EL TOTAL DEL MES EN TURNO DE CADA CUENTA CON
130000*    OPERACIONES Y, SI HUBO MAS DE UNA CUENTA, EL DE LA TARJETA.
130100*    CADA SENTIDO (DEPOSITOS O RETIROS) QUE LLEGA AL UMBRAL
130200*    MENSUAL SE MARCA Y VA AL EXTRACTO: POR CUENTA, Y POR
130300*    TARJETA CUANDO LA TARJETA TIENE VARIAS CUENTAS ACTIVAS.
130400******************************************************************
130500 3500-CERRAR-MES-RTN.
130600
130700     IF NOT MES-ABIERTO
130800         GO TO 3500-CERRAR-MES-RTN-EXIT
130900     END-IF.
131000
131100     MOVE ZERO TO CUENTAS-ACTIVAS.
131200     PERFORM 3510-MES-CUENTA-RTN THRU 3510-MES-CUENTA-RTN-EXIT
131300         VARYING CTA-SUB FROM 1 BY 1 UNTIL CTA-SUB > CTA-TOTAL.
131400
131500     IF CUENTAS-ACTIVAS NOT = 1
131600         PERFORM 3520-MES-TARJETA-RTN THRU
131700             3520-MES-TARJETA-RTN-EXIT
131800     END-IF.
131900
132000     MOVE ZERO TO TARJ-MES-DEP.
132100     MOVE ZERO TO TARJ-MES-RET.
132200     MOVE ZERO TO TARJ-MES-OPS-DEP.
132300     MOVE ZERO TO TARJ-MES-OPS-RET.
132400     MOVE "N" TO MES-ABIERTO-SW.
132500
132600 3500-CERRAR-MES-RTN-EXIT.
132700     EXIT.
132800******************************************************************
132900*    3510-MES-CUENTA-RTN
133000*    IMPRIME Y LIMPIA EL TOTAL DEL MES DE UNA CUENTA DEL GRUPO,
133100*    MANDANDO AL EXTRACTO CADA SENTIDO QUE LLEGA AL UMBRAL.
133200******************************************************************
133300 3510-MES-CUENTA-RTN.
133400
133500     IF CTA-MES-OPS-DEP(CTA-SUB) + CTA-MES-OPS-RET(CTA-SUB) = ZERO
133600         GO TO 3510-MES-CUENTA-RTN-EXIT
133700     END-IF.
133800
133900     ADD 1 TO CUENTAS-ACTIVAS.
134000     MOVE SPACES TO MARCA-UMBRAL.
134100     MOVE "C" TO MENSUAL-NIVEL.
134200     MOVE CTA-NUMERO(CTA-SUB) TO MENSUAL-CUENTA.
134300     MOVE CTA-CLIENTE(CTA-SUB) TO MENSUAL-CLIENTE.
134400     MOVE CTA-TITULAR(CTA-SUB) TO MENSUAL-TITULAR.
134500     IF CTA-MES-DEP(CTA-SUB) NOT < UMBRAL-MENSUAL
134600         MOVE " *" TO MARCA-UMBRAL
134700         MOVE "DEP-EFECTIVO" TO MENSUAL-TIPO
134800         MOVE CTA-MES-DEP(CTA-SUB) TO MENSUAL-IMPORTE
134900         MOVE CTA-MES-OPS-DEP(CTA-SUB) TO MENSUAL-OPERACIONES
135000         PERFORM 3550-EXTRACTO-MENSUAL-RTN THRU
135100             3550-EXTRACTO-MENSUAL-RTN-EXIT
135200     END-IF.
135300     IF CTA-MES-RET(CTA-SUB) NOT < UMBRAL-MENSUAL
135400         MOVE " *" TO MARCA-UMBRAL
135500         MOVE "RETIRO" TO MENSUAL-TIPO
135600         MOVE CTA-MES-RET(CTA-SUB) TO MENSUAL-IMPORTE
135700         MOVE CTA-MES-OPS-RET(CTA-SUB) TO MENSUAL-OPERACIONES
135800         PERFORM 3550-EXTRACTO-MENSUAL-RTN THRU
135900             3550-EXTRACTO-MENSUAL-RTN-EXIT
136000     END-IF.
136100
136200     MOVE CTA-MES-DEP(CTA-SUB) TO IMPORTE-ED.
136300     MOVE CTA-MES-OPS-DEP(CTA-SUB) TO OPS-ED.
136400     MOVE CTA-MES-RET(CTA-SUB) TO IMPORTE-RET-ED.
136500     MOVE CTA-MES-OPS-RET(CTA-SUB) TO OPS-RET-ED.
136600     MOVE SPACES TO REPORT-LINE.
136700     STRING "  MES " DELIMITED BY SIZE
136800         MES-EN-TURNO DELIMITED BY SIZE
136900         "   CTA " DELIMITED BY SIZE
137000         CTA-NUMERO(CTA-SUB) DELIMITED BY SIZE
137100         " DEP" DELIMITED BY SIZE
137200         IMPORTE-ED DELIMITED BY SIZE
137300         "/" DELIMITED BY SIZE
137400         OPS-ED DELIMITED BY SIZE
137500         " RET" DELIMITED BY SIZE
137600         IMPORTE-RET-ED DELIMITED BY SIZE
137700         "/" DELIMITED BY SIZE
137800         OPS-RET-ED DELIMITED BY SIZE
137900         MARCA-UMBRAL DELIMITED BY SIZE
138000         INTO REPORT-LINE.
138100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
138200
138300     MOVE ZERO TO CTA-MES-DEP(CTA-SUB).
138400     MOVE ZERO TO CTA-MES-RET(CTA-SUB).
138500     MOVE ZERO TO CTA-MES-OPS-DEP(CTA-SUB).
138600     MOVE ZERO TO CTA-MES-OPS-RET(CTA-SUB).
138700
138800 3510-MES-CUENTA-RTN-EXIT.
138900     EXIT.
139000******************************************************************
139100*    3520-MES-TARJETA-RTN
139200*    IMPRIME EL TOTAL DEL MES DE LA TARJETA CUANDO TUVO MAS DE
139300*    UNA CUENTA ACTIVA, MANDANDO AL EXTRACTO CADA SENTIDO QUE
139400*    LLEGA AL UMBRAL AUNQUE NINGUNA CUENTA LLEGUE SOLA.
139500******************************************************************
139600 3520-MES-TARJETA-RTN.
139700
139800     MOVE SPACES TO MARCA-UMBRAL.
139900     MOVE "T" TO MENSUAL-NIVEL.
140000     MOVE ZERO TO MENSUAL-CUENTA.
140100     MOVE GRUPO-CLIENTE TO MENSUAL-CLIENTE.
140200     MOVE GRUPO-TITULAR TO MENSUAL-TITULAR.
140300     IF TARJ-MES-DEP NOT < UMBRAL-MENSUAL
140400         MOVE " *" TO MARCA-UMBRAL
140500         MOVE "DEP-EFECTIVO" TO MENSUAL-TIPO
140600         MOVE TARJ-MES-DEP TO MENSUAL-IMPORTE
140700         MOVE TARJ-MES-OPS-DEP TO MENSUAL-OPERACIONES
140800         PERFORM 3550-EXTRACTO-MENSUAL-RTN THRU
140900             3550-EXTRACTO-MENSUAL-RTN-EXIT
141000     END-IF.
141100     IF TARJ-MES-RET NOT < UMBRAL-MENSUAL
141200         MOVE " *" TO MARCA-UMBRAL
141300         MOVE "RETIRO" TO MENSUAL-TIPO
141400         MOVE TARJ-MES-RET TO MENSUAL-IMPORTE
141500         MOVE TARJ-MES-OPS-RET TO MENSUAL-OPERACIONES
141600         PERFORM 3550-EXTRACTO-MENSUAL-RTN THRU
141700             3550-EXTRACTO-MENSUAL-RTN-EXIT
141800     END-IF.
141900
142000     MOVE TARJ-MES-DEP TO IMPORTE-ED.
142100     MOVE TARJ-MES-OPS-DEP TO OPS-ED.
142200     MOVE TARJ-MES-RET TO IMPORTE-RET-ED.
142300     MOVE TARJ-MES-OPS-RET TO OPS-RET-ED.
142400     MOVE SPACES TO REPORT-LINE.
142500     STRING "  MES " DELIMITED BY SIZE
142600         MES-EN-TURNO DELIMITED BY SIZE
142700         "   TOTAL TARJETA  DEP" DELIMITED BY SIZE
142800         IMPORTE-ED DELIMITED BY SIZE
142900         "/" DELIMITED BY SIZE
143000         OPS-ED DELIMITED BY SIZE
143100         " RET" DELIMITED BY SIZE
143200         IMPORTE-RET-ED DELIMITED BY SIZE
143300         "/" DELIMITED BY SIZE
143400         OPS-RET-ED DELIMITED BY SIZE
143500         MARCA-UMBRAL DELIMITED BY SIZE
143600         INTO REPORT-LINE.
143700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
143800
143900 3520-MES-TARJETA-RTN-EXIT.
144000     EXIT.
144100******************************************************************
144200*    3550-EXTRACTO-MENSUAL-RTN
144300*    ESCRIBE EN EL EXTRACTO EL TOTAL MENSUAL ARMADO EN LOS
144400*    CAMPOS MENSUAL-.
144500******************************************************************
144600 3550-EXTRACTO-MENSUAL-RTN.
144700
144800     ADD 1 TO TOTAL-MENSUALES.
144900     ADD MENSUAL-IMPORTE TO IMPORTE-MENSUALES.
145000
145100     MOVE SPACES TO REGULATORIO-RECORD.
145200     SET REG-MENSUAL TO TRUE.
145300     MOVE MENSUAL-NIVEL TO REG-M-NIVEL.
145400     MOVE MENSUAL-CUENTA TO REG-M-CUENTA.
145500     MOVE ZERO TO REG-M-TARJETA.
145600     IF GRUPO-TIPO-EN-TURNO = "T"
145700         MOVE GRUPO-CLAVE-EN-TURNO TO REG-M-TARJETA
145800     END-IF.
145900     MOVE MENSUAL-CLIENTE TO REG-M-CLIENTE.
146000     MOVE MES-EN-TURNO TO REG-M-PERIODO.
146100     MOVE MENSUAL-TIPO TO REG-M-TIPO.
146200     MOVE MENSUAL-IMPORTE TO REG-M-IMPORTE.
146300     MOVE MENSUAL-OPERACIONES TO REG-M-OPERACIONES.
146400     MOVE MENSUAL-TITULAR TO REG-M-TITULAR.
146500     PERFORM 5980-ESCRIBIR-EXTRACTO-RTN THRU
146600         5980-ESCRIBIR-EXTRACTO-RTN-EXIT.
146700
146800 3550-EXTRACTO-MENSUAL-RTN-EXIT.
146900     EXIT.
147000******************************************************************
147050*    3600-REGISTRAR-CERCANA-RTN
147100*    UNA OPERACION APENAS DEBAJO DEL UMBRAL SE GRABA EN EL
147150*    ARCHIVO DE TRABAJO DE CERCANAS CON LA LLAVE DE SU CLIENTE
147200*    (ACCT-CUSTOMER-NUMBER); UNA CUENTA SIN CLIENTE VA CON SU
147250*    PROPIO NUMERO. LA VENTANA DE FRACCIONAMIENTO SE EVALUA
147300*    DESPUES POR CLIENTE (4000), PARA QUE UN CLIENTE QUE REPARTE
147350*    SUS OPERACIONES ENTRE VARIAS TARJETAS O CUENTAS LAS JUNTE
147400*    TODAS EN LA MISMA VENTANA.
147450******************************************************************
147500 3600-REGISTRAR-CERCANA-RTN.
147550
147600     ADD 1 TO TOTAL-CERCANAS.
147650     MOVE SPACES TO CERCANA-REGISTRO.
147700     IF SRT-CLIENTE = ZERO
147750         SET CER-SIN-CLIENTE TO TRUE
147800         MOVE SRT-CUENTA TO CER-CLAVE
147850     ELSE
147900         SET CER-CLIENTE TO TRUE
147950         MOVE SRT-CLIENTE TO CER-CLAVE
148000     END-IF.
148050     MOVE SRT-FECHA TO CER-FECHA.
148100     MOVE SRT-HORA TO CER-HORA.
148150     MOVE SRT-FOLIO TO CER-FOLIO.
148200     MOVE SRT-CUENTA TO CER-CUENTA.
148250     MOVE SRT-TARJETA TO CER-TARJETA.
148300     MOVE SRT-TITULAR TO CER-TITULAR.
148350     MOVE SRT-TIPO TO CER-TIPO.
148400     MOVE SRT-IMPORTE TO CER-IMPORTE.
148450     MOVE SRT-TERMINAL TO CER-TERMINAL.
148500     WRITE CERCANA-WORK-REG FROM CERCANA-REGISTRO.
148550     IF CWORK-FILE-STATUS NOT = "00"
148600         DISPLAY "*** ERROR: NO SE PUDO ESCRIBIR EL ARCHIVO DE "
148650             "TRABAJO DE CERCANAS (STATUS " CWORK-FILE-STATUS
148700             ") ***"
148750         MOVE 16 TO RETURN-CODE
148800     END-IF.
148850
148900 3600-REGISTRAR-CERCANA-RTN-EXIT.
148950     EXIT.
149000******************************************************************
149050*    3900-SIGUIENTE-ORDEN-RTN
149100*    TOMA LA SIGUIENTE OPERACION ORDENADA.
149150******************************************************************
149200 3900-SIGUIENTE-ORDEN-RTN.
149250
149300     RETURN SORT-WORK-FILE
149350         AT END
149400             SET ORDEN-FIN TO TRUE
149450     END-RETURN.
149500
149550     IF ORDEN-FIN
149600         GO TO 3900-SIGUIENTE-ORDEN-RTN-EXIT
149650     END-IF.
149700
149750     ADD 1 TO TOTAL-DEVUELTOS.
149800     ADD SRT-IMPORTE TO IMPORTE-DEVUELTO.
149850     IF SRT-DEPOSITO
149900         ADD SRT-IMPORTE TO IMPORTE-DEP-TOTAL
149950     ELSE
150000         ADD SRT-IMPORTE TO IMPORTE-RET-TOTAL
150050     END-IF.
150100
150150 3900-SIGUIENTE-ORDEN-RTN-EXIT.
150200     EXIT.
150250******************************************************************
150300*    4000-ALERTAR-CLIENTES-RTN
150350*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO DE CERCANAS. LAS
150400*    OPERACIONES CERCANAS AL UMBRAL LLEGAN POR CLIENTE (O CUENTA
150450*    SIN CLIENTE), FECHA Y HORA; CADA CLIENTE SE EVALUA CON SU
150500*    PROPIA VENTANA Y LOS ALERTADOS SE LISTAN AL FINAL DEL
150550*    REPORTE.
150600******************************************************************
150650 4000-ALERTAR-CLIENTES-RTN.
150700
150750     MOVE SPACES TO REPORT-LINE.
150800     STRING "POSIBLE FRACCIONAMIENTO POR CLIENTE (DETALLE EN "
150850         "ESTRRPT)" DELIMITED BY SIZE INTO REPORT-LINE.
150900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
150950
151000     MOVE "N" TO CERCANAS-EOF-SW.
151050     PERFORM 4900-SIGUIENTE-CERCANA-RTN THRU
151100         4900-SIGUIENTE-CERCANA-RTN-EXIT.
151150
151200     PERFORM 4100-PROCESAR-CLIENTE-RTN THRU
151250         4100-PROCESAR-CLIENTE-RTN-EXIT
151300         UNTIL CERCANAS-FIN.
151350
151400     IF TOTAL-ALERTAS = ZERO
151450         MOVE SPACES TO REPORT-LINE
151500         STRING "  NINGUNA ALERTA EN EL RANGO." DELIMITED BY SIZE
151550             INTO REPORT-LINE
151600         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
151650     END-IF.
151700
151750 4000-ALERTAR-CLIENTES-RTN-EXIT.
151800     EXIT.
151850******************************************************************
151900*    4100-PROCESAR-CLIENTE-RTN
151950*    ABRE EL CLIENTE DE LA OPERACION EN TURNO, PASA TODAS SUS
152000*    OPERACIONES CERCANAS POR LA VENTANA, SIN IMPORTAR LA
152050*    TARJETA O LA CUENTA, Y EVALUA SU VENTANA MAS NUTRIDA.
152100******************************************************************
152150 4100-PROCESAR-CLIENTE-RTN.
152200
152250     ADD 1 TO TOTAL-CLIENTES-CERCANAS.
152300     MOVE SCL-CLAVE-TIPO TO CLIENTE-TIPO-EN-TURNO.
152350     MOVE SCL-CLAVE TO CLIENTE-CLAVE-EN-TURNO.
152400     MOVE ZERO TO VEN-TOTAL.
152450     MOVE ZERO TO MEJ-TOTAL.
152500
152550     MOVE SPACES TO CLIENTE-ENCABEZADO.
152600     IF SCL-CLIENTE
152650         MOVE SCL-CLAVE TO CLIENTE-ALERTA
152700         STRING "CLIENTE " DELIMITED BY SIZE
152750             CLIENTE-ALERTA DELIMITED BY SIZE
152800             " " DELIMITED BY SIZE
152850             SCL-TITULAR DELIMITED BY SIZE
152900             INTO CLIENTE-ENCABEZADO
152950     ELSE
153000         MOVE SCL-CLAVE TO CUENTA-ALERTA
153050         STRING "CUENTA SIN CLIENTE " DELIMITED BY SIZE
153100             CUENTA-ALERTA DELIMITED BY SIZE
153150             " " DELIMITED BY SIZE
153200             SCL-TITULAR DELIMITED BY SIZE
153250             INTO CLIENTE-ENCABEZADO
153300     END-IF.
153350
153400     PERFORM 4200-VENTANA-CERCANA-RTN THRU
153450         4200-VENTANA-CERCANA-RTN-EXIT
153500         UNTIL CERCANAS-FIN
153550            OR SCL-CLAVE-TIPO NOT = CLIENTE-TIPO-EN-TURNO
153600            OR SCL-CLAVE NOT = CLIENTE-CLAVE-EN-TURNO.
153650
153700     PERFORM 4300-ALERTAR-CLIENTE-RTN THRU
153750         4300-ALERTAR-CLIENTE-RTN-EXIT.
153800
153850 4100-PROCESAR-CLIENTE-RTN-EXIT.
153900     EXIT.
153950******************************************************************
154000*    4200-VENTANA-CERCANA-RTN
154050*    LA OPERACION CERCANA EN TURNO ENTRA A LA VENTANA DEL
154100*    CLIENTE, DE LA QUE ANTES SALEN LAS OPERACIONES CON
154150*    DIAS-ESTRUC O MAS DIAS DE ANTIGUEDAD. LA VENTANA MAS NUTRIDA
154200*    DEL CLIENTE SE GUARDA PARA LA ALERTA.
154250******************************************************************
154300 4200-VENTANA-CERCANA-RTN.
154350
154400     MOVE SCL-FECHA TO FECHA-TRABAJO-NUM.
154450     PERFORM 7100-FECHA-A-DIAS-RTN THRU
154500         7100-FECHA-A-DIAS-RTN-EXIT.
154550     MOVE DIAS-SERIAL TO SERIAL-OPERACION.
154600     COMPUTE SERIAL-LIMITE = SERIAL-OPERACION - DIAS-VENTANA.
154650
154700     PERFORM 4210-DESCARTAR-PRIMERA-RTN THRU
154750         4210-DESCARTAR-PRIMERA-RTN-EXIT
154800         UNTIL VEN-TOTAL = ZERO
154850            OR VEN-SERIAL(1) > SERIAL-LIMITE.
154900     IF VEN-TOTAL NOT < TABLA-MAX-VENTANA
154950         PERFORM 4210-DESCARTAR-PRIMERA-RTN THRU
155000             4210-DESCARTAR-PRIMERA-RTN-EXIT
155050     END-IF.
155100
155150     ADD 1 TO VEN-TOTAL.
155200     MOVE SERIAL-OPERACION TO VEN-SERIAL(VEN-TOTAL).
155250     MOVE SCL-FECHA TO VEN-FECHA(VEN-TOTAL).
155300     MOVE SCL-HORA TO VEN-HORA(VEN-TOTAL).
155350     MOVE SCL-CUENTA TO VEN-CUENTA(VEN-TOTAL).
155400     MOVE SCL-TIPO TO VEN-TIPO(VEN-TOTAL).
155450     MOVE SCL-TERMINAL TO VEN-TERMINAL(VEN-TOTAL).
155500     MOVE SCL-IMPORTE TO VEN-IMPORTE(VEN-TOTAL).
155550
155600     IF VEN-TOTAL > MEJ-TOTAL
155650         PERFORM 4220-GUARDAR-VENTANA-RTN THRU
155700             4220-GUARDAR-VENTANA-RTN-EXIT
155750             VARYING VEN-SUB FROM 1 BY 1 UNTIL VEN-SUB > VEN-TOTAL
155800         MOVE VEN-TOTAL TO MEJ-TOTAL
155850     END-IF.
155900
155950     PERFORM 4900-SIGUIENTE-CERCANA-RTN THRU
156000         4900-SIGUIENTE-CERCANA-RTN-EXIT.
156050
156100 4200-VENTANA-CERCANA-RTN-EXIT.
156150     EXIT.
156200******************************************************************
156250*    4210-DESCARTAR-PRIMERA-RTN
156300*    SACA DE LA VENTANA LA OPERACION MAS ANTIGUA.
156350******************************************************************
156400 4210-DESCARTAR-PRIMERA-RTN.
156450
156500     PERFORM 4215-RECORRER-VENTANA-RTN THRU
156550         4215-RECORRER-VENTANA-RTN-EXIT
156600         VARYING VEN-SUB FROM 1 BY 1
156650         UNTIL VEN-SUB NOT < VEN-TOTAL.
156700     SUBTRACT 1 FROM VEN-TOTAL.
156750
156800 4210-DESCARTAR-PRIMERA-RTN-EXIT.
156850     EXIT.
156900******************************************************************
156950*    4215-RECORRER-VENTANA-RTN
157000*    RECORRE UN LUGAR HACIA EL INICIO UNA OPERACION DE LA
157050*    VENTANA.
157100******************************************************************
157150 4215-RECORRER-VENTANA-RTN.
157200
157250     MOVE VENTANA-OPERACION(VEN-SUB + 1) TO
157300         VENTANA-OPERACION(VEN-SUB).
157350
157400 4215-RECORRER-VENTANA-RTN-EXIT.
157450     EXIT.
157500******************************************************************
157550*    4220-GUARDAR-VENTANA-RTN
157600*    COPIA UNA OPERACION DE LA VENTANA ACTUAL A LA MEJOR.
157650******************************************************************
157700 4220-GUARDAR-VENTANA-RTN.
157750
157800     MOVE VENTANA-OPERACION(VEN-SUB) TO MEJOR-OPERACION(VEN-SUB).
157850
157900 4220-GUARDAR-VENTANA-RTN-EXIT.
157950     EXIT.
158000******************************************************************
158050*    4300-ALERTAR-CLIENTE-RTN
158100*    SI LA VENTANA MAS NUTRIDA DEL CLIENTE JUNTO OPER-ESTRUC O
158150*    MAS OPERACIONES CERCANAS AL UMBRAL, LA ESCRIBE EN LA LISTA
158200*    DE ALERTAS CON SU IMPORTE TOTAL Y LAS TERMINALES USADAS, Y
158250*    LISTA AL CLIENTE EN EL REPORTE.
158300******************************************************************
158350 4300-ALERTAR-CLIENTE-RTN.
158400
158450     IF MEJ-TOTAL < OPERACIONES-ALERTA
158500         GO TO 4300-ALERTAR-CLIENTE-RTN-EXIT
158550     END-IF.
158600
158650     ADD 1 TO TOTAL-ALERTAS.
158700     MOVE ZERO TO ALERTA-IMPORTE.
158750     MOVE ZERO TO TER-TOTAL.
158800     PERFORM 4310-SUMAR-ALERTA-RTN THRU 4310-SUMAR-ALERTA-RTN-EXIT
158850         VARYING VEN-SUB FROM 1 BY 1 UNTIL VEN-SUB > MEJ-TOTAL.
158900
158950     MOVE CLIENTE-ENCABEZADO TO REPORT-LINE.
159000     PERFORM 5960-EMITIR-ALERTA-RTN THRU
159050         5960-EMITIR-ALERTA-RTN-EXIT.
159100     MOVE MEJ-TOTAL TO OPS-ED.
159150     MOVE TER-TOTAL TO DIAS-ED.
159200     MOVE ALERTA-IMPORTE TO IMPORTE-TOTAL-ED.
159250     MOVE SPACES TO REPORT-LINE.
159300     STRING "  " DELIMITED BY SIZE
159350         OPS-ED DELIMITED BY SIZE
159400         " OPERACIONES EN " DELIMITED BY SIZE
159450         DIAS-ED DELIMITED BY SIZE
159500         " TERMINALES DEL " DELIMITED BY SIZE
159550         MEJ-FECHA(1) DELIMITED BY SIZE
159600         " AL " DELIMITED BY SIZE
159650         MEJ-FECHA(MEJ-TOTAL) DELIMITED BY SIZE
159700         INTO REPORT-LINE.
159750     PERFORM 5960-EMITIR-ALERTA-RTN THRU
159800         5960-EMITIR-ALERTA-RTN-EXIT.
159850     MOVE SPACES TO REPORT-LINE.
159900     STRING "  IMPORTE TOTAL $" DELIMITED BY SIZE
159950         IMPORTE-TOTAL-ED DELIMITED BY SIZE
160000         INTO REPORT-LINE.
160050     PERFORM 5960-EMITIR-ALERTA-RTN THRU
160100         5960-EMITIR-ALERTA-RTN-EXIT.
160150     PERFORM 4330-DETALLE-ALERTA-RTN THRU
160200         4330-DETALLE-ALERTA-RTN-EXIT
160250         VARYING VEN-SUB FROM 1 BY 1 UNTIL VEN-SUB > MEJ-TOTAL.
160300     MOVE SPACES TO REPORT-LINE.
160350     PERFORM 5960-EMITIR-ALERTA-RTN THRU
160400         5960-EMITIR-ALERTA-RTN-EXIT.
160450
160500     MOVE SPACES TO REPORT-LINE.
160550     STRING "  " DELIMITED BY SIZE
160600         CLIENTE-ENCABEZADO DELIMITED BY SIZE
160650         INTO REPORT-LINE.
160700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
160750     MOVE SPACES TO REPORT-LINE.
160800     STRING "    *** POSIBLE FRACCIONAMIENTO: " DELIMITED BY SIZE
160850         OPS-ED DELIMITED BY SIZE
160900         " OPERACIONES CERCANAS AL UMBRAL ***" DELIMITED BY SIZE
160950         INTO REPORT-LINE.
161000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
161050
161100 4300-ALERTAR-CLIENTE-RTN-EXIT.
161150     EXIT.
161200******************************************************************
161250*    4310-SUMAR-ALERTA-RTN
161300*    SUMA EL IMPORTE DE UNA OPERACION DE LA ALERTA Y CUENTA SU
161350*    TERMINAL SI NO SE HABIA VISTO.
161400******************************************************************
161450 4310-SUMAR-ALERTA-RTN.
161500
161550     ADD MEJ-IMPORTE(VEN-SUB) TO ALERTA-IMPORTE.
161600     MOVE "N" TO TERMINAL-VISTA-SW.
161650     PERFORM 4320-COMPARAR-TERMINAL-RTN THRU
161700         4320-COMPARAR-TERMINAL-RTN-EXIT
161750         VARYING TER-SUB FROM 1 BY 1
161800         UNTIL TER-SUB > TER-TOTAL OR TERMINAL-VISTA.
161850     IF NOT TERMINAL-VISTA
161900         ADD 1 TO TER-TOTAL
161950         MOVE MEJ-TERMINAL(VEN-SUB) TO
162000             TERMINAL-VISTA-ID(TER-TOTAL)
162050     END-IF.
162100
162150 4310-SUMAR-ALERTA-RTN-EXIT.
162200     EXIT.
162250******************************************************************
162300*    4320-COMPARAR-TERMINAL-RTN
162350*    COMPARA UNA TERMINAL YA VISTA CON LA DE LA OPERACION.
162400******************************************************************
162450 4320-COMPARAR-TERMINAL-RTN.
162500
162550     IF TERMINAL-VISTA-ID(TER-SUB) = MEJ-TERMINAL(VEN-SUB)
162600         SET TERMINAL-VISTA TO TRUE
162650     END-IF.
162700
162750 4320-COMPARAR-TERMINAL-RTN-EXIT.
162800     EXIT.
162850******************************************************************
162900*    4330-DETALLE-ALERTA-RTN
162950*    ESCRIBE UNA OPERACION DE LA ALERTA CON LA CUENTA EN QUE SE
163000*    HIZO.
163050******************************************************************
163100 4330-DETALLE-ALERTA-RTN.
163150
163200     MOVE MEJ-IMPORTE(VEN-SUB) TO IMPORTE-ED.
163250     MOVE SPACES TO REPORT-LINE.
163300     STRING "    " DELIMITED BY SIZE
163350         MEJ-FECHA(VEN-SUB) DELIMITED BY SIZE
163400         " " DELIMITED BY SIZE
163450         MEJ-HORA(VEN-SUB) DELIMITED BY SIZE
163500         " " DELIMITED BY SIZE
163550         MEJ-TIPO(VEN-SUB) DELIMITED BY SIZE
163600         " CTA " DELIMITED BY SIZE
163650         MEJ-CUENTA(VEN-SUB) DELIMITED BY SIZE
163700         " TERM " DELIMITED BY SIZE
163750         MEJ-TERMINAL(VEN-SUB) DELIMITED BY SIZE
163800         " " DELIMITED BY SIZE
163850         IMPORTE-ED DELIMITED BY SIZE
163900         INTO REPORT-LINE.
163950     PERFORM 5960-EMITIR-ALERTA-RTN THRU
164000         5960-EMITIR-ALERTA-RTN-EXIT.
164050
164100 4330-DETALLE-ALERTA-RTN-EXIT.
164150     EXIT.
164200******************************************************************
164250*    4900-SIGUIENTE-CERCANA-RTN
164300*    TOMA LA SIGUIENTE OPERACION CERCANA ORDENADA POR CLIENTE.
164350******************************************************************
164400 4900-SIGUIENTE-CERCANA-RTN.
164450
164500     RETURN SORT-CLIENTE-FILE
164550         AT END
164600             SET CERCANAS-FIN TO TRUE
164650     END-RETURN.
164700
164750     IF NOT CERCANAS-FIN
164800         ADD 1 TO TOTAL-CERCANAS-DEVUELTAS
164850     END-IF.
164900
164950 4900-SIGUIENTE-CERCANA-RTN-EXIT.
165000     EXIT.
169300******************************************************************
169400*    5900-EMITIR-RTN
169500*    MUESTRA EN CONSOLA Y ESCRIBE EN EL REPORTE EL RENGLON
169600*    ARMADO.
169700******************************************************************
169800 5900-EMITIR-RTN.
169900
170000     DISPLAY REPORT-LINE.
170100     WRITE REPORT-LINE.
170200
170300 5900-EMITIR-RTN-EXIT.
170400     EXIT.
170500******************************************************************
170600*    5960-EMITIR-ALERTA-RTN
170700*    ESCRIBE EN LA LISTA DE ALERTAS EL RENGLON ARMADO.
170800******************************************************************
170900 5960-EMITIR-ALERTA-RTN.
171000
171100     WRITE ALERTA-LINE FROM REPORT-LINE.
171200
171300 5960-EMITIR-ALERTA-RTN-EXIT.
171400     EXIT.
171500******************************************************************
171600*    5980-ESCRIBIR-EXTRACTO-RTN
171700*    ESCRIBE EL REGISTRO ARMADO EN EL EXTRACTO REGULATORIO.
171800******************************************************************
171900 5980-ESCRIBIR-EXTRACTO-RTN.
172000
172100     WRITE REGULATORIO-RECORD.
172200     IF EXTR-FILE-STATUS NOT = "00"
172300         DISPLAY "*** ERROR: NO SE PUDO ESCRIBIR EL EXTRACTO "
172400             "(STATUS " EXTR-FILE-STATUS ") ***"
172500         MOVE 16 TO RETURN-CODE
172600     ELSE
172700         ADD 1 TO TOTAL-EXTRACTO
172800     END-IF.
172900
173000 5980-ESCRIBIR-EXTRACTO-RTN-EXIT.
173100     EXIT.
173200******************************************************************
173300*    7000-TOTALES-RTN
173400*    CIERRA EL EXTRACTO CON SU REGISTRO SUMARIO E IMPRIME LOS
173500*    TOTALES DE CONTROL. TODO LO QUE ENTRO AL ORDENAMIENTO DEBE
173600*    SALIR, EN REGISTROS Y EN IMPORTE, LAS OPERACIONES CERCANAS
173700*    GRABADAS DEBEN VOLVER DEL ORDENAMIENTO POR CLIENTE, Y
173750*    NINGUNA TARJETA DEBE HABER DESBORDADO LA TABLA DE CUENTAS.
173800******************************************************************
173900 7000-TOTALES-RTN.
174000
174100     MOVE SPACES TO REGULATORIO-RECORD.
174200     SET REG-SUMARIO TO TRUE.
174300     MOVE TOTAL-OPER-UMBRAL TO REG-T-OPERACIONES.
174400     MOVE IMPORTE-OPER-UMBRAL TO REG-T-IMPORTE-OPER.
174500     MOVE TOTAL-MENSUALES TO REG-T-MENSUALES.
174600     MOVE IMPORTE-MENSUALES TO REG-T-IMPORTE-MES.
174700     PERFORM 5980-ESCRIBIR-EXTRACTO-RTN THRU
174800         5980-ESCRIBIR-EXTRACTO-RTN-EXIT.
174900
175000     MOVE SPACES TO REPORT-LINE.
175100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
175200     MOVE SPACES TO REPORT-LINE.
175300     STRING "TOTALES DE CONTROL" DELIMITED BY SIZE
175400         INTO REPORT-LINE.
175500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
175600
175700     MOVE HISTORICOS-LEIDOS TO CONTADOR-ED.
175800     MOVE SPACES TO REPORT-LINE.
175900     STRING "  ARCHIVOS HISTORICOS LEIDOS      :"
176000         DELIMITED BY SIZE
176100         CONTADOR-ED DELIMITED BY SIZE
176200         INTO REPORT-LINE.
176300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
176400
176500     MOVE HISTORICOS-FALTANTES TO CONTADOR-ED.
176600     MOVE SPACES TO REPORT-LINE.
176700     STRING "  ARCHIVOS HISTORICOS FALTANTES   :"
176800         DELIMITED BY SIZE
176900         CONTADOR-ED DELIMITED BY SIZE
177000         INTO REPORT-LINE.
177100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
177200
177300     MOVE TOTAL-LEIDOS-HISTORICO TO CONTADOR-ED.
177400     MOVE SPACES TO REPORT-LINE.
177500     STRING "  REGISTROS LEIDOS DEL HISTORICO  :"
177600         DELIMITED BY SIZE
177700         CONTADOR-ED DELIMITED BY SIZE
177800         INTO REPORT-LINE.
177900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
178000
178100     MOVE TOTAL-LEIDOS-BITACORA TO CONTADOR-ED.
178200     MOVE SPACES TO REPORT-LINE.
178300     STRING "  REGISTROS LEIDOS DE LA BITACORA :"
178400         DELIMITED BY SIZE
178500         CONTADOR-ED DELIMITED BY SIZE
178600         INTO REPORT-LINE.
178700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
178800
178900     MOVE TOTAL-LIBERADOS TO CONTADOR-ED.
179000     MOVE SPACES TO REPORT-LINE.
179100     STRING "  OPERACIONES ENVIADAS AL ORDEN   :"
179200         DELIMITED BY SIZE
179300         CONTADOR-ED DELIMITED BY SIZE
179400         INTO REPORT-LINE.
179500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
179600
179700     MOVE TOTAL-DEVUELTOS TO CONTADOR-ED.
179800     MOVE SPACES TO REPORT-LINE.
179900     STRING "  OPERACIONES DEVUELTAS DEL ORDEN :"
180000         DELIMITED BY SIZE
180100         CONTADOR-ED DELIMITED BY SIZE
180200         INTO REPORT-LINE.
180300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
180400
180500     MOVE TOTAL-NO-REGISTRADAS TO CONTADOR-ED.
180600     MOVE SPACES TO REPORT-LINE.
180700     STRING "  OPERACIONES DE CUENTAS SIN ALTA :"
180800         DELIMITED BY SIZE
180900         CONTADOR-ED DELIMITED BY SIZE
181000         INTO REPORT-LINE.
181100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
181200
181300     MOVE TOTAL-GRUPOS TO CONTADOR-ED.
181400     MOVE SPACES TO REPORT-LINE.
181500     STRING "  TARJETAS Y CUENTAS SIN TARJETA  :"
181600         DELIMITED BY SIZE
181700         CONTADOR-ED DELIMITED BY SIZE
181800         INTO REPORT-LINE.
181900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
182000
182100     MOVE IMPORTE-DEP-TOTAL TO IMPORTE-TOTAL-ED.
182200     MOVE SPACES TO REPORT-LINE.
182300     STRING "  DEPOSITOS EN EFECTIVO          $" DELIMITED BY SIZE
182400         IMPORTE-TOTAL-ED DELIMITED BY SIZE
182500         INTO REPORT-LINE.
182600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
182700
182800     MOVE IMPORTE-RET-TOTAL TO IMPORTE-TOTAL-ED.
182900     MOVE SPACES TO REPORT-LINE.
183000     STRING "  RETIROS                        $" DELIMITED BY SIZE
183100         IMPORTE-TOTAL-ED DELIMITED BY SIZE
183200         INTO REPORT-LINE.
183300     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
183400
183500     MOVE TOTAL-OPER-UMBRAL TO CONTADOR-ED.
183600     MOVE SPACES TO REPORT-LINE.
183700     STRING "  OPERACIONES SOBRE EL UMBRAL     :"
183800         DELIMITED BY SIZE
183900         CONTADOR-ED DELIMITED BY SIZE
184000         INTO REPORT-LINE.
184100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
184200
184300     MOVE IMPORTE-OPER-UMBRAL TO IMPORTE-TOTAL-ED.
184400     MOVE SPACES TO REPORT-LINE.
184500     STRING "  IMPORTE SOBRE EL UMBRAL        $" DELIMITED BY SIZE
184600         IMPORTE-TOTAL-ED DELIMITED BY SIZE
184700         INTO REPORT-LINE.
184800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
184900
185000     MOVE TOTAL-MENSUALES TO CONTADOR-ED.
185100     MOVE SPACES TO REPORT-LINE.
185200     STRING "  TOTALES MENSUALES SOBRE UMBRAL  :"
185300         DELIMITED BY SIZE
185400         CONTADOR-ED DELIMITED BY SIZE
185500         INTO REPORT-LINE.
185600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
185700
185800     MOVE TOTAL-CERCANAS TO CONTADOR-ED.
185900     MOVE SPACES TO REPORT-LINE.
186000     STRING "  OPERACIONES CERCANAS AL UMBRAL  :"
186100         DELIMITED BY SIZE
186200         CONTADOR-ED DELIMITED BY SIZE
186300         INTO REPORT-LINE.
186400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
186500
186511     MOVE TOTAL-CLIENTES-CERCANAS TO CONTADOR-ED.
186522     MOVE SPACES TO REPORT-LINE.
186533     STRING "  CLIENTES CON OPER. CERCANAS     :"
186544         DELIMITED BY SIZE
186555         CONTADOR-ED DELIMITED BY SIZE
186566         INTO REPORT-LINE.
186577     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
186588
186600     MOVE TOTAL-ALERTAS TO CONTADOR-ED.
186700     MOVE SPACES TO REPORT-LINE.
186800     STRING "  ALERTAS DE FRACCIONAMIENTO      :"
186900         DELIMITED BY SIZE
187000         CONTADOR-ED DELIMITED BY SIZE
187100         INTO REPORT-LINE.
187200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
187300
187400     MOVE TOTAL-EXTRACTO TO CONTADOR-ED.
187500     MOVE SPACES TO REPORT-LINE.
187600     STRING "  REGISTROS EN EL EXTRACTO        :"
187700         DELIMITED BY SIZE
187800         CONTADOR-ED DELIMITED BY SIZE
187900         INTO REPORT-LINE.
188000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
188100
188200     MOVE SPACES TO REPORT-LINE.
188300     IF TOTAL-LIBERADOS = TOTAL-DEVUELTOS
188400         AND IMPORTE-LIBERADO = IMPORTE-DEVUELTO
188500         AND TOTAL-EXTRACTO =
188600             TOTAL-OPER-UMBRAL + TOTAL-MENSUALES + 2
188650         AND TOTAL-CERCANAS = TOTAL-CERCANAS-DEVUELTAS
188700         AND NOT DESBORDE-CUENTAS
188800         STRING "  CUADRE DEL ORDENAMIENTO         : CUADRA"
188900             DELIMITED BY SIZE INTO REPORT-LINE
189000     ELSE
189100         STRING "  CUADRE DEL ORDENAMIENTO         : "
189200             "*** NO CUADRA ***" DELIMITED BY SIZE
189300             INTO REPORT-LINE
189400         MOVE 16 TO RETURN-CODE
189500     END-IF.
189600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
189700
189800 7000-TOTALES-RTN-EXIT.
189900     EXIT.
190000******************************************************************
190100*    7100-FECHA-A-DIAS-RTN
190200*    CONVIERTE FECHA-TRABAJO EN UN NUMERO DE DIAS DESDE UNA
190300*    BASE FIJA (CALENDARIO GREGORIANO), PARA RESTAR FECHAS Y
190400*    SACAR EL DIA DE LA SEMANA.
190500******************************************************************
190600 7100-FECHA-A-DIAS-RTN.
190700
190800     COMPUTE ANIO-CALCULO = FTD-ANIO - 1.
190900     DIVIDE ANIO-CALCULO BY 4 GIVING CUARTOS-ANIO.
191000     DIVIDE ANIO-CALCULO BY 100 GIVING SIGLOS-ANIO.
191100     DIVIDE ANIO-CALCULO BY 400 GIVING CUATROCIENTOS-ANIO.
191200
191300     COMPUTE DIAS-SERIAL =
191400         (ANIO-CALCULO * 365) + CUARTOS-ANIO - SIGLOS-ANIO +
191500         CUATROCIENTOS-ANIO + DIAS-ACUM-MES(FTD-MES) + FTD-DIA
191600
191700     IF FTD-MES > 2
191800         DIVIDE FTD-ANIO BY 4 GIVING CUARTOS-ANIO
191900             REMAINDER RESTO-DIVISION
192000         IF RESTO-DIVISION = ZERO
192100             DIVIDE FTD-ANIO BY 100 GIVING SIGLOS-ANIO
192200                 REMAINDER RESTO-DIVISION
192300             IF RESTO-DIVISION NOT = ZERO
192400                 ADD 1 TO DIAS-SERIAL
192500             ELSE
192600                 DIVIDE FTD-ANIO BY 400 GIVING CUATROCIENTOS-ANIO
192700                     REMAINDER RESTO-DIVISION
192800                 IF RESTO-DIVISION = ZERO
192900                     ADD 1 TO DIAS-SERIAL
193000                 END-IF
193100             END-IF
193200         END-IF
193300     END-IF.
193400
193500 7100-FECHA-A-DIAS-RTN-EXIT.
193600     EXIT.
193700******************************************************************
193800*    7150-TOPE-MES-RTN
193900*    DEJA EN DIAS-MES-TOPE LOS DIAS DEL MES DE FECHA-TRABAJO,
194000*    CON FEBRERO DE 29 EN ANIO BISIESTO.
194100******************************************************************
194200 7150-TOPE-MES-RTN.
194300
194400     MOVE DIAS-DEL-MES(FTD-MES) TO DIAS-MES-TOPE.
194500     IF FTD-MES = 2
194600         DIVIDE FTD-ANIO BY 4 GIVING ANIO-COCIENTE
194700             REMAINDER RESTO-ANIO
194800         IF RESTO-ANIO = ZERO
194900             DIVIDE FTD-ANIO BY 100 GIVING ANIO-COCIENTE
195000                 REMAINDER RESTO-ANIO
195100             IF RESTO-ANIO NOT = ZERO
195200                 MOVE 29 TO DIAS-MES-TOPE
195300             ELSE
195400                 DIVIDE FTD-ANIO BY 400 GIVING ANIO-COCIENTE
195500                     REMAINDER RESTO-ANIO
195600                 IF RESTO-ANIO = ZERO
195700                     MOVE 29 TO DIAS-MES-TOPE
195800                 END-IF
195900             END-IF
196000         END-IF
196100     END-IF.
196200
196300 7150-TOPE-MES-RTN-EXIT.
196400     EXIT.
196500******************************************************************
196600*    9000-TERMINAR-RTN
196700*    CIERRA EL MAESTRO DE CUENTAS, EL REPORTE, EL EXTRACTO Y LA
196800*    LISTA DE ALERTAS.
196900******************************************************************
197000 9000-TERMINAR-RTN.
197100
197200     CLOSE ACCOUNT-MASTER-FILE
197300           REPORT-FILE
197400           EXTRACTO-FILE
197500           ALERTA-FILE.
197600
197700 9000-TERMINAR-RTN-EXIT.
197800     EXIT.
197900
198000 END PROGRAM CAJERO-EFECTIVO-REGULATORIO.

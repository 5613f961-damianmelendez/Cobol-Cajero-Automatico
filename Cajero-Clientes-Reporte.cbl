000100******************************************************************
000200* PROGRAM-ID:  CAJERO-CLIENTES-REPORTE
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     REPORTE DE RELACION DE CLIENTES (CLIRPT). LISTA
000800*              CADA CLIENTE DEL MAESTRO DE CLIENTES CON TODAS SUS
000900*              CUENTAS: TIPO, ESTADO Y SALDO DE CADA UNA, Y EL
001000*              NUMERO DE CUENTAS Y EL SALDO TOTAL DEL CLIENTE.
001100*              LAS CUENTAS SE ORDENAN POR CLIENTE Y CUENTA Y SE
001200*              APAREAN CONTRA EL MAESTRO DE CLIENTES EN ORDEN DE
001300*              LLAVE. LAS CUENTAS SIN CLIENTE (NUMERO EN CERO) O
001400*              CON UN CLIENTE QUE NO EXISTE SE LISTAN APARTE PARA
001500*              SU REVISION.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* ---------  ----  --------------------------------------------
002100* 2026-10-15 JMR   VERSION ORIGINAL - RELACION DE CLIENTES Y SUS
002200*                  CUENTAS.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CAJERO-CLIENTES-REPORTE.
002600 AUTHOR. J. MELENDEZ RUIZ.
002700 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
002800 DATE-WRITTEN. 2026-10-15.
002900 DATE-COMPILED.
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GNUCOBOL.
003400 OBJECT-COMPUTER. GNUCOBOL.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ACCOUNT-MASTER-FILE
003800         ASSIGN TO "ACCTMSTR"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS ACCT-NUMBER
004200         ALTERNATE RECORD KEY IS ACCT-CARD-NUMBER
004300             WITH DUPLICATES
004400         FILE STATUS IS ACCT-FILE-STATUS.
004500
004600     SELECT CUSTOMER-MASTER-FILE
004700         ASSIGN TO "CLIEMST"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS CLI-NUMERO
005100         FILE STATUS IS CLI-FILE-STATUS.
005200
005300     SELECT REPORT-FILE
005400         ASSIGN TO "CLIRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS RPT-FILE-STATUS.
005700
005800     SELECT SORT-WORK-FILE
005900         ASSIGN TO "SORTWK01".
006000******************************************************************
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  ACCOUNT-MASTER-FILE
006400     LABEL RECORDS ARE STANDARD.
006500     COPY ACCTREC.
006600
006700 FD  CUSTOMER-MASTER-FILE
006800     LABEL RECORDS ARE STANDARD.
006900     COPY CLIREC.
007000
007100 FD  REPORT-FILE
007200     LABEL RECORDS ARE STANDARD.
007300 01  REPORT-LINE                     PIC X(80).
007400
007500 SD  SORT-WORK-FILE.
007600 01  SORT-CUENTA-RECORD.
007700     05  SRT-CLIENTE                 PIC 9(08).
007800     05  SRT-CUENTA                  PIC 9(10).
007900     05  SRT-TIPO                    PIC X(01).
008000     05  SRT-ESTADO                  PIC X(01).
008100     05  SRT-SALDO                   PIC 9(07)V9(02).
008200******************************************************************
008300 WORKING-STORAGE SECTION.
008400 01  SWITCHES.
008500     05  MAESTRO-EOF-SW              PIC X(01) VALUE "N".
008600         88  MAESTRO-FIN                 VALUE "Y".
008700     05  CUENTAS-EOF-SW              PIC X(01) VALUE "N".
008800         88  CUENTAS-FIN                 VALUE "Y".
008900     05  CLIENTES-EOF-SW             PIC X(01) VALUE "N".
009000         88  CLIENTES-FIN                VALUE "Y".
009100     05  ARCHIVOS-ABIERTOS-SW        PIC X(01) VALUE "N".
009200         88  ARCHIVOS-ABIERTOS           VALUE "Y".
009300
009400 01  ARCHIVO-STATUS-FIELDS.
009500     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
009600     05  CLI-FILE-STATUS             PIC X(02) VALUE SPACES.
009700     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
009800
009900 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
010000 77  CLIENTE-EN-TURNO                PIC 9(08)  VALUE ZERO.
010100 77  TIPO-DESCRIPCION                PIC X(07)  VALUE SPACES.
010200 77  ESTADO-DESCRIPCION              PIC X(12)  VALUE SPACES.
010300 77  CUENTAS-CLIENTE                 PIC 9(05)  VALUE ZERO.
010400 77  SALDO-CLIENTE                   PIC 9(09)V9(02) VALUE ZERO.
010500 77  TOTAL-CUENTAS-LEIDAS            PIC 9(07)  VALUE ZERO.
010600 77  TOTAL-CUENTAS-LISTADAS          PIC 9(07)  VALUE ZERO.
010700 77  TOTAL-CUENTAS-SIN-CLIENTE       PIC 9(07)  VALUE ZERO.
010800 77  TOTAL-CLIENTES                  PIC 9(07)  VALUE ZERO.
010900 77  TOTAL-CLIENTES-SIN-CUENTAS      PIC 9(07)  VALUE ZERO.
011000 77  SALDO-TOTAL                     PIC 9(11)V9(02) VALUE ZERO.
011100 77  CONTADOR-ED                     PIC Z(06)9 VALUE ZERO.
011200 77  SALDO-ED                        PIC Z(06)9.9(02) VALUE ZERO.
011300 77  SALDO-CLIENTE-ED                PIC Z(08)9.9(02) VALUE ZERO.
011400 77  SALDO-TOTAL-ED                  PIC Z(10)9.9(02) VALUE ZERO.
011500******************************************************************
011600 PROCEDURE DIVISION.
011700******************************************************************
011800*    0000-MAINLINE
011900*    ORDENA LAS CUENTAS DEL MAESTRO POR CLIENTE Y CUENTA, LAS
012000*    APAREA CONTRA EL MAESTRO DE CLIENTES IMPRIMIENDO LA RELACION
012100*    Y CIERRA CON LOS TOTALES DE CONTROL.
012200******************************************************************
012300 0000-MAINLINE.
012400
012500     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
012600
012700     IF NOT ARCHIVOS-ABIERTOS
012800         STOP RUN
012900     END-IF.
013000
013100     SORT SORT-WORK-FILE
013200         ON ASCENDING KEY SRT-CLIENTE SRT-CUENTA
013300         INPUT PROCEDURE IS 2000-LEER-CUENTAS-RTN THRU
013400             2000-LEER-CUENTAS-RTN-EXIT
013500         OUTPUT PROCEDURE IS 3000-RELACIONAR-RTN THRU
013600             3000-RELACIONAR-RTN-EXIT.
013700
013800     IF SORT-RETURN NOT = ZERO
013900         DISPLAY "*** ERROR: FALLO EL ORDENAMIENTO DE CUENTAS "
014000             "(SORT-RETURN " SORT-RETURN ") ***"
014100         MOVE 16 TO RETURN-CODE
014200     END-IF.
014300
014400     PERFORM 7000-TOTALES-RTN THRU 7000-TOTALES-RTN-EXIT.
014500
014600     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
014700
014800     STOP RUN.
014900******************************************************************
015000*    1000-INICIALIZAR-RTN
015100*    ABRE EL MAESTRO DE CUENTAS, EL DE CLIENTES Y EL REPORTE, E
015200*    IMPRIME EL TITULO. SIN ALGUNO DE LOS MAESTROS NO HAY REPORTE.
015300******************************************************************
015400 1000-INICIALIZAR-RTN.
015500
015600     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
015700
015800     DISPLAY "==============================================".
015900     DISPLAY "   RELACION DE CLIENTES Y SUS CUENTAS".
016000     DISPLAY "==============================================".
016100
016200     OPEN INPUT ACCOUNT-MASTER-FILE.
016300     IF ACCT-FILE-STATUS NOT = "00"
016400         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
016500             "CUENTAS (STATUS " ACCT-FILE-STATUS ") ***"
016600         MOVE 16 TO RETURN-CODE
016700         GO TO 1000-INICIALIZAR-RTN-EXIT
016800     END-IF.
016900
017000     OPEN INPUT CUSTOMER-MASTER-FILE.
017100     IF CLI-FILE-STATUS NOT = "00"
017200         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL MAESTRO DE "
017300             "CLIENTES (STATUS " CLI-FILE-STATUS ") ***"
017400         MOVE 16 TO RETURN-CODE
017500         CLOSE ACCOUNT-MASTER-FILE
017600         GO TO 1000-INICIALIZAR-RTN-EXIT
017700     END-IF.
017800
017900     OPEN OUTPUT REPORT-FILE.
018000     SET ARCHIVOS-ABIERTOS TO TRUE.
018100
018200     MOVE SPACES TO REPORT-LINE.
018300     STRING "RELACION DE CLIENTES Y SUS CUENTAS - FECHA "
018400         DELIMITED BY SIZE
018500         FECHA-HOY DELIMITED BY SIZE
018600         INTO REPORT-LINE.
018700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
018800     MOVE SPACES TO REPORT-LINE.
018900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
019000
019100 1000-INICIALIZAR-RTN-EXIT.
019200     EXIT.
019300******************************************************************
019400*    2000-LEER-CUENTAS-RTN
019500*    PROCEDIMIENTO DE ENTRADA DEL ORDENAMIENTO: ENTREGA CADA
019600*    CUENTA DEL MAESTRO CON SU CLIENTE, TIPO, ESTADO Y SALDO.
019700******************************************************************
019800 2000-LEER-CUENTAS-RTN.
019900
020000     PERFORM 2100-LEER-CUENTA-RTN THRU 2100-LEER-CUENTA-RTN-EXIT
020100         UNTIL MAESTRO-FIN.
020200
020300 2000-LEER-CUENTAS-RTN-EXIT.
020400     EXIT.
020500******************************************************************
020600*    2100-LEER-CUENTA-RTN
020700*    LEE LA SIGUIENTE CUENTA DEL MAESTRO Y LA PASA AL
020800*    ORDENAMIENTO.
020900******************************************************************
021000 2100-LEER-CUENTA-RTN.
021100
021200     READ ACCOUNT-MASTER-FILE NEXT RECORD
021300         AT END
021400             SET MAESTRO-FIN TO TRUE
021500     END-READ.
021600
021700     IF MAESTRO-FIN
021800         GO TO 2100-LEER-CUENTA-RTN-EXIT
021900     END-IF.
022000
022100     ADD 1 TO TOTAL-CUENTAS-LEIDAS.
022200     MOVE ACCT-CUSTOMER-NUMBER TO SRT-CLIENTE.
022300     MOVE ACCT-NUMBER TO SRT-CUENTA.
022400     MOVE ACCT-TYPE TO SRT-TIPO.
022500     MOVE ACCT-STATUS TO SRT-ESTADO.
022600     MOVE ACCT-SALDO TO SRT-SALDO.
022700     RELEASE SORT-CUENTA-RECORD.
022800
022900 2100-LEER-CUENTA-RTN-EXIT.
023000     EXIT.
023100******************************************************************
023200*    3000-RELACIONAR-RTN
023300*    PROCEDIMIENTO DE SALIDA DEL ORDENAMIENTO: TOMA LA PRIMERA
023400*    CUENTA Y EL PRIMER CLIENTE Y APAREA AMBOS ARCHIVOS HASTA
023500*    AGOTARLOS.
023600******************************************************************
023700 3000-RELACIONAR-RTN.
023800
023900     PERFORM 3900-SIGUIENTE-CUENTA-RTN THRU
024000         3900-SIGUIENTE-CUENTA-RTN-EXIT.
024100     PERFORM 3950-SIGUIENTE-CLIENTE-RTN THRU
024200         3950-SIGUIENTE-CLIENTE-RTN-EXIT.
024300
024400     PERFORM 3100-APAREAR-RTN THRU 3100-APAREAR-RTN-EXIT
024500         UNTIL CUENTAS-FIN AND CLIENTES-FIN.
024600
024700 3000-RELACIONAR-RTN-EXIT.
024800     EXIT.
024900******************************************************************
025000*    3100-APAREAR-RTN
025100*    COMPARA EL CLIENTE DE LA CUENTA EN TURNO CONTRA EL CLIENTE
025200*    EN TURNO DEL MAESTRO. UNA CUENTA CON CLIENTE MENOR (O CON
025300*    LOS CLIENTES YA AGOTADOS) NO TIENE CLIENTE REGISTRADO Y SU
025400*    GRUPO SE LISTA APARTE; SI NO, SE LISTA EL CLIENTE CON SUS
025500*    CUENTAS, O "SIN CUENTAS" SI NO TIENE NINGUNA.
025600******************************************************************
025700 3100-APAREAR-RTN.
025800
025900     IF NOT CUENTAS-FIN AND
026000         (CLIENTES-FIN OR SRT-CLIENTE < CLI-NUMERO)
026100         PERFORM 3300-GRUPO-SIN-CLIENTE-RTN THRU
026200             3300-GRUPO-SIN-CLIENTE-RTN-EXIT
026300         GO TO 3100-APAREAR-RTN-EXIT
026400     END-IF.
026500
026600     ADD 1 TO TOTAL-CLIENTES.
026700     MOVE CLI-NUMERO TO CLIENTE-EN-TURNO.
026800     MOVE SPACES TO REPORT-LINE.
026900     STRING "CLIENTE " DELIMITED BY SIZE
027000         CLI-NUMERO DELIMITED BY SIZE
027100         "  " DELIMITED BY SIZE
027200         CLI-NOMBRE DELIMITED BY SIZE
027300         "  TEL " DELIMITED BY SIZE
027400         CLI-TELEFONO DELIMITED BY SIZE
027500         INTO REPORT-LINE.
027600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
027700
027800     IF NOT CUENTAS-FIN AND SRT-CLIENTE = CLI-NUMERO
027900         PERFORM 3200-GRUPO-CUENTAS-RTN THRU
028000             3200-GRUPO-CUENTAS-RTN-EXIT
028100     ELSE
028200         ADD 1 TO TOTAL-CLIENTES-SIN-CUENTAS
028300         MOVE SPACES TO REPORT-LINE
028400         STRING "    SIN CUENTAS" DELIMITED BY SIZE
028500             INTO REPORT-LINE
028600         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
028700         MOVE SPACES TO REPORT-LINE
028800         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
028900     END-IF.
029000
029100     PERFORM 3950-SIGUIENTE-CLIENTE-RTN THRU
029200         3950-SIGUIENTE-CLIENTE-RTN-EXIT.
029300
029400 3100-APAREAR-RTN-EXIT.
029500     EXIT.
029600******************************************************************
029700*    3200-GRUPO-CUENTAS-RTN
029800*    LISTA TODAS LAS CUENTAS DEL CLIENTE EN TURNO (YA ORDENADAS
029900*    JUNTAS) Y CIERRA EL GRUPO CON SU NUMERO DE CUENTAS Y SALDO
030000*    TOTAL.
030100******************************************************************
030200 3200-GRUPO-CUENTAS-RTN.
030300
030400     MOVE ZERO TO CUENTAS-CLIENTE.
030500     MOVE ZERO TO SALDO-CLIENTE.
030600
030700     PERFORM 3250-LISTAR-CUENTA-RTN THRU
030800         3250-LISTAR-CUENTA-RTN-EXIT
030900         UNTIL CUENTAS-FIN OR SRT-CLIENTE NOT = CLIENTE-EN-TURNO.
031000
031100     MOVE CUENTAS-CLIENTE TO CONTADOR-ED.
031200     MOVE SALDO-CLIENTE TO SALDO-CLIENTE-ED.
031300     MOVE SPACES TO REPORT-LINE.
031400     STRING "    TOTAL DEL CLIENTE:" DELIMITED BY SIZE
031500         CONTADOR-ED DELIMITED BY SIZE
031600         " CUENTA(S)   SALDO TOTAL $" DELIMITED BY SIZE
031700         SALDO-CLIENTE-ED DELIMITED BY SIZE
031800         INTO REPORT-LINE.
031900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
032000     MOVE SPACES TO REPORT-LINE.
032100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
032200
032300 3200-GRUPO-CUENTAS-RTN-EXIT.
032400     EXIT.
032500******************************************************************
032600*    3250-LISTAR-CUENTA-RTN
032700*    IMPRIME EL RENGLON DE LA CUENTA EN TURNO CON SU TIPO, ESTADO
032800*    Y SALDO, LA ACUMULA AL GRUPO Y AL TOTAL, Y TOMA LA SIGUIENTE.
032900******************************************************************
033000 3250-LISTAR-CUENTA-RTN.
033100
033200     EVALUATE SRT-TIPO
033300         WHEN "C"
033400             MOVE "CHEQUES" TO TIPO-DESCRIPCION
033500         WHEN "S"
033600             MOVE "AHORROS" TO TIPO-DESCRIPCION
033700         WHEN OTHER
033800             MOVE "?" TO TIPO-DESCRIPCION
033900     END-EVALUATE.
034000
034100     EVALUATE SRT-ESTADO
034200         WHEN "A"
034300             MOVE "ACTIVA" TO ESTADO-DESCRIPCION
034400         WHEN "L"
034500             MOVE "BLOQ. NIP" TO ESTADO-DESCRIPCION
034600         WHEN "D"
034700             MOVE "INACTIVA" TO ESTADO-DESCRIPCION
034800         WHEN "B"
034900             MOVE "BLOQ. BANCO" TO ESTADO-DESCRIPCION
035000         WHEN "E"
035100             MOVE "EN CIERRE" TO ESTADO-DESCRIPCION
035200         WHEN "C"
035300             MOVE "CERRADA" TO ESTADO-DESCRIPCION
035400         WHEN OTHER
035500             MOVE "DESCONOCIDO" TO ESTADO-DESCRIPCION
035600     END-EVALUATE.
035700
035800     MOVE SRT-SALDO TO SALDO-ED.
035900     MOVE SPACES TO REPORT-LINE.
036000     STRING "    CUENTA " DELIMITED BY SIZE
036100         SRT-CUENTA DELIMITED BY SIZE
036200         "  " DELIMITED BY SIZE
036300         TIPO-DESCRIPCION DELIMITED BY SIZE
036400         "  " DELIMITED BY SIZE
036500         ESTADO-DESCRIPCION DELIMITED BY SIZE
036600         "  $" DELIMITED BY SIZE
036700         SALDO-ED DELIMITED BY SIZE
036800         INTO REPORT-LINE.
036900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
037000
037100     ADD 1 TO CUENTAS-CLIENTE.
037200     ADD 1 TO TOTAL-CUENTAS-LISTADAS.
037300     ADD SRT-SALDO TO SALDO-CLIENTE.
037400     ADD SRT-SALDO TO SALDO-TOTAL.
037500
037600     PERFORM 3900-SIGUIENTE-CUENTA-RTN THRU
037700         3900-SIGUIENTE-CUENTA-RTN-EXIT.
037800
037900 3250-LISTAR-CUENTA-RTN-EXIT.
038000     EXIT.
038100******************************************************************
038200*    3300-GRUPO-SIN-CLIENTE-RTN
038300*    LISTA EL GRUPO DE CUENTAS CUYO CLIENTE NO ESTA EN EL MAESTRO
038400*    DE CLIENTES: CLIENTE CERO (CUENTA SIN CLIENTE ASIGNADO) O UN
038500*    NUMERO QUE NO EXISTE. SE CUENTAN APARTE PARA SU REVISION.
038600******************************************************************
038700 3300-GRUPO-SIN-CLIENTE-RTN.
038800
038900     MOVE SRT-CLIENTE TO CLIENTE-EN-TURNO.
039000     MOVE SPACES TO REPORT-LINE.
039100     IF SRT-CLIENTE = ZERO
039200         STRING "*** CUENTAS SIN CLIENTE ASIGNADO ***"
039300             DELIMITED BY SIZE INTO REPORT-LINE
039400     ELSE
039500         STRING "CLIENTE " DELIMITED BY SIZE
039600             SRT-CLIENTE DELIMITED BY SIZE
039700             "  *** NO REGISTRADO EN EL MAESTRO DE CLIENTES ***"
039800             DELIMITED BY SIZE INTO REPORT-LINE
039900     END-IF.
040000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
040100     PERFORM 3200-GRUPO-CUENTAS-RTN THRU
040200         3200-GRUPO-CUENTAS-RTN-EXIT.
040300     ADD CUENTAS-CLIENTE TO TOTAL-CUENTAS-SIN-CLIENTE.
040400
040500 3300-GRUPO-SIN-CLIENTE-RTN-EXIT.
040600     EXIT.
040700******************************************************************
040800*    3900-SIGUIENTE-CUENTA-RTN
040900*    TOMA LA SIGUIENTE CUENTA DEL ORDENAMIENTO.
041000******************************************************************
041100 3900-SIGUIENTE-CUENTA-RTN.
041200
041300     RETURN SORT-WORK-FILE
041400         AT END
041500             SET CUENTAS-FIN TO TRUE
041600     END-RETURN.
041700
041800 3900-SIGUIENTE-CUENTA-RTN-EXIT.
041900     EXIT.
042000******************************************************************
042100*    3950-SIGUIENTE-CLIENTE-RTN
042200*    LEE EL SIGUIENTE CLIENTE DEL MAESTRO EN ORDEN DE NUMERO.
042300******************************************************************
042400 3950-SIGUIENTE-CLIENTE-RTN.
042500
042600     READ CUSTOMER-MASTER-FILE NEXT RECORD
042700         AT END
042800             SET CLIENTES-FIN TO TRUE
042900     END-READ.
043000
043100 3950-SIGUIENTE-CLIENTE-RTN-EXIT.
043200     EXIT.
043300******************************************************************
043400*    5900-EMITIR-RTN
043500*    DESPLIEGA EN CONSOLA Y ESCRIBE EN EL ARCHIVO DE REPORTE LA
043600*    LINEA YA ARMADA EN REPORT-LINE.
043700******************************************************************
043800 5900-EMITIR-RTN.
043900
044000     DISPLAY REPORT-LINE.
044100     WRITE REPORT-LINE.
044200
044300 5900-EMITIR-RTN-EXIT.
044400     EXIT.
044500******************************************************************
044600*    7000-TOTALES-RTN
044700*    IMPRIME LOS TOTALES DEL REPORTE. TODA CUENTA LEIDA DEL
044800*    MAESTRO DEBE HABER QUEDADO LISTADA, CON O SIN CLIENTE; SI
044900*    NO CUADRA EL REPORTE ESTA INCOMPLETO Y TERMINA CON CODIGO
045000*    DE RETORNO 16.
045100******************************************************************
045200 7000-TOTALES-RTN.
045300
045400     MOVE SPACES TO REPORT-LINE.
045500     STRING "TOTALES DE CONTROL" DELIMITED BY SIZE
045600         INTO REPORT-LINE.
045700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
045800
045900     MOVE TOTAL-CLIENTES TO CONTADOR-ED.
046000     MOVE SPACES TO REPORT-LINE.
046100     STRING "  CLIENTES LISTADOS        :" DELIMITED BY SIZE
046200         CONTADOR-ED DELIMITED BY SIZE
046300         INTO REPORT-LINE.
046400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
046500
046600     MOVE TOTAL-CLIENTES-SIN-CUENTAS TO CONTADOR-ED.
046700     MOVE SPACES TO REPORT-LINE.
046800     STRING "  CLIENTES SIN CUENTAS     :" DELIMITED BY SIZE
046900         CONTADOR-ED DELIMITED BY SIZE
047000         INTO REPORT-LINE.
047100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
047200
047300     MOVE TOTAL-CUENTAS-LEIDAS TO CONTADOR-ED.
047400     MOVE SPACES TO REPORT-LINE.
047500     STRING "  CUENTAS LEIDAS           :" DELIMITED BY SIZE
047600         CONTADOR-ED DELIMITED BY SIZE
047700         INTO REPORT-LINE.
047800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
047900
048000     MOVE TOTAL-CUENTAS-LISTADAS TO CONTADOR-ED.
048100     MOVE SPACES TO REPORT-LINE.
048200     STRING "  CUENTAS LISTADAS         :" DELIMITED BY SIZE
048300         CONTADOR-ED DELIMITED BY SIZE
048400         INTO REPORT-LINE.
048500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
048600
048700     MOVE TOTAL-CUENTAS-SIN-CLIENTE TO CONTADOR-ED.
048800     MOVE SPACES TO REPORT-LINE.
048900     STRING "  CUENTAS SIN CLIENTE      :" DELIMITED BY SIZE
049000         CONTADOR-ED DELIMITED BY SIZE
049100         INTO REPORT-LINE.
049200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
049300
049400     MOVE SALDO-TOTAL TO SALDO-TOTAL-ED.
049500     MOVE SPACES TO REPORT-LINE.
049600     STRING "  SALDO TOTAL             $" DELIMITED BY SIZE
049700         SALDO-TOTAL-ED DELIMITED BY SIZE
049800         INTO REPORT-LINE.
049900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
050000
050100     MOVE SPACES TO REPORT-LINE.
050200     IF TOTAL-CUENTAS-LEIDAS = TOTAL-CUENTAS-LISTADAS
050300         STRING "  CUADRE DE CUENTAS        : CUADRA"
050400             DELIMITED BY SIZE INTO REPORT-LINE
050500     ELSE
050600         STRING "  CUADRE DE CUENTAS        : *** NO CUADRA ***"
050700             DELIMITED BY SIZE INTO REPORT-LINE
050800         MOVE 16 TO RETURN-CODE
050900     END-IF.
051000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
051100
051200 7000-TOTALES-RTN-EXIT.
051300     EXIT.
051400******************************************************************
051500*    9000-TERMINAR-RTN
051600*    CIERRA LOS MAESTROS Y EL REPORTE.
051700******************************************************************
051800 9000-TERMINAR-RTN.
051900
052000     CLOSE ACCOUNT-MASTER-FILE
052100           CUSTOMER-MASTER-FILE
052200           REPORT-FILE.
052300
052400 9000-TERMINAR-RTN-EXIT.
052500     EXIT.
052600
052700 END PROGRAM CAJERO-CLIENTES-REPORTE.

000100******************************************************************
000200* PROGRAM-ID:  CAJERO-LOTE-NOCTURNO
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     CONTROLADOR DEL LOTE NOCTURNO. CORRE EN ORDEN LOS
000800*              PROGRAMAS BATCH DE FIN DE DIA PARA UNA FECHA DE
000900*              NEGOCIO, CONTROLADOS POR EL ARCHIVO DE CONTROL DE
001000*              CORRIDA (LOTECTL): SIEMBRA LOS PASOS DE LA FECHA LA
001100*              PRIMERA VEZ, REGISTRA EL INICIO, EL FIN Y EL CODIGO
001200*              DE RETORNO DE CADA PASO, RECHAZA TODO PASO CUYOS
001300*              PASOS PREVIOS NO HAYAN TERMINADO, OMITE LOS PASOS
001400*              QUE NO TOCAN EN LA FECHA (FIN DE MES, QUINCENA) Y
001500*              SE DETIENE EN EL PRIMER PASO QUE FALLA. CORRERLO
001600*              DE NUEVO CON LA MISMA FECHA REANUDA DESDE EL PASO
001700*              FALLIDO SIN REPETIR LOS TERMINADOS. UN PASO DE UNA
001800*              SOLA VEZ (ENVIO INTERBANCARIO) QUE FALLA NO SE
001900*              REEJECUTA SOLO: OPERACION LO REVISA Y LO LIBERA. AL
002000*              FINAL IMPRIME LA BITACORA DE LA CORRIDA (LOTERPT)
002100*              PARA LA FIRMA DEL TURNO MATUTINO.
002200* TECTONICS:   cobc
002300*
002400* MODIFICATION HISTORY
002500* DATE       INIT  DESCRIPTION
002600* ---------  ----  --------------------------------------------
002700* 2026-10-15 JMR   VERSION ORIGINAL - SECUENCIA, CONTROL Y
002800*                  REANUDACION DEL LOTE NOCTURNO.
002820* 2026-10-15 JMR   PASO 10 LIQUIDACION DE CUENTAS EN CIERRE ANTES
002840*                  DEL CIERRE DIARIO, QUE AHORA LO ESPERA.
002850* 2026-10-15 JMR   PASO 11 PRONOSTICO DE EFECTIVO POR TERMINAL,
002860*                  DIARIO, AL FINAL DEL LOTE (DESPUES DEL CIERRE
002870*                  Y DEL ARCHIVO DE FIN DE MES).
002877* 2026-10-15 JMR   PASO 12 ABONO DE ARCHIVOS DE NOMINA, DIARIO,
002884*                  DESPUES DE LOS CHEQUES. LA LIQUIDACION (Y CON
002891*                  ELLA EL CIERRE DIARIO) AHORA LO ESPERA.
002900******************************************************************
003000 IDENTIFICATION DIVISION.
003100 PROGRAM-ID. CAJERO-LOTE-NOCTURNO.
003200 AUTHOR. J. MELENDEZ RUIZ.
003300 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
003400 DATE-WRITTEN. 2026-10-15.
003500 DATE-COMPILED.
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GNUCOBOL.
004000 OBJECT-COMPUTER. GNUCOBOL.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BATCH-CONTROL-FILE
004400         ASSIGN TO "LOTECTL"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS LOTE-LLAVE
004800         FILE STATUS IS LOTE-FILE-STATUS.
004900
005000     SELECT PARAMETER-FILE
005100         ASSIGN TO "PARAMMST"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PRM-CLAVE
005500         FILE STATUS IS PARAM-FILE-STATUS.
005600
005700     SELECT REPORT-FILE
005800         ASSIGN TO "LOTERPT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS RPT-FILE-STATUS.
006100******************************************************************
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  BATCH-CONTROL-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY LOTEREC.
006700
006800 FD  PARAMETER-FILE
006900     LABEL RECORDS ARE STANDARD.
007000     COPY PRMREC.
007100
007200 FD  REPORT-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  REPORT-LINE                     PIC X(80).
007500******************************************************************
007600 WORKING-STORAGE SECTION.
007700 01  SWITCHES.
007800     05  CORRIDA-CANCELADA-SW        PIC X(01) VALUE "N".
007900         88  CORRIDA-CANCELADA           VALUE "Y".
008000     05  CORRIDA-DETENIDA-SW         PIC X(01) VALUE "N".
008100         88  CORRIDA-DETENIDA            VALUE "Y".
008200     05  PREVIOS-COMPLETOS-SW        PIC X(01) VALUE "Y".
008300         88  PREVIOS-COMPLETOS           VALUE "Y".
008400     05  PARAMETRO-VIGENTE-SW        PIC X(01) VALUE "N".
008500         88  PARAMETRO-VIGENTE           VALUE "Y".
008600     05  FIN-DE-MES-SW               PIC X(01) VALUE "N".
008700         88  FIN-DE-MES-NEGOCIO          VALUE "Y".
008800     05  QUINCENA-SW                 PIC X(01) VALUE "N".
008900         88  QUINCENA-NEGOCIO            VALUE "Y".
009000     05  FIN-PASOS-SW                PIC X(01) VALUE "N".
009100         88  FIN-PASOS                   VALUE "Y".
009200     05  PASO-ENCONTRADO-SW          PIC X(01) VALUE "N".
009300         88  PASO-ENCONTRADO             VALUE "Y".
009400
009500 01  ARCHIVO-STATUS-FIELDS.
009600     05  LOTE-FILE-STATUS            PIC X(02) VALUE SPACES.
009700     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
009800     05  RPT-FILE-STATUS             PIC X(02) VALUE SPACES.
009900
010000 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
010100 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
010200 77  FECHA-PARM-ENTRADA              PIC X(08)  VALUE SPACES.
010300 77  PASO-PARM-ENTRADA               PIC X(02)  VALUE SPACES.
010400 77  ACCION-PARM-ENTRADA             PIC X(01)  VALUE SPACES.
010500 77  TOTAL-PASOS                     PIC 9(02)  VALUE 12.
010600 77  PASO-FALTANTE                   PIC 9(02)  VALUE ZERO.
010700 77  PASOS-SEMBRADOS                 PIC 9(02)  VALUE ZERO.
010800 77  PASOS-FALLIDOS-PREVIOS          PIC 9(02)  VALUE ZERO.
010900 77  PASOS-EJECUTADOS                PIC 9(02)  VALUE ZERO.
011000 77  PASOS-RECHAZADOS                PIC 9(02)  VALUE ZERO.
011100 77  TOTAL-TERMINADOS                PIC 9(02)  VALUE ZERO.
011200 77  TOTAL-OMITIDOS                  PIC 9(02)  VALUE ZERO.
011300 77  TOTAL-FALLIDOS                  PIC 9(02)  VALUE ZERO.
011400 77  TOTAL-PENDIENTES                PIC 9(02)  VALUE ZERO.
011500 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
011600 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
011700 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
011800 77  CODIGO-RETORNO-ED               PIC -ZZZ9.
011900 77  ESTADO-DESCRIPCION              PIC X(10)  VALUE SPACES.
012000 77  PROGRAMA-ED                     PIC X(28)  VALUE SPACES.
012100 77  INICIO-ED                       PIC X(14)  VALUE SPACES.
012200 77  FIN-ED                          PIC X(14)  VALUE SPACES.
012300 77  COMANDO-PASO                    PIC X(200) VALUE SPACES.
012400 77  CODIGO-SISTEMA                  PIC S9(09) VALUE ZERO.
012500
012600 01  FECHA-NEGOCIO-DESGLOSE.
012700     05  FNG-ANIO                    PIC 9(04).
012800     05  FNG-MES                     PIC 9(02).
012900     05  FNG-DIA                     PIC 9(02).
013000 01  FECHA-NEGOCIO REDEFINES FECHA-NEGOCIO-DESGLOSE
013100                                     PIC 9(08).
013200
013300 01  FECHA-CORTE-DESGLOSE.
013400     05  FCA-ANIO-MES                PIC 9(06).
013500     05  FCA-DIA                     PIC 9(02).
013600 01  FECHA-CORTE-ARCHIVO REDEFINES FECHA-CORTE-DESGLOSE
013700                                     PIC 9(08).
013800
013900 01  HORA-TRABAJO-DESGLOSE.
014000     05  HTD-HORA                    PIC 9(02).
014100     05  HTD-MINUTO                  PIC 9(02).
014200     05  FILLER                      PIC 9(04).
014300 01  HORA-TRABAJO-NUM REDEFINES HORA-TRABAJO-DESGLOSE
014400                                     PIC 9(08).
014500
014600 01  PREVIOS-EN-TURNO.
014700     05  PREVIO-EN-TURNO             PIC 9(02) OCCURS 6 TIMES
014800                                     INDEXED BY PREV-IDX.
014900
015000 01  DIAS-MES-VALORES.
015100     05  FILLER                      PIC X(24)
015200         VALUE "312831303130313130313031".
015300 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
015400     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
015500
015600*    DEFINICION DEL LOTE NOCTURNO, EN ORDEN DE EJECUCION. POR
015700*    PASO: NUMERO, PROGRAMA, FRECUENCIA (D = DIARIO, M = FIN DE
015800*    MES, Q = DIA 15 Y FIN DE MES), UNA SOLA VEZ (S/N), ENTRADA
015900*    DE CONSOLA QUE SE LE DA (C = FECHA DEL CIERRE, A = FECHA DE
016000*    CORTE DEL ARCHIVO, BLANCO = NINGUNA), HASTA SEIS PASOS QUE
016100*    DEBEN ESTAR TERMINADOS U OMITIDOS ANTES Y LA CLAVE DE
016200*    PARAMETROS QUE DEBE ESTAR VIGENTE PARA QUE EL PASO CORRA
016300*    SIN PEDIR CAPTURA MANUAL.
016320*    EL NUMERO DE PASO ES SU LLAVE EN LOTECTL Y NO CAMBIA; EL
016340*    ORDEN DE EJECUCION ES EL DE ESTA TABLA.
016400 01  PASOS-VALORES.
016500     05  FILLER                      PIC 9(02) VALUE 01.
016600     05  FILLER                      PIC X(30)
016700         VALUE "Cajero-Ordenes-Ejecutar".
016800     05  FILLER                      PIC X(03) VALUE "DN ".
016900     05  FILLER                      PIC X(12)
017000         VALUE "000000000000".
017100     05  FILLER                      PIC X(12) VALUE SPACES.
017200     05  FILLER                      PIC 9(02) VALUE 02.
017300     05  FILLER                      PIC X(30)
017400         VALUE "Cajero-Interbancario-Recibir".
017500     05  FILLER                      PIC X(03) VALUE "DN ".
017600     05  FILLER                      PIC X(12)
017700         VALUE "000000000000".
017800     05  FILLER                      PIC X(12) VALUE SPACES.
017900     05  FILLER                      PIC 9(02) VALUE 03.
018000     05  FILLER                      PIC X(30)
018100         VALUE "Cajero-Cheques-Compensar".
018200     05  FILLER                      PIC X(03) VALUE "DN ".
018300     05  FILLER                      PIC X(12)
018400         VALUE "000000000000".
018500     05  FILLER                      PIC X(12) VALUE SPACES.
018512     05  FILLER                      PIC 9(02) VALUE 12.
018524     05  FILLER                      PIC X(30)
018536         VALUE "Cajero-Nomina-Abonar".
018548     05  FILLER                      PIC X(03) VALUE "DN ".
018560     05  FILLER                      PIC X(12)
018572         VALUE "000000000000".
018584     05  FILLER                      PIC X(12) VALUE SPACES.
018600     05  FILLER                      PIC 9(02) VALUE 04.
018700     05  FILLER                      PIC X(30)
018800         VALUE "Cajero-Interes-Ahorro".
018900     05  FILLER                      PIC X(03) VALUE "MN ".
019000     05  FILLER                      PIC X(12)
019100         VALUE "010203000000".
019200     05  FILLER                      PIC X(12)
019300         VALUE "TASA-AHORRO".
019400     05  FILLER                      PIC 9(02) VALUE 05.
019500     05  FILLER                      PIC X(30)
019600         VALUE "Cajero-Comision-Mensual".
019700     05  FILLER                      PIC X(03) VALUE "MN ".
019800     05  FILLER                      PIC X(12)
019900         VALUE "010203040000".
020000     05  FILLER                      PIC X(12) VALUE SPACES.
020010     05  FILLER                      PIC 9(02) VALUE 10.
020020     05  FILLER                      PIC X(30)
020030         VALUE "Cajero-Cuentas-Liquidar".
020040     05  FILLER                      PIC X(03) VALUE "DN ".
020050     05  FILLER                      PIC X(12)
020060         VALUE "010203040512".
020070     05  FILLER                      PIC X(12) VALUE SPACES.
020100     05  FILLER                      PIC 9(02) VALUE 06.
020200     05  FILLER                      PIC X(30)
020300         VALUE "Cajero-Cierre-Diario".
020400     05  FILLER                      PIC X(03) VALUE "DNC".
020500     05  FILLER                      PIC X(12)
020600         VALUE "010203040510".
020700     05  FILLER                      PIC X(12) VALUE SPACES.
020800     05  FILLER                      PIC 9(02) VALUE 07.
020900     05  FILLER                      PIC X(30)
021000         VALUE "Cajero-Interbancario-Enviar".
021100     05  FILLER                      PIC X(03) VALUE "DS ".
021200     05  FILLER                      PIC X(12)
021300         VALUE "060000000000".
021400     05  FILLER                      PIC X(12) VALUE SPACES.
021500     05  FILLER                      PIC 9(02) VALUE 08.
021600     05  FILLER                      PIC X(30)
021700         VALUE "Cajero-Cuentas-Inactivas".
021800     05  FILLER                      PIC X(03) VALUE "QN ".
021900     05  FILLER                      PIC X(12)
022000         VALUE "060000000000".
022100     05  FILLER                      PIC X(12)
022200         VALUE "DIAS-DORMANC".
022300     05  FILLER                      PIC 9(02) VALUE 09.
022400     05  FILLER                      PIC X(30)
022500         VALUE "Cajero-Archivar-Movimientos".
022600     05  FILLER                      PIC X(03) VALUE "MNA".
022700     05  FILLER                      PIC X(12)
022800         VALUE "060000000000".
022900     05  FILLER                      PIC X(12) VALUE SPACES.
022910     05  FILLER                      PIC 9(02) VALUE 11.
022920     05  FILLER                      PIC X(30)
022930         VALUE "Cajero-Efectivo-Pronostico".
022940     05  FILLER                      PIC X(03) VALUE "DN ".
022950     05  FILLER                      PIC X(12)
022960         VALUE "060900000000".
022970     05  FILLER                      PIC X(12) VALUE SPACES.
023000 01  PASOS-TABLA REDEFINES PASOS-VALORES.
023100     05  PASO-DEFINICION OCCURS 12 TIMES INDEXED BY DEF-IDX.
023200         10  DEF-PASO                PIC 9(02).
023300         10  DEF-PROGRAMA            PIC X(30).
023400         10  DEF-FRECUENCIA          PIC X(01).
023500         10  DEF-UNICA-VEZ           PIC X(01).
023600         10  DEF-ENTRADA             PIC X(01).
023700         10  DEF-PASOS-PREVIOS       PIC X(12).
023800         10  DEF-PARAMETRO           PIC X(12).
023900******************************************************************
024000 PROCEDURE DIVISION.
024100******************************************************************
024200*    0000-MAINLINE
024300*    CONTROLA LA SECUENCIA DEL LOTE: TOMA LA FECHA DE NEGOCIO,
024400*    SIEMBRA O RECUPERA SUS PASOS, OFRECE LIBERAR UN PASO FALLIDO,
024500*    CORRE LOS PASOS EN ORDEN E IMPRIME LA BITACORA DE LA CORRIDA.
024600*    SI AL FINAL QUEDA ALGUN PASO SIN TERMINAR, EL LOTE TERMINA
024700*    CON CODIGO DE RETORNO 16.
024800******************************************************************
024900 0000-MAINLINE.
025000
025100     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
025200
025300     IF CORRIDA-CANCELADA
025400         MOVE 16 TO RETURN-CODE
025500         STOP RUN
025600     END-IF.
025700
025800     PERFORM 2000-SEMBRAR-PASO-RTN THRU
025900         2000-SEMBRAR-PASO-RTN-EXIT
026000         VARYING DEF-IDX FROM 1 BY 1
026100         UNTIL DEF-IDX > TOTAL-PASOS.
026200
026300     IF PASOS-SEMBRADOS > ZERO
026400         DISPLAY "PASOS DADOS DE ALTA PARA LA FECHA: "
026500             PASOS-SEMBRADOS
026600     END-IF.
026700
026800     IF PASOS-FALLIDOS-PREVIOS > ZERO
026900         PERFORM 2500-LIBERAR-PASO-RTN THRU
027000             2500-LIBERAR-PASO-RTN-EXIT
027100     END-IF.
027200
027300     PERFORM 3000-EJECUTAR-PASO-RTN THRU
027400         3000-EJECUTAR-PASO-RTN-EXIT
027500         VARYING DEF-IDX FROM 1 BY 1
027600         UNTIL DEF-IDX > TOTAL-PASOS OR CORRIDA-DETENIDA.
027700
027800     PERFORM 5000-IMPRIMIR-BITACORA-RTN THRU
027900         5000-IMPRIMIR-BITACORA-RTN-EXIT.
028000
028100     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
028200
028300     DISPLAY "PASOS CORRIDOS EN ESTA EJECUCION : "
028400         PASOS-EJECUTADOS.
028500     DISPLAY "PASOS RECHAZADOS                 : "
028600         PASOS-RECHAZADOS.
028700
028800     IF CORRIDA-DETENIDA OR PASOS-RECHAZADOS > ZERO OR
028900         TOTAL-FALLIDOS > ZERO OR TOTAL-PENDIENTES > ZERO
029000         MOVE 16 TO RETURN-CODE
029100     END-IF.
029200
029300     STOP RUN.
029400******************************************************************
029500*    1000-INICIALIZAR-RTN
029600*    TOMA LA FECHA DE NEGOCIO (HOY SI NO SE CAPTURA), ABRE EL
029700*    ARCHIVO DE CONTROL DE CORRIDA (CREANDOLO LA PRIMERA VEZ) Y
029800*    EVALUA QUE PASOS PERIODICOS LE TOCAN A LA FECHA.
029900******************************************************************
030000 1000-INICIALIZAR-RTN.
030100
030200     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
030300
030400     DISPLAY "==============================================".
030500     DISPLAY "   LOTE NOCTURNO DE FIN DE DIA".
030600     DISPLAY "==============================================".
030700     DISPLAY "FECHA DE NEGOCIO (AAAAMMDD, ENTER = HOY): ".
030800     ACCEPT FECHA-PARM-ENTRADA FROM CONSOLE.
030900     IF FECHA-PARM-ENTRADA IS NUMERIC
031000         MOVE FECHA-PARM-ENTRADA TO FECHA-NEGOCIO
031100     ELSE
031200         MOVE FECHA-HOY TO FECHA-NEGOCIO
031300     END-IF.
031400
031500     IF FNG-MES < 1 OR FNG-MES > 12 OR FNG-DIA < 1 OR
031600         FNG-DIA > 31
031700         DISPLAY "*** ERROR: FECHA DE NEGOCIO INVALIDA ("
031800             FECHA-NEGOCIO ") ***"
031900         SET CORRIDA-CANCELADA TO TRUE
032000         GO TO 1000-INICIALIZAR-RTN-EXIT
032100     END-IF.
032200
032300     OPEN I-O BATCH-CONTROL-FILE.
032400     IF LOTE-FILE-STATUS = "35"
032500         OPEN OUTPUT BATCH-CONTROL-FILE
032600         CLOSE BATCH-CONTROL-FILE
032700         OPEN I-O BATCH-CONTROL-FILE
032800     END-IF.
032900     IF LOTE-FILE-STATUS NOT = "00"
033000         DISPLAY "*** ERROR: NO SE PUDO ABRIR EL ARCHIVO DE "
033100             "CONTROL DEL LOTE (STATUS " LOTE-FILE-STATUS ") ***"
033200         SET CORRIDA-CANCELADA TO TRUE
033300         GO TO 1000-INICIALIZAR-RTN-EXIT
033400     END-IF.
033500
033600     PERFORM 1100-EVALUAR-CALENDARIO-RTN THRU
033700         1100-EVALUAR-CALENDARIO-RTN-EXIT.
033800
033900     DISPLAY "FECHA DE NEGOCIO: " FECHA-NEGOCIO.
034000     IF FIN-DE-MES-NEGOCIO
034100         DISPLAY "FIN DE MES: CORREN LOS PASOS MENSUALES."
034200     END-IF.
034300
034400 1000-INICIALIZAR-RTN-EXIT.
034500     EXIT.
034600******************************************************************
034700*    1100-EVALUAR-CALENDARIO-RTN
034800*    DETERMINA SI LA FECHA DE NEGOCIO ES EL ULTIMO DIA DE SU MES
034900*    (FEBRERO CON 29 DIAS EN ANIO BISIESTO) Y SI ES QUINCENA (DIA
035000*    15 O FIN DE MES), Y ARMA LA FECHA DE CORTE DEL ARCHIVO DE
035100*    MOVIMIENTOS: EL PRIMER DIA DEL MES DE NEGOCIO, PARA QUE LA
035200*    BITACORA VIVA CONSERVE EL MES QUE SE ACABA DE CERRAR.
035300******************************************************************
035400 1100-EVALUAR-CALENDARIO-RTN.
035500
035600     MOVE DIAS-DEL-MES(FNG-MES) TO DIAS-MES-TOPE.
035700     IF FNG-MES = 2
035800         DIVIDE FNG-ANIO BY 4 GIVING ANIO-COCIENTE
035900             REMAINDER RESTO-ANIO
036000         IF RESTO-ANIO = ZERO
036100             MOVE 29 TO DIAS-MES-TOPE
036200             DIVIDE FNG-ANIO BY 100 GIVING ANIO-COCIENTE
036300                 REMAINDER RESTO-ANIO
036400             IF RESTO-ANIO = ZERO
036500                 MOVE 28 TO DIAS-MES-TOPE
036600                 DIVIDE FNG-ANIO BY 400 GIVING ANIO-COCIENTE
036700                     REMAINDER RESTO-ANIO
036800                 IF RESTO-ANIO = ZERO
036900                     MOVE 29 TO DIAS-MES-TOPE
037000                 END-IF
037100             END-IF
037200         END-IF
037300     END-IF.
037400
037500     IF FNG-DIA = DIAS-MES-TOPE
037600         SET FIN-DE-MES-NEGOCIO TO TRUE
037700     END-IF.
037800     IF FNG-DIA = 15 OR FIN-DE-MES-NEGOCIO
037900         SET QUINCENA-NEGOCIO TO TRUE
038000     END-IF.
038100
038200     MOVE FECHA-NEGOCIO TO FECHA-CORTE-ARCHIVO.
038300     MOVE 1 TO FCA-DIA.
038400
038500 1100-EVALUAR-CALENDARIO-RTN-EXIT.
038600     EXIT.
038700******************************************************************
038800*    2000-SEMBRAR-PASO-RTN
038900*    BUSCA EL PASO EN TURNO DE LA DEFINICION EN EL CONTROL DE LA
039000*    FECHA. SI NO EXISTE LO DA DE ALTA PENDIENTE CON SU PROGRAMA,
039100*    FRECUENCIA Y PASOS PREVIOS. SI EXISTE Y QUEDO EN EJECUCION,
039200*    LA CORRIDA ANTERIOR SE CAYO CON EL PASO A MEDIAS: SE MARCA
039300*    FALLIDO PARA QUE SE REANUDE DESDE EL. LOS FALLIDOS SE
039400*    LISTAN PARA QUE OPERACION DECIDA SI LIBERA ALGUNO.
039500******************************************************************
039600 2000-SEMBRAR-PASO-RTN.
039700
039800     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
039900     MOVE DEF-PASO(DEF-IDX) TO LOTE-PASO.
040000     SET PASO-ENCONTRADO TO TRUE.
040100     READ BATCH-CONTROL-FILE
040200         INVALID KEY
040300             MOVE "N" TO PASO-ENCONTRADO-SW
040400     END-READ.
040500
040600     IF NOT PASO-ENCONTRADO
040700         MOVE DEF-PROGRAMA(DEF-IDX) TO LOTE-PROGRAMA
040800         MOVE DEF-FRECUENCIA(DEF-IDX) TO LOTE-FRECUENCIA
040900         MOVE DEF-UNICA-VEZ(DEF-IDX) TO LOTE-UNICA-VEZ
041000         MOVE DEF-ENTRADA(DEF-IDX) TO LOTE-ENTRADA
041100         MOVE DEF-PASOS-PREVIOS(DEF-IDX) TO LOTE-PASOS-PREVIOS
041200         MOVE DEF-PARAMETRO(DEF-IDX) TO LOTE-PARAMETRO
041300         SET LOTE-PENDIENTE TO TRUE
041400         MOVE ZERO TO LOTE-INTENTOS
041500         MOVE ZERO TO LOTE-FECHA-INICIO
041600         MOVE ZERO TO LOTE-HORA-INICIO
041700         MOVE ZERO TO LOTE-FECHA-FIN
041800         MOVE ZERO TO LOTE-HORA-FIN
041900         MOVE ZERO TO LOTE-CODIGO-RETORNO
042000         MOVE SPACES TO LOTE-OBSERVACION
042100         WRITE BATCH-CONTROL-RECORD
042200         IF LOTE-FILE-STATUS NOT = "00"
042300             DISPLAY "*** ALERTA: NO SE DIO DE ALTA EL PASO "
042400                 LOTE-PASO " (STATUS " LOTE-FILE-STATUS ") ***"
042500         ELSE
042600             ADD 1 TO PASOS-SEMBRADOS
042700         END-IF
042800         GO TO 2000-SEMBRAR-PASO-RTN-EXIT
042900     END-IF.
043000
043100     IF LOTE-EN-EJECUCION
043200         SET LOTE-FALLIDO TO TRUE
043300         MOVE "INTERRUMPIDO: EL PASO NO REPORTO SU FIN"
043400             TO LOTE-OBSERVACION
043500         REWRITE BATCH-CONTROL-RECORD
043600         IF LOTE-FILE-STATUS NOT = "00"
043700             DISPLAY "*** ALERTA: NO SE MARCO FALLIDO EL PASO "
043800                 LOTE-PASO " (STATUS " LOTE-FILE-STATUS ") ***"
043900         END-IF
044000     END-IF.
044100
044200     IF LOTE-FALLIDO
044300         ADD 1 TO PASOS-FALLIDOS-PREVIOS
044400         DISPLAY "*** PASO " LOTE-PASO " " LOTE-PROGRAMA
044500             " QUEDO FALLIDO: " LOTE-OBSERVACION
044600     END-IF.
044700
044800 2000-SEMBRAR-PASO-RTN-EXIT.
044900     EXIT.
045000******************************************************************
045100*    2500-LIBERAR-PASO-RTN
045200*    PERMITE A OPERACION LIBERAR UN PASO FALLIDO ANTES DE
045300*    REANUDAR: R LO DEJA PENDIENTE PARA QUE SE VUELVA A CORRER
045400*    (UNICA FORMA DE REEJECUTAR UN PASO DE UNA SOLA VEZ) Y T LO
045500*    DA POR TERMINADO CUANDO OPERACION YA COMPLETO O VERIFICO A
045600*    MANO SU TRABAJO. ENTER NO LIBERA NADA.
045700******************************************************************
045800 2500-LIBERAR-PASO-RTN.
045900
046000     DISPLAY "PASO FALLIDO A LIBERAR (NN, ENTER = NINGUNO): ".
046100     ACCEPT PASO-PARM-ENTRADA FROM CONSOLE.
046200     IF PASO-PARM-ENTRADA IS NOT NUMERIC
046300         GO TO 2500-LIBERAR-PASO-RTN-EXIT
046400     END-IF.
046500
046600     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
046700     MOVE PASO-PARM-ENTRADA TO LOTE-PASO.
046800     READ BATCH-CONTROL-FILE
046900         INVALID KEY
047000             DISPLAY "*** AVISO: EL PASO " PASO-PARM-ENTRADA
047100                 " NO EXISTE EN LA FECHA. NO SE LIBERA. ***"
047200             GO TO 2500-LIBERAR-PASO-RTN-EXIT
047300     END-READ.
047400
047500     IF NOT LOTE-FALLIDO
047600         DISPLAY "*** AVISO: EL PASO " LOTE-PASO
047700             " NO ESTA FALLIDO. NO SE LIBERA. ***"
047800         GO TO 2500-LIBERAR-PASO-RTN-EXIT
047900     END-IF.
048000
048100     DISPLAY "ACCION (R = REEJECUTAR, T = DAR POR TERMINADO): ".
048200     ACCEPT ACCION-PARM-ENTRADA FROM CONSOLE.
048300     EVALUATE ACCION-PARM-ENTRADA
048400         WHEN "R"
048500         WHEN "r"
048600             SET LOTE-PENDIENTE TO TRUE
048700             MOVE "LIBERADO POR OPERACION PARA REEJECUTAR"
048800                 TO LOTE-OBSERVACION
048900         WHEN "T"
049000         WHEN "t"
049100             SET LOTE-TERMINADO TO TRUE
049200             ACCEPT LOTE-FECHA-FIN FROM DATE YYYYMMDD
049300             ACCEPT LOTE-HORA-FIN FROM TIME
049400             MOVE "DADO POR TERMINADO POR OPERACION"
049500                 TO LOTE-OBSERVACION
049600         WHEN OTHER
049700             DISPLAY "*** AVISO: ACCION INVALIDA. NO SE LIBERA. "
049800                 "***"
049900             GO TO 2500-LIBERAR-PASO-RTN-EXIT
050000     END-EVALUATE.
050100
050200     REWRITE BATCH-CONTROL-RECORD.
050300     IF LOTE-FILE-STATUS NOT = "00"
050400         DISPLAY "*** ALERTA: NO SE LIBERO EL PASO " LOTE-PASO
050500             " (STATUS " LOTE-FILE-STATUS ") ***"
050600     ELSE
050700         DISPLAY "PASO " LOTE-PASO " LIBERADO: " LOTE-OBSERVACION
050800     END-IF.
050900
051000 2500-LIBERAR-PASO-RTN-EXIT.
051100     EXIT.
051200******************************************************************
051300*    3000-EJECUTAR-PASO-RTN
051400*    DECIDE QUE HACER CON EL PASO EN TURNO: LOS TERMINADOS Y
051500*    OMITIDOS SE SALTAN; LOS QUE NO TOCAN EN LA FECHA SE OMITEN;
051600*    UN PASO DE UNA SOLA VEZ QUE YA FALLO, UN PASO CON PASOS
051700*    PREVIOS SIN TERMINAR O SIN SU PARAMETRO VIGENTE SE RECHAZA Y
051800*    QUEDA COMO ESTABA; CUALQUIER OTRO SE CORRE.
051900******************************************************************
052000 3000-EJECUTAR-PASO-RTN.
052100
052200     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
052300     MOVE DEF-PASO(DEF-IDX) TO LOTE-PASO.
052400     READ BATCH-CONTROL-FILE
052500         INVALID KEY
052600             DISPLAY "*** ALERTA: NO SE LEYO EL PASO " LOTE-PASO
052700                 " (STATUS " LOTE-FILE-STATUS ") ***"
052800             GO TO 3000-EJECUTAR-PASO-RTN-EXIT
052900     END-READ.
053000
053100     IF LOTE-TERMINADO OR LOTE-OMITIDO
053200         DISPLAY "PASO " LOTE-PASO " " LOTE-PROGRAMA
053300             " YA QUEDO TERMINADO U OMITIDO."
053400         GO TO 3000-EJECUTAR-PASO-RTN-EXIT
053500     END-IF.
053600
053700     IF (LOTE-FIN-DE-MES AND NOT FIN-DE-MES-NEGOCIO) OR
053800         (LOTE-QUINCENAL AND NOT QUINCENA-NEGOCIO)
053900         SET LOTE-OMITIDO TO TRUE
054000         MOVE "NO LE TOCA CORRER EN ESTA FECHA"
054100             TO LOTE-OBSERVACION
054200         PERFORM 3900-ACTUALIZAR-PASO-RTN THRU
054300             3900-ACTUALIZAR-PASO-RTN-EXIT
054400         DISPLAY "PASO " LOTE-PASO " " LOTE-PROGRAMA " OMITIDO."
054500         GO TO 3000-EJECUTAR-PASO-RTN-EXIT
054600     END-IF.
054700
054800     IF LOTE-FALLIDO AND LOTE-NO-REEJECUTABLE
054900         MOVE "NO SE REEJECUTA SOLO: REVISAR Y LIBERAR"
055000             TO LOTE-OBSERVACION
055100         PERFORM 3800-RECHAZAR-PASO-RTN THRU
055200             3800-RECHAZAR-PASO-RTN-EXIT
055300         GO TO 3000-EJECUTAR-PASO-RTN-EXIT
055400     END-IF.
055500
055600     MOVE LOTE-PASOS-PREVIOS TO PREVIOS-EN-TURNO.
055700     SET PREVIOS-COMPLETOS TO TRUE.
055800     PERFORM 3100-VERIFICAR-PREVIO-RTN THRU
055900         3100-VERIFICAR-PREVIO-RTN-EXIT
056000         VARYING PREV-IDX FROM 1 BY 1
056100         UNTIL PREV-IDX > 6 OR NOT PREVIOS-COMPLETOS.
056200
056300     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
056400     MOVE DEF-PASO(DEF-IDX) TO LOTE-PASO.
056500     READ BATCH-CONTROL-FILE
056600         INVALID KEY
056700             DISPLAY "*** ALERTA: NO SE RELEYO EL PASO " LOTE-PASO
056800                 " (STATUS " LOTE-FILE-STATUS ") ***"
056900             GO TO 3000-EJECUTAR-PASO-RTN-EXIT
057000     END-READ.
057100
057200     IF NOT PREVIOS-COMPLETOS
057300         MOVE SPACES TO LOTE-OBSERVACION
057400         STRING "FALTA TERMINAR EL PASO " DELIMITED BY SIZE
057500             PASO-FALTANTE DELIMITED BY SIZE
057600             INTO LOTE-OBSERVACION
057700         PERFORM 3800-RECHAZAR-PASO-RTN THRU
057800             3800-RECHAZAR-PASO-RTN-EXIT
057900         GO TO 3000-EJECUTAR-PASO-RTN-EXIT
058000     END-IF.
058100
058200     IF LOTE-PARAMETRO NOT = SPACES
058300         PERFORM 3200-VERIFICAR-PARAMETRO-RTN THRU
058400             3200-VERIFICAR-PARAMETRO-RTN-EXIT
058500         IF NOT PARAMETRO-VIGENTE
058600             MOVE SPACES TO LOTE-OBSERVACION
058700             STRING "SIN PARAMETRO " DELIMITED BY SIZE
058800                 LOTE-PARAMETRO DELIMITED BY SPACE
058900                 " VIGENTE EN PARAMMST" DELIMITED BY SIZE
059000                 INTO LOTE-OBSERVACION
059100             PERFORM 3800-RECHAZAR-PASO-RTN THRU
059200                 3800-RECHAZAR-PASO-RTN-EXIT
059300             GO TO 3000-EJECUTAR-PASO-RTN-EXIT
059400         END-IF
059500     END-IF.
059600
059700     PERFORM 3300-CORRER-PASO-RTN THRU 3300-CORRER-PASO-RTN-EXIT.
059800
059900 3000-EJECUTAR-PASO-RTN-EXIT.
060000     EXIT.
060100******************************************************************
060200*    3100-VERIFICAR-PREVIO-RTN
060300*    LEE EL PASO PREVIO EN TURNO DEL PASO QUE SE VA A CORRER. UN
060400*    PREVIO QUE NO EXISTE O QUE NO ESTA TERMINADO NI OMITIDO
060500*    DEJA EL PASO SIN PREVIOS COMPLETOS. LAS POSICIONES EN CERO
060600*    NO SE USAN.
060700******************************************************************
060800 3100-VERIFICAR-PREVIO-RTN.
060900
061000     IF PREVIO-EN-TURNO(PREV-IDX) = ZERO
061100         GO TO 3100-VERIFICAR-PREVIO-RTN-EXIT
061200     END-IF.
061300
061400     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
061500     MOVE PREVIO-EN-TURNO(PREV-IDX) TO LOTE-PASO.
061600     SET PASO-ENCONTRADO TO TRUE.
061700     READ BATCH-CONTROL-FILE
061800         INVALID KEY
061900             MOVE "N" TO PASO-ENCONTRADO-SW
062000     END-READ.
062100
062200     IF NOT PASO-ENCONTRADO OR
062300         (NOT LOTE-TERMINADO AND NOT LOTE-OMITIDO)
062400         MOVE "N" TO PREVIOS-COMPLETOS-SW
062500         MOVE PREVIO-EN-TURNO(PREV-IDX) TO PASO-FALTANTE
062600     END-IF.
062700
062800 3100-VERIFICAR-PREVIO-RTN-EXIT.
062900     EXIT.
063000******************************************************************
063100*    3200-VERIFICAR-PARAMETRO-RTN
063200*    CONFIRMA QUE LA CLAVE DE PARAMETROS QUE NECESITA EL PASO
063300*    TENGA UN VALOR VIGENTE MAYOR A CERO (EL ACTUAL SI SU FECHA
063400*    EFECTIVA YA LLEGO O EL ANTERIOR MIENTRAS UN CAMBIO SIGUE
063500*    PENDIENTE), CON LA MISMA REGLA QUE USAN LOS PROGRAMAS. SIN
063600*    EL, EL PASO PEDIRIA LA CAPTURA MANUAL DE RESPALDO Y EL LOTE
063700*    SE QUEDARIA ESPERANDO A MITAD DE LA NOCHE.
063800******************************************************************
063900 3200-VERIFICAR-PARAMETRO-RTN.
064000
064100     MOVE "N" TO PARAMETRO-VIGENTE-SW.
064200     OPEN INPUT PARAMETER-FILE.
064300     IF PARAM-FILE-STATUS NOT = "00"
064400         GO TO 3200-VERIFICAR-PARAMETRO-RTN-EXIT
064500     END-IF.
064600
064700     MOVE LOTE-PARAMETRO TO PRM-CLAVE.
064800     READ PARAMETER-FILE
064900         INVALID KEY
065000             CONTINUE
065100         NOT INVALID KEY
065200             IF PRM-FECHA-EFECTIVA NOT > FECHA-HOY AND
065300                 PRM-VALOR > ZERO
065400                 SET PARAMETRO-VIGENTE TO TRUE
065500             ELSE
065600                 IF PRM-FECHA-EFECTIVA > FECHA-HOY AND
065700                     PRM-FECHA-ANTERIOR NOT > FECHA-HOY AND
065800                     PRM-VALOR-ANTERIOR > ZERO
065900                     SET PARAMETRO-VIGENTE TO TRUE
066000                 END-IF
066100             END-IF
066200     END-READ.
066300
066400     CLOSE PARAMETER-FILE.
066500
066600 3200-VERIFICAR-PARAMETRO-RTN-EXIT.
066700     EXIT.
066800******************************************************************
066900*    3300-CORRER-PASO-RTN
067000*    MARCA EL PASO EN EJECUCION CON SU HORA DE INICIO Y LO GRABA
067100*    ANTES DE LANZARLO, PARA QUE UNA CAIDA A MEDIO PASO QUEDE
067200*    REGISTRADA. CORRE EL PROGRAMA, GUARDA SU CODIGO DE RETORNO Y
067300*    SU HORA DE FIN, Y LO DEJA TERMINADO (CODIGO CERO) O FALLIDO;
067400*    UN PASO FALLIDO DETIENE EL LOTE. EL SISTEMA ENTREGA EL
067500*    ESTADO DE SALIDA DEL PROGRAMA MULTIPLICADO POR 256; SE
067600*    DIVIDE PARA GUARDAR EL CODIGO DE RETORNO TAL CUAL.
067700******************************************************************
067800 3300-CORRER-PASO-RTN.
067900
068000     SET LOTE-EN-EJECUCION TO TRUE.
068100     ADD 1 TO LOTE-INTENTOS.
068200     ACCEPT LOTE-FECHA-INICIO FROM DATE YYYYMMDD.
068300     ACCEPT LOTE-HORA-INICIO FROM TIME.
068400     MOVE ZERO TO LOTE-FECHA-FIN.
068500     MOVE ZERO TO LOTE-HORA-FIN.
068600     MOVE ZERO TO LOTE-CODIGO-RETORNO.
068700     MOVE SPACES TO LOTE-OBSERVACION.
068800     REWRITE BATCH-CONTROL-RECORD.
068900     IF LOTE-FILE-STATUS NOT = "00"
069000         DISPLAY "*** ALERTA: NO SE REGISTRO EL INICIO DEL PASO "
069100             LOTE-PASO " (STATUS " LOTE-FILE-STATUS "). EL LOTE "
069200             "SE DETIENE. ***"
069300         SET CORRIDA-DETENIDA TO TRUE
069400         GO TO 3300-CORRER-PASO-RTN-EXIT
069500     END-IF.
069600
069700     PERFORM 3400-ARMAR-COMANDO-RTN THRU
069800         3400-ARMAR-COMANDO-RTN-EXIT.
069900
070000     DISPLAY "----------------------------------------------".
070100     DISPLAY "INICIA PASO " LOTE-PASO " " LOTE-PROGRAMA.
070200     DISPLAY "----------------------------------------------".
070300     CALL "SYSTEM" USING COMANDO-PASO.
070400     MOVE RETURN-CODE TO CODIGO-SISTEMA.
070500     IF CODIGO-SISTEMA > 255
070600         DIVIDE CODIGO-SISTEMA BY 256 GIVING CODIGO-SISTEMA
070700     END-IF.
070800     MOVE CODIGO-SISTEMA TO LOTE-CODIGO-RETORNO.
070900     MOVE ZERO TO RETURN-CODE.
071000     ADD 1 TO PASOS-EJECUTADOS.
071100
071200     ACCEPT LOTE-FECHA-FIN FROM DATE YYYYMMDD.
071300     ACCEPT LOTE-HORA-FIN FROM TIME.
071400     IF LOTE-CODIGO-RETORNO = ZERO
071500         SET LOTE-TERMINADO TO TRUE
071600         DISPLAY "PASO " LOTE-PASO " TERMINADO."
071700     ELSE
071800         SET LOTE-FALLIDO TO TRUE
071900         MOVE LOTE-CODIGO-RETORNO TO CODIGO-RETORNO-ED
072000         STRING "TERMINO CON CODIGO DE RETORNO "
072100             DELIMITED BY SIZE
072200             CODIGO-RETORNO-ED DELIMITED BY SIZE
072300             INTO LOTE-OBSERVACION
072400         SET CORRIDA-DETENIDA TO TRUE
072500         DISPLAY "*** ERROR: EL PASO " LOTE-PASO " "
072600             LOTE-OBSERVACION ". EL LOTE SE DETIENE. ***"
072700     END-IF.
072800
072900     PERFORM 3900-ACTUALIZAR-PASO-RTN THRU
073000         3900-ACTUALIZAR-PASO-RTN-EXIT.
073100
073200 3300-CORRER-PASO-RTN-EXIT.
073300     EXIT.
073400******************************************************************
073500*    3400-ARMAR-COMANDO-RTN
073600*    ARMA LA LINEA DE COMANDO DEL PASO. LOS PROGRAMAS QUE PIDEN
073700*    DATOS POR CONSOLA LOS RECIBEN YA CONTESTADOS: AL CIERRE SE
073800*    LE DA LA FECHA DE NEGOCIO Y MODO NORMAL (SIN RECUPERACION) Y
073900*    AL ARCHIVO DE MOVIMIENTOS SU FECHA DE CORTE. LOS DEMAS NO
074000*    RECIBEN ENTRADA, PARA QUE NINGUNO SE QUEDE ESPERANDO.
074100******************************************************************
074200 3400-ARMAR-COMANDO-RTN.
074300
074400     MOVE SPACES TO COMANDO-PASO.
074500     EVALUATE TRUE
074600         WHEN LOTE-ENTRADA-CIERRE
074700             STRING "printf '" DELIMITED BY SIZE
074800                 FECHA-NEGOCIO DELIMITED BY SIZE
074900                 "\nN\n' | ./" DELIMITED BY SIZE
075000                 LOTE-PROGRAMA DELIMITED BY SPACE
075100                 INTO COMANDO-PASO
075200         WHEN LOTE-ENTRADA-CORTE
075300             STRING "printf '" DELIMITED BY SIZE
075400                 FECHA-CORTE-ARCHIVO DELIMITED BY SIZE
075500                 "\n' | ./" DELIMITED BY SIZE
075600                 LOTE-PROGRAMA DELIMITED BY SPACE
075700                 INTO COMANDO-PASO
075800         WHEN OTHER
075900             STRING "./" DELIMITED BY SIZE
076000                 LOTE-PROGRAMA DELIMITED BY SPACE
076100                 " < /dev/null" DELIMITED BY SIZE
076200                 INTO COMANDO-PASO
076300     END-EVALUATE.
076400
076500 3400-ARMAR-COMANDO-RTN-EXIT.
076600     EXIT.
076700******************************************************************
076800*    3800-RECHAZAR-PASO-RTN
076900*    DEJA ASENTADO EN EL CONTROL POR QUE SE RECHAZO EL PASO EN
077000*    TURNO (YA ARMADO EN LOTE-OBSERVACION) SIN CAMBIAR SU ESTADO,
077100*    Y LO REPORTA EN CONSOLA.
077200******************************************************************
077300 3800-RECHAZAR-PASO-RTN.
077400
077500     ADD 1 TO PASOS-RECHAZADOS.
077600     PERFORM 3900-ACTUALIZAR-PASO-RTN THRU
077700         3900-ACTUALIZAR-PASO-RTN-EXIT.
077800     DISPLAY "*** RECHAZADO PASO " LOTE-PASO " " LOTE-PROGRAMA
077900         " ***".
078000     DISPLAY "    " LOTE-OBSERVACION.
078100
078200 3800-RECHAZAR-PASO-RTN-EXIT.
078300     EXIT.
078400******************************************************************
078500*    3900-ACTUALIZAR-PASO-RTN
078600*    REGRABA EL REGISTRO DE CONTROL DEL PASO EN TURNO.
078700******************************************************************
078800 3900-ACTUALIZAR-PASO-RTN.
078900
079000     REWRITE BATCH-CONTROL-RECORD.
079100     IF LOTE-FILE-STATUS NOT = "00"
079200         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL CONTROL DEL "
079300             "PASO " LOTE-PASO " (STATUS " LOTE-FILE-STATUS
079400             ") ***"
079500     END-IF.
079600
079700 3900-ACTUALIZAR-PASO-RTN-EXIT.
079800     EXIT.
079900******************************************************************
080000*    5000-IMPRIMIR-BITACORA-RTN
080100*    IMPRIME LA BITACORA DE LA CORRIDA A PARTIR DEL CONTROL DE LA
080200*    FECHA, NO DE LO QUE HIZO ESTA CORRIDA, PARA QUE DESPUES DE
080300*    UNA REANUDACION MUESTRE LA NOCHE COMPLETA: UN RENGLON POR
080400*    PASO CON SU ESTADO, INICIO, FIN Y CODIGO DE RETORNO, LOS
080500*    TOTALES POR ESTADO Y LAS LINEAS DE FIRMA DEL TURNO MATUTINO.
080600******************************************************************
080700 5000-IMPRIMIR-BITACORA-RTN.
080800
080900     OPEN OUTPUT REPORT-FILE.
081000     IF RPT-FILE-STATUS NOT = "00"
081100         DISPLAY "*** ALERTA: NO SE PUDO ABRIR LA BITACORA DEL "
081200             "LOTE (STATUS " RPT-FILE-STATUS ") ***"
081300         GO TO 5000-IMPRIMIR-BITACORA-RTN-EXIT
081400     END-IF.
081500
081600     ACCEPT HORA-ACTUAL FROM TIME.
081700     MOVE HORA-ACTUAL TO HORA-TRABAJO-NUM.
081800
081900     MOVE ALL "=" TO REPORT-LINE.
082000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
082100     MOVE SPACES TO REPORT-LINE.
082200     STRING "BITACORA DEL LOTE NOCTURNO - FECHA DE NEGOCIO "
082300         DELIMITED BY SIZE
082400         FECHA-NEGOCIO DELIMITED BY SIZE
082500         INTO REPORT-LINE.
082600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
082700     MOVE SPACES TO REPORT-LINE.
082800     STRING "EMITIDA EL " DELIMITED BY SIZE
082900         FECHA-HOY DELIMITED BY SIZE
083000         " A LAS " DELIMITED BY SIZE
083100         HTD-HORA DELIMITED BY SIZE
083200         ":" DELIMITED BY SIZE
083300         HTD-MINUTO DELIMITED BY SIZE
083400         INTO REPORT-LINE.
083500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
083600     MOVE ALL "=" TO REPORT-LINE.
083700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
083800     MOVE SPACES TO REPORT-LINE.
083900     STRING "PS PROGRAMA                     " DELIMITED BY SIZE
084000         "ESTADO     " DELIMITED BY SIZE
084100         "INICIO         " DELIMITED BY SIZE
084200         "FIN            " DELIMITED BY SIZE
084300         "   RC" DELIMITED BY SIZE
084400         INTO REPORT-LINE.
084500     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
084600     MOVE ALL "-" TO REPORT-LINE.
084700     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
084800
084900     MOVE ZERO TO TOTAL-TERMINADOS.
085000     MOVE ZERO TO TOTAL-OMITIDOS.
085100     MOVE ZERO TO TOTAL-FALLIDOS.
085200     MOVE ZERO TO TOTAL-PENDIENTES.
085300     MOVE "N" TO FIN-PASOS-SW.
085400     MOVE FECHA-NEGOCIO TO LOTE-FECHA-NEGOCIO.
085500     MOVE ZERO TO LOTE-PASO.
085600     START BATCH-CONTROL-FILE KEY IS NOT LESS THAN LOTE-LLAVE
085700         INVALID KEY
085800             SET FIN-PASOS TO TRUE
085900     END-START.
086000     PERFORM 5100-LISTAR-PASO-RTN THRU 5100-LISTAR-PASO-RTN-EXIT
086100         UNTIL FIN-PASOS.
086200
086300     PERFORM 5500-RESUMEN-RTN THRU 5500-RESUMEN-RTN-EXIT.
086400
086500     CLOSE REPORT-FILE.
086600
086700 5000-IMPRIMIR-BITACORA-RTN-EXIT.
086800     EXIT.
086900******************************************************************
087000*    5100-LISTAR-PASO-RTN
087100*    LEE EL SIGUIENTE PASO DE LA FECHA, LO CUENTA EN SU ESTADO E
087200*    IMPRIME SU RENGLON. SI EL PASO LLEVA OBSERVACION O MAS DE UN
087300*    INTENTO, AGREGA UN SEGUNDO RENGLON CON ELLOS.
087400******************************************************************
087500 5100-LISTAR-PASO-RTN.
087600
087700     READ BATCH-CONTROL-FILE NEXT RECORD
087800         AT END
087900             SET FIN-PASOS TO TRUE
088000             GO TO 5100-LISTAR-PASO-RTN-EXIT
088100     END-READ.
088200     IF LOTE-FECHA-NEGOCIO NOT = FECHA-NEGOCIO
088300         SET FIN-PASOS TO TRUE
088400         GO TO 5100-LISTAR-PASO-RTN-EXIT
088500     END-IF.
088600
088700     EVALUATE TRUE
088800         WHEN LOTE-TERMINADO
088900             ADD 1 TO TOTAL-TERMINADOS
089000             MOVE "TERMINADO" TO ESTADO-DESCRIPCION
089100         WHEN LOTE-OMITIDO
089200             ADD 1 TO TOTAL-OMITIDOS
089300             MOVE "OMITIDO" TO ESTADO-DESCRIPCION
089400         WHEN LOTE-FALLIDO
089500             ADD 1 TO TOTAL-FALLIDOS
089600             MOVE "FALLIDO" TO ESTADO-DESCRIPCION
089700         WHEN LOTE-EN-EJECUCION
089800             ADD 1 TO TOTAL-PENDIENTES
089900             MOVE "EN PROCESO" TO ESTADO-DESCRIPCION
090000         WHEN OTHER
090100             ADD 1 TO TOTAL-PENDIENTES
090200             MOVE "PENDIENTE" TO ESTADO-DESCRIPCION
090300     END-EVALUATE.
090400
090500     MOVE LOTE-PROGRAMA TO PROGRAMA-ED.
090600     MOVE SPACES TO INICIO-ED.
090700     IF LOTE-FECHA-INICIO NOT = ZERO
090800         MOVE LOTE-HORA-INICIO TO HORA-TRABAJO-NUM
090900         STRING LOTE-FECHA-INICIO DELIMITED BY SIZE
091000             " " DELIMITED BY SIZE
091100             HTD-HORA DELIMITED BY SIZE
091200             ":" DELIMITED BY SIZE
091300             HTD-MINUTO DELIMITED BY SIZE
091400             INTO INICIO-ED
091500     END-IF.
091600     MOVE SPACES TO FIN-ED.
091700     IF LOTE-FECHA-FIN NOT = ZERO
091800         MOVE LOTE-HORA-FIN TO HORA-TRABAJO-NUM
091900         STRING LOTE-FECHA-FIN DELIMITED BY SIZE
092000             " " DELIMITED BY SIZE
092100             HTD-HORA DELIMITED BY SIZE
092200             ":" DELIMITED BY SIZE
092300             HTD-MINUTO DELIMITED BY SIZE
092400             INTO FIN-ED
092500     END-IF.
092600     MOVE LOTE-CODIGO-RETORNO TO CODIGO-RETORNO-ED.
092700
092800     MOVE SPACES TO REPORT-LINE.
092900     STRING LOTE-PASO DELIMITED BY SIZE
093000         " " DELIMITED BY SIZE
093100         PROGRAMA-ED DELIMITED BY SIZE
093200         " " DELIMITED BY SIZE
093300         ESTADO-DESCRIPCION DELIMITED BY SIZE
093400         " " DELIMITED BY SIZE
093500         INICIO-ED DELIMITED BY SIZE
093600         " " DELIMITED BY SIZE
093700         FIN-ED DELIMITED BY SIZE
093800         " " DELIMITED BY SIZE
093900         CODIGO-RETORNO-ED DELIMITED BY SIZE
094000         INTO REPORT-LINE.
094100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
094200
094300     IF LOTE-OBSERVACION NOT = SPACES OR LOTE-INTENTOS > 1
094400         MOVE SPACES TO REPORT-LINE
094500         STRING "   INTENTOS: " DELIMITED BY SIZE
094600             LOTE-INTENTOS DELIMITED BY SIZE
094700             "  " DELIMITED BY SIZE
094800             LOTE-OBSERVACION DELIMITED BY SIZE
094900             INTO REPORT-LINE
095000         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
095100     END-IF.
095200
095300 5100-LISTAR-PASO-RTN-EXIT.
095400     EXIT.
095500******************************************************************
095600*    5500-RESUMEN-RTN
095700*    IMPRIME LOS TOTALES POR ESTADO, SI LA NOCHE QUEDO COMPLETA O
095800*    DEBE REANUDARSE, Y LAS LINEAS DE REVISION Y FIRMA DEL TURNO
095900*    MATUTINO.
096000******************************************************************
096100 5500-RESUMEN-RTN.
096200
096300     MOVE ALL "-" TO REPORT-LINE.
096400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
096500
096600     MOVE SPACES TO REPORT-LINE.
096700     STRING "PASOS TERMINADOS          : " DELIMITED BY SIZE
096800         TOTAL-TERMINADOS DELIMITED BY SIZE
096900         INTO REPORT-LINE.
097000     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
097100
097200     MOVE SPACES TO REPORT-LINE.
097300     STRING "PASOS OMITIDOS POR FECHA  : " DELIMITED BY SIZE
097400         TOTAL-OMITIDOS DELIMITED BY SIZE
097500         INTO REPORT-LINE.
097600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
097700
097800     MOVE SPACES TO REPORT-LINE.
097900     STRING "PASOS FALLIDOS            : " DELIMITED BY SIZE
098000         TOTAL-FALLIDOS DELIMITED BY SIZE
098100         INTO REPORT-LINE.
098200     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
098300
098400     MOVE SPACES TO REPORT-LINE.
098500     STRING "PASOS PENDIENTES          : " DELIMITED BY SIZE
098600         TOTAL-PENDIENTES DELIMITED BY SIZE
098700         INTO REPORT-LINE.
098800     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
098900
099000     MOVE SPACES TO REPORT-LINE.
099100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
099200
099300     IF TOTAL-FALLIDOS = ZERO AND TOTAL-PENDIENTES = ZERO
099400         MOVE "CORRIDA COMPLETA." TO REPORT-LINE
099500         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
099600     ELSE
099700         MOVE "CORRIDA INCOMPLETA. CORREGIR LA CAUSA Y VOLVER A"
099800             TO REPORT-LINE
099900         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
100000         MOVE "CORRER EL LOTE CON LA MISMA FECHA DE NEGOCIO."
100100             TO REPORT-LINE
100200         PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT
100300     END-IF.
100400
100500     MOVE SPACES TO REPORT-LINE.
100600     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
100700     MOVE "REVISO (TURNO MATUTINO): ___________________________"
100800         TO REPORT-LINE.
100900     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
101000     MOVE SPACES TO REPORT-LINE.
101100     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
101200     MOVE "FIRMA: __________________   FECHA Y HORA: ____________"
101300         TO REPORT-LINE.
101400     PERFORM 5900-EMITIR-RTN THRU 5900-EMITIR-RTN-EXIT.
101500
101600 5500-RESUMEN-RTN-EXIT.
101700     EXIT.
101800******************************************************************
101900*    5900-EMITIR-RTN
102000*    DESPLIEGA EN CONSOLA Y ESCRIBE EN LA BITACORA DEL LOTE LA
102100*    LINEA YA ARMADA EN REPORT-LINE.
102200******************************************************************
102300 5900-EMITIR-RTN.
102400
102500     DISPLAY REPORT-LINE.
102600     WRITE REPORT-LINE.
102700
102800 5900-EMITIR-RTN-EXIT.
102900     EXIT.
103000******************************************************************
103100*    9000-TERMINAR-RTN
103200*    CIERRA EL ARCHIVO DE CONTROL DEL LOTE.
103300******************************************************************
103400 9000-TERMINAR-RTN.
103500
103600     CLOSE BATCH-CONTROL-FILE.
103700
103800 9000-TERMINAR-RTN-EXIT.
103900     EXIT.
104000
104100 END PROGRAM CAJERO-LOTE-NOCTURNO.

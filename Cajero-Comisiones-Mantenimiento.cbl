000100******************************************************************
000200* PROGRAM-ID:  CAJERO-COMISIONES-MANTENIMIENTO
000300* AUTHOR:      J. MELENDEZ RUIZ
000400* INSTALLATION: DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA
000500* DATE-WRITTEN: 2026-10-15
000600* DATE-COMPILED:
000700* PURPOSE:     UTILERIA DE MANTENIMIENTO DE LA TABLA DE
000800*              COMISIONES (COMISMST). PERMITE VER LAS COMISIONES
000900*              POR TIPO DE MOVIMIENTO Y LAS CUOTAS MENSUALES DE
001000*              MANEJO POR TIPO DE CUENTA, Y CAMBIARLAS CON FECHA
001100*              EFECTIVA, IGUAL QUE EL MANTENIMIENTO DE
001200*              PARAMETROS. CUANDO EL ARCHIVO SE CREA POR PRIMERA
001300*              VEZ SE SIEMBRA CON TODAS LAS COMISIONES EN CERO,
001400*              PARA QUE NADA SE COBRE HASTA QUE OPERACION LO
001500*              DECIDA.
001600* TECTONICS:   cobc
001700*
001800* MODIFICATION HISTORY
001900* DATE       INIT  DESCRIPTION
002000* ---------  ----  --------------------------------------------
002100* 2026-10-15 JMR   VERSION ORIGINAL - CONSULTA Y CAMBIO DE
002200*                  COMISIONES CON FECHA EFECTIVA Y AUDITORIA.
002300******************************************************************
002400 IDENTIFICATION DIVISION.
002500 PROGRAM-ID. CAJERO-COMISIONES-MANTENIMIENTO.
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
003700     SELECT FEE-SCHEDULE-FILE
003800         ASSIGN TO "COMISMST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS COM-CLAVE
004200         FILE STATUS IS COMIS-FILE-STATUS.
004300
004400     SELECT OPERATOR-MASTER-FILE
004500         ASSIGN TO "OPERMST"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS OPER-ID
004900         FILE STATUS IS OPER-FILE-STATUS.
005000
005100     SELECT AUDIT-LOG-FILE
005200         ASSIGN TO "AUDITLOG"
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS AUD-FILE-STATUS.
005500******************************************************************
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  FEE-SCHEDULE-FILE
005900     LABEL RECORDS ARE STANDARD.
006000     COPY COMREC.
006100
006200 FD  OPERATOR-MASTER-FILE
006300     LABEL RECORDS ARE STANDARD.
006400     COPY OPERREC.
006500
006600 FD  AUDIT-LOG-FILE
006700     LABEL RECORDS ARE STANDARD.
006800     COPY AUDREC.
006900******************************************************************
007000 WORKING-STORAGE SECTION.
007100 01  SWITCHES.
007200     05  SALIR-SW                    PIC X(01) VALUE "N".
007300         88  SALIR-COMISIONES            VALUE "Y".
007400     05  VALIDO-SW                   PIC X(01) VALUE "N".
007500         88  CAPTURA-VALIDA              VALUE "Y".
007600     05  COMIS-EOF-SW                PIC X(01) VALUE "N".
007700         88  COMIS-FIN                   VALUE "Y".
007800     05  COMIS-EXISTE-SW             PIC X(01) VALUE "N".
007900         88  COMIS-EXISTE                VALUE "Y".
008000     05  FIRMA-SW                    PIC X(01) VALUE "N".
008100         88  FIRMA-VALIDA                VALUE "Y".
008200
008300 01  ARCHIVO-STATUS-FIELDS.
008400     05  COMIS-FILE-STATUS           PIC X(02) VALUE SPACES.
008500     05  OPER-FILE-STATUS            PIC X(02) VALUE SPACES.
008600     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
008700
008800 77  OPCION-ENTRADA                  PIC X(01)  VALUE SPACE.
008900 77  OPCION                          PIC 9(01)  VALUE ZERO.
009000 77  FECHA-HOY                       PIC 9(08)  VALUE ZERO.
009100 77  HORA-ACTUAL                     PIC 9(08)  VALUE ZERO.
009200 77  OPERADOR-CAPTURADO              PIC X(08)  VALUE SPACES.
009300 77  PASSWORD-CAPTURADO              PIC X(08)  VALUE SPACES.
009400 77  OPERADOR-FIRMADO                PIC X(08)  VALUE SPACES.
009500 77  INTENTOS-OPERADOR               PIC 9(01)  VALUE ZERO COMP.
009600 77  MAX-INTENTOS-OPERADOR           PIC 9(01)  VALUE 3 COMP.
009700 77  PROGRAMA-AUDITORIA              PIC X(08)  VALUE "COMIMANT".
009800 77  CLAVE-CAPTURADA                 PIC X(12)  VALUE SPACES.
009900 77  MONTO-CAPTURADO                 PIC 9(05)V9(02) VALUE ZERO.
010000 77  LIBRES-CAPTURADO                PIC 9(03)  VALUE ZERO.
010100 77  SALDO-MIN-CAPTURADO             PIC 9(07)V9(02) VALUE ZERO.
010200 77  FECHA-CAPTURADA                 PIC 9(08)  VALUE ZERO.
010300 77  MONTO-COMISION-ED               PIC Z(04)9.9(02) VALUE ZERO.
010400 77  SALDO-MINIMO-ED                 PIC Z(06)9.9(02) VALUE ZERO.
010500 77  AUDIT-ANTERIOR-TRABAJO          PIC X(18)  VALUE SPACES.
010600 77  AUDIT-NUEVO-TRABAJO             PIC X(18)  VALUE SPACES.
010610 77  MONTO-PREVIO                    PIC 9(05)V9(02) VALUE ZERO.
010620 77  LIBRES-PREVIO                   PIC 9(03)  VALUE ZERO.
010630 77  SALDO-MIN-PREVIO                PIC 9(07)V9(02) VALUE ZERO.
010700******************************************************************
010800 PROCEDURE DIVISION.
010900******************************************************************
011000*    0000-MAINLINE
011100*    ABRE LOS ARCHIVOS, EXIGE LA FIRMA DEL OPERADOR Y REPITE EL
011200*    MENU DE COMISIONES HASTA QUE EL OPERADOR TERMINA.
011300******************************************************************
011400 0000-MAINLINE.
011500
011600     PERFORM 1000-INICIALIZAR-RTN THRU 1000-INICIALIZAR-RTN-EXIT.
011700
011800     PERFORM 1200-FIRMAR-OPERADOR-RTN THRU
011900         1200-FIRMAR-OPERADOR-RTN-EXIT.
012000     IF NOT FIRMA-VALIDA
012100         SET SALIR-COMISIONES TO TRUE
012200     END-IF.
012300
012400     PERFORM 2000-MENU-RTN THRU 2000-MENU-RTN-EXIT
012500         UNTIL SALIR-COMISIONES.
012600
012700     PERFORM 9000-TERMINAR-RTN THRU 9000-TERMINAR-RTN-EXIT.
012800
012900     STOP RUN.
013000******************************************************************
013100*    1000-INICIALIZAR-RTN
013200*    ABRE LA TABLA DE COMISIONES (SEMBRANDOLA EN CERO SI SE CREA
013300*    POR PRIMERA VEZ), EL MAESTRO DE OPERADORES Y LA BITACORA DE
013400*    AUDITORIA.
013500******************************************************************
013600 1000-INICIALIZAR-RTN.
013700
013800     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
013900
014000     OPEN I-O FEE-SCHEDULE-FILE.
014100     IF COMIS-FILE-STATUS = "35"
014200         OPEN OUTPUT FEE-SCHEDULE-FILE
014300         CLOSE FEE-SCHEDULE-FILE
014400         OPEN I-O FEE-SCHEDULE-FILE
014500         PERFORM 1150-SEMBRAR-COMISIONES-RTN THRU
014600             1150-SEMBRAR-COMISIONES-RTN-EXIT
014700     END-IF.
014800
014900     OPEN I-O OPERATOR-MASTER-FILE.
015000     IF OPER-FILE-STATUS = "35"
015100         OPEN OUTPUT OPERATOR-MASTER-FILE
015200         CLOSE OPERATOR-MASTER-FILE
015300         OPEN I-O OPERATOR-MASTER-FILE
015400         PERFORM 1100-SEMBRAR-OPERADOR-RTN THRU
015500             1100-SEMBRAR-OPERADOR-RTN-EXIT
015600     END-IF.
015700
015800     OPEN EXTEND AUDIT-LOG-FILE.
015900     IF AUD-FILE-STATUS = "35"
016000         OPEN OUTPUT AUDIT-LOG-FILE
016100         CLOSE AUDIT-LOG-FILE
016200         OPEN EXTEND AUDIT-LOG-FILE
016300     END-IF.
016400
016500     DISPLAY "==============================================".
016600     DISPLAY "   MANTENIMIENTO DE LA TABLA DE COMISIONES".
016700     DISPLAY "==============================================".
016800
016900 1000-INICIALIZAR-RTN-EXIT.
017000     EXIT.
017100******************************************************************
017200*    1100-SEMBRAR-OPERADOR-RTN
017300*    SIEMBRA EL OPERADOR SUPERVISOR INICIAL, UNICAMENTE CUANDO EL
017400*    MAESTRO DE OPERADORES SE CREA POR PRIMERA VEZ, PARA QUE LA
017500*    UTILERIA SEA UTILIZABLE. LA CONTRASENA INICIAL DEBE
017600*    CAMBIARSE EN CUANTO SE ENTREGA AL SUPERVISOR.
017700******************************************************************
017800 1100-SEMBRAR-OPERADOR-RTN.
017900
018000     MOVE "SUPERV" TO OPER-ID.
018100     MOVE "INICIAL1" TO OPER-PASSWORD.
018200     MOVE "SUPERVISOR INICIAL" TO OPER-NAME.
018300     SET OPER-ACTIVO TO TRUE.
018400     WRITE OPERATOR-MASTER-RECORD.
018500     DISPLAY "AVISO: SE CREO EL MAESTRO DE OPERADORES CON EL "
018600         "OPERADOR SUPERV / INICIAL1.".
018700     DISPLAY "CAMBIE ESA CONTRASENA EN EL MANTENIMIENTO "
018800         "DE CUENTAS (OPCION 4) EN CUANTO SEA POSIBLE.".
018900
019000 1100-SEMBRAR-OPERADOR-RTN-EXIT.
019100     EXIT.
019200******************************************************************
019300*    1150-SEMBRAR-COMISIONES-RTN
019400*    SIEMBRA LA TABLA DE COMISIONES CON UN RENGLON POR CADA TIPO
019500*    DE MOVIMIENTO QUE PUEDE COBRAR COMISION Y UNO POR CADA TIPO
019600*    DE CUENTA PARA LA CUOTA DE MANEJO, TODOS EN CERO Y
019700*    EFECTIVOS DESDE HOY. ASI EL CAJERO Y EL BATCH MENSUAL
019800*    SIGUEN SIN COBRAR NADA HASTA QUE SE CAPTUREN LOS IMPORTES.
019900******************************************************************
020000 1150-SEMBRAR-COMISIONES-RTN.
020100
020200     MOVE "RETIRO" TO COM-CLAVE.
020300     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
020400         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
020500
020600     MOVE "TRANSF-ORIG" TO COM-CLAVE.
020700     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
020800         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
020900
021000     MOVE "INTERB-ENV" TO COM-CLAVE.
021100     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
021200         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
021300
021400     MOVE "DEP-EFECTIVO" TO COM-CLAVE.
021500     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
021600         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
021700
021800     MOVE "DEP-CHEQUE" TO COM-CLAVE.
021900     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
022000         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
022100
022200     MOVE "MANT-C" TO COM-CLAVE.
022300     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
022400         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
022500
022600     MOVE "MANT-S" TO COM-CLAVE.
022700     PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
022800         1160-ESCRIBIR-SEMILLA-RTN-EXIT.
022900
023000     DISPLAY "AVISO: SE CREO LA TABLA DE COMISIONES CON TODOS "
023100         "LOS IMPORTES EN CERO.".
023200
023300 1150-SEMBRAR-COMISIONES-RTN-EXIT.
023400     EXIT.
023500******************************************************************
023600*    1160-ESCRIBIR-SEMILLA-RTN
023700*    COMPLETA Y ESCRIBE EL RENGLON SEMILLA EN TURNO: VALORES EN
023800*    CERO EFECTIVOS DESDE HOY, Y LOS ANTERIORES IGUALES A LOS
023900*    VIGENTES PARA QUE LOS LECTORES SIEMPRE TENGAN UN VALOR
024000*    APLICABLE.
024100******************************************************************
024200 1160-ESCRIBIR-SEMILLA-RTN.
024300
024400     MOVE ZERO TO COM-MONTO.
024500     MOVE ZERO TO COM-LIBRES-MES.
024600     MOVE ZERO TO COM-SALDO-MINIMO.
024700     MOVE FECHA-HOY TO COM-FECHA-EFECTIVA.
024800     MOVE COM-VALORES TO COM-VALORES-ANTERIORES.
024900     WRITE FEE-SCHEDULE-RECORD.
025000
025100 1160-ESCRIBIR-SEMILLA-RTN-EXIT.
025200     EXIT.
025300******************************************************************
025400*    1200-FIRMAR-OPERADOR-RTN
025500*    PIDE OPERADOR Y CONTRASENA Y LOS VALIDA CONTRA EL MAESTRO DE
025600*    OPERADORES ANTES DE PERMITIR TOCAR LAS COMISIONES. TRAS
025700*    AGOTAR LOS INTENTOS LA UTILERIA TERMINA SIN OPERAR.
025800******************************************************************
025900 1200-FIRMAR-OPERADOR-RTN.
026000
026100     PERFORM 1210-INTENTO-FIRMA-RTN THRU
026200         1210-INTENTO-FIRMA-RTN-EXIT
026300         UNTIL FIRMA-VALIDA OR
026400             INTENTOS-OPERADOR = MAX-INTENTOS-OPERADOR.
026500
026600     IF NOT FIRMA-VALIDA
026700         DISPLAY "Demasiados intentos. Terminando la utileria."
026800     END-IF.
026900
027000 1200-FIRMAR-OPERADOR-RTN-EXIT.
027100     EXIT.
027200******************************************************************
027300*    1210-INTENTO-FIRMA-RTN
027400*    CAPTURA UN INTENTO DE FIRMA Y LO VALIDA: EL OPERADOR DEBE
027500*    EXISTIR, ESTAR ACTIVO Y COINCIDIR EN CONTRASENA.
027600******************************************************************
027700 1210-INTENTO-FIRMA-RTN.
027800
027900     DISPLAY "Operador: ".
028000     ACCEPT OPERADOR-CAPTURADO.
028100     DISPLAY "Contrasena: ".
028200     ACCEPT PASSWORD-CAPTURADO.
028300     ADD 1 TO INTENTOS-OPERADOR.
028400
028500     MOVE OPERADOR-CAPTURADO TO OPER-ID.
028600     READ OPERATOR-MASTER-FILE
028700         INVALID KEY
028800             DISPLAY "Operador o contrasena incorrectos."
028900         NOT INVALID KEY
029000             IF OPER-ACTIVO AND
029100                 OPER-PASSWORD = PASSWORD-CAPTURADO
029200                 SET FIRMA-VALIDA TO TRUE
029300                 MOVE OPER-ID TO OPERADOR-FIRMADO
029400                 DISPLAY "Bienvenido " OPER-NAME
029500             ELSE
029600                 DISPLAY "Operador o contrasena incorrectos."
029700             END-IF
029800     END-READ.
029900
030000 1210-INTENTO-FIRMA-RTN-EXIT.
030100     EXIT.
030200******************************************************************
030300*    1900-ESCRIBIR-AUDITORIA-RTN
030400*    ESCRIBE EN LA BITACORA DE AUDITORIA UN CAMBIO DE LA TABLA DE
030500*    COMISIONES. EL LLAMADOR DEJA EN AUDIT-ANTERIOR-TRABAJO Y
030600*    AUDIT-NUEVO-TRABAJO EL DATO QUE CAMBIO CON SU ETIQUETA
030700*    (MONTO, LIBRES O MINIMO); LA CLAVE VA EN AUD-MOTIVO.
030800******************************************************************
030900 1900-ESCRIBIR-AUDITORIA-RTN.
031000
031100     ACCEPT HORA-ACTUAL FROM TIME.
031200     MOVE FECHA-HOY TO AUD-DATE.
031300     MOVE HORA-ACTUAL TO AUD-TIME.
031400     MOVE OPERADOR-FIRMADO TO AUD-OPERATOR.
031500     MOVE PROGRAMA-AUDITORIA TO AUD-PROGRAMA.
031600     MOVE "CAMBIO-COMISION" TO AUD-ACTION.
031700     MOVE ZERO TO AUD-CUENTA.
031800     MOVE ZERO TO AUD-DENOM.
031900     MOVE ZERO TO AUD-REFERENCIA.
032000     MOVE CLAVE-CAPTURADA TO AUD-MOTIVO.
032100     MOVE AUDIT-ANTERIOR-TRABAJO TO AUD-VALOR-ANTERIOR.
032200     MOVE AUDIT-NUEVO-TRABAJO TO AUD-VALOR-NUEVO.
032300     WRITE AUDIT-LOG-RECORD.
032400     IF AUD-FILE-STATUS NOT = "00"
032500         DISPLAY "*** ALERTA: NO SE REGISTRO LA AUDITORIA "
032600             "(STATUS " AUD-FILE-STATUS ") ***"
032700     END-IF.
032800
032900 1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
033000     EXIT.
033100******************************************************************
033200*    2000-MENU-RTN
033300*    DESPLIEGA EL MENU DE COMISIONES Y DESPACHA LA OPCION
033400*    ELEGIDA POR EL OPERADOR.
033500******************************************************************
033600 2000-MENU-RTN.
033700
033800     DISPLAY " ".
033900     DISPLAY "1. Ver tabla de comisiones".
034000     DISPLAY "2. Cambiar comision".
034100     DISPLAY "3. Salir".
034200     DISPLAY "Opcion: ".
034300     ACCEPT OPCION-ENTRADA.
034400
034500     MOVE "N" TO VALIDO-SW.
034600     PERFORM 2100-VALIDAR-OPCION-RTN THRU
034700         2100-VALIDAR-OPCION-RTN-EXIT
034800         UNTIL CAPTURA-VALIDA.
034900
035000     EVALUATE OPCION
035100         WHEN 1
035200             PERFORM 3000-VER-COMISIONES-RTN THRU
035300                 3000-VER-COMISIONES-RTN-EXIT
035400         WHEN 2
035500             PERFORM 4000-CAMBIAR-COMISION-RTN THRU
035600                 4000-CAMBIAR-COMISION-RTN-EXIT
035700         WHEN 3
035800             SET SALIR-COMISIONES TO TRUE
035900     END-EVALUATE.
036000
036100 2000-MENU-RTN-EXIT.
036200     EXIT.
036300******************************************************************
036400*    2100-VALIDAR-OPCION-RTN
036500*    VERIFICA QUE LA OPCION CAPTURADA SEA NUMERICA Y ESTE EN EL
036600*    RANGO 1-3, RECAPTURANDO SI NO LO ES.
036700******************************************************************
036800 2100-VALIDAR-OPCION-RTN.
036900
037000     IF OPCION-ENTRADA IS NOT NUMERIC
037100         DISPLAY "Opcion invalida. Ingrese numero de 1 a 3."
037200         DISPLAY "Opcion: "
037300         ACCEPT OPCION-ENTRADA
037400     ELSE
037500         MOVE OPCION-ENTRADA TO OPCION
037600         IF OPCION < 1 OR OPCION > 3
037700             DISPLAY "Opcion invalida. Ingrese numero de 1 a 3."
037800             DISPLAY "Opcion: "
037900             ACCEPT OPCION-ENTRADA
038000         ELSE
038100             SET CAPTURA-VALIDA TO TRUE
038200         END-IF
038300     END-IF.
038400
038500 2100-VALIDAR-OPCION-RTN-EXIT.
038600     EXIT.
038700******************************************************************
038800*    3000-VER-COMISIONES-RTN
038900*    RECORRE LA TABLA DE COMISIONES COMPLETA Y DESPLIEGA CADA
039000*    RENGLON CON SUS VALORES Y FECHA EFECTIVA.
039100******************************************************************
039200 3000-VER-COMISIONES-RTN.
039300
039400     MOVE LOW-VALUES TO COM-CLAVE.
039500     START FEE-SCHEDULE-FILE KEY IS NOT < COM-CLAVE
039600         INVALID KEY
039700             DISPLAY "No hay comisiones registradas."
039800             GO TO 3000-VER-COMISIONES-RTN-EXIT
039900     END-START.
040000
040100     MOVE "N" TO COMIS-EOF-SW.
040200     PERFORM 3100-MOSTRAR-COMISION-RTN THRU
040300         3100-MOSTRAR-COMISION-RTN-EXIT
040400         UNTIL COMIS-FIN.
040500
040600 3000-VER-COMISIONES-RTN-EXIT.
040700     EXIT.
040800******************************************************************
040900*    3100-MOSTRAR-COMISION-RTN
041000*    LEE Y DESPLIEGA EL SIGUIENTE RENGLON DE LA TABLA. UNA
041100*    COMISION POR OPERACION MUESTRA SUS OPERACIONES LIBRES DEL
041200*    MES; UNA CUOTA DE MANEJO MUESTRA SU SALDO MINIMO.
041300******************************************************************
041400 3100-MOSTRAR-COMISION-RTN.
041500
041600     READ FEE-SCHEDULE-FILE NEXT RECORD
041700         AT END
041800             SET COMIS-FIN TO TRUE
041900     END-READ.
042000
042100     IF COMIS-FIN
042200         GO TO 3100-MOSTRAR-COMISION-RTN-EXIT
042300     END-IF.
042400
042500     MOVE COM-MONTO TO MONTO-COMISION-ED.
042600     IF COM-CUOTA-MANEJO
042700         MOVE COM-SALDO-MINIMO TO SALDO-MINIMO-ED
042800         DISPLAY COM-CLAVE " = $" MONTO-COMISION-ED
042900             " SALDO MINIMO $" SALDO-MINIMO-ED
043000             " EFECTIVO DESDE " COM-FECHA-EFECTIVA
043100     ELSE
043200         DISPLAY COM-CLAVE " = $" MONTO-COMISION-ED
043300             " LIBRES AL MES " COM-LIBRES-MES
043400             " EFECTIVO DESDE " COM-FECHA-EFECTIVA
043500     END-IF.
043600
043700     IF COM-FECHA-EFECTIVA > FECHA-HOY
043800         MOVE COM-MONTO-ANTERIOR TO MONTO-COMISION-ED
043900         DISPLAY "             (PENDIENTE; MIENTRAS RIGE $"
044000             MONTO-COMISION-ED " DESDE " COM-FECHA-ANTERIOR ")"
044100     END-IF.
044200
044300 3100-MOSTRAR-COMISION-RTN-EXIT.
044400     EXIT.
044500******************************************************************
044600*    4000-CAMBIAR-COMISION-RTN
044700*    LOCALIZA UN RENGLON POR SU CLAVE, MUESTRA LOS VALORES
044800*    VIGENTES Y CAPTURA LOS NUEVOS CON SU FECHA EFECTIVA,
044900*    DEJANDO CADA DATO CAMBIADO EN LA BITACORA DE AUDITORIA.
045000******************************************************************
045100 4000-CAMBIAR-COMISION-RTN.
045200
045300     DISPLAY " ".
045400     DISPLAY "Clave de la comision (P.EJ. RETIRO O MANT-C): ".
045500     ACCEPT CLAVE-CAPTURADA.
045600
045700     MOVE CLAVE-CAPTURADA TO COM-CLAVE.
045800     MOVE "N" TO COMIS-EXISTE-SW.
045900     READ FEE-SCHEDULE-FILE
046000         INVALID KEY
046100             MOVE "N" TO COMIS-EXISTE-SW
046200         NOT INVALID KEY
046300             SET COMIS-EXISTE TO TRUE
046400     END-READ.
046500
046600     IF NOT COMIS-EXISTE
046700         DISPLAY "La comision no existe."
046800         GO TO 4000-CAMBIAR-COMISION-RTN-EXIT
046900     END-IF.
047000
047100     MOVE COM-MONTO TO MONTO-COMISION-ED.
047200     DISPLAY "Comision vigente: $" MONTO-COMISION-ED
047300         " EFECTIVA DESDE " COM-FECHA-EFECTIVA.
047400
047500     DISPLAY "Comision nueva (99999.99): ".
047600     ACCEPT MONTO-CAPTURADO.
047700     MOVE "N" TO VALIDO-SW.
047800     PERFORM 4100-VALIDAR-MONTO-RTN THRU
047900         4100-VALIDAR-MONTO-RTN-EXIT
048000         UNTIL CAPTURA-VALIDA.
048100
048200     MOVE ZERO TO LIBRES-CAPTURADO.
048300     MOVE ZERO TO SALDO-MIN-CAPTURADO.
048400     IF COM-CUOTA-MANEJO
048500         MOVE COM-SALDO-MINIMO TO SALDO-MINIMO-ED
048600         DISPLAY "Saldo minimo vigente: $" SALDO-MINIMO-ED
048700         DISPLAY "Saldo minimo nuevo (9999999.99): "
048800         ACCEPT SALDO-MIN-CAPTURADO
048900         MOVE "N" TO VALIDO-SW
049000         PERFORM 4300-VALIDAR-SALDO-MIN-RTN THRU
049100             4300-VALIDAR-SALDO-MIN-RTN-EXIT
049200             UNTIL CAPTURA-VALIDA
049300     ELSE
049400         DISPLAY "Operaciones libres al mes vigentes: "
049500             COM-LIBRES-MES
049600         DISPLAY "Operaciones libres al mes nuevas (999): "
049700         ACCEPT LIBRES-CAPTURADO
049800         MOVE "N" TO VALIDO-SW
049900         PERFORM 4400-VALIDAR-LIBRES-RTN THRU
050000             4400-VALIDAR-LIBRES-RTN-EXIT
050100             UNTIL CAPTURA-VALIDA
050200     END-IF.
050300
050400     DISPLAY "Fecha efectiva (AAAAMMDD): ".
050500     ACCEPT FECHA-CAPTURADA.
050600     MOVE "N" TO VALIDO-SW.
050700     PERFORM 4200-VALIDAR-FECHA-RTN THRU
050800         4200-VALIDAR-FECHA-RTN-EXIT
050900         UNTIL CAPTURA-VALIDA.
051000
051100*    SI LOS VALORES VIGENTES YA RIGEN, PASAN A SER LOS
051200*    ANTERIORES; SI TODAVIA ESTABAN PENDIENTES, LOS ANTERIORES
051300*    QUE RIGEN SE CONSERVAN Y LOS PENDIENTES SE REEMPLAZAN.
051400     IF COM-FECHA-EFECTIVA NOT > FECHA-HOY
051500         MOVE COM-VALORES TO COM-VALORES-ANTERIORES
051600     END-IF.
051700
051800     MOVE COM-MONTO TO MONTO-PREVIO.
051900     MOVE COM-LIBRES-MES TO LIBRES-PREVIO.
052000     MOVE COM-SALDO-MINIMO TO SALDO-MIN-PREVIO.
052100     MOVE MONTO-CAPTURADO TO COM-MONTO.
052200     MOVE LIBRES-CAPTURADO TO COM-LIBRES-MES.
052300     MOVE SALDO-MIN-CAPTURADO TO COM-SALDO-MINIMO.
052400     MOVE FECHA-CAPTURADA TO COM-FECHA-EFECTIVA.
052500     REWRITE FEE-SCHEDULE-RECORD.
052600     IF COMIS-FILE-STATUS NOT = "00"
052700         DISPLAY "*** ALERTA: NO SE ACTUALIZO LA COMISION "
052800             "(STATUS " COMIS-FILE-STATUS ") ***"
052900     ELSE
053000         DISPLAY "Comision actualizada con exito."
053100         PERFORM 4500-AUDITAR-CAMBIO-RTN THRU
053200             4500-AUDITAR-CAMBIO-RTN-EXIT
053300     END-IF.
053400
057300 4000-CAMBIAR-COMISION-RTN-EXIT.
057400     EXIT.
057500******************************************************************
057600*    4100-VALIDAR-MONTO-RTN
057700*    VERIFICA QUE LA COMISION NUEVA SEA NUMERICA, RECAPTURANDO SI
057800*    NO LO ES. CERO ES VALIDO: DEJA DE COBRARSE ESA COMISION.
057900******************************************************************
058000 4100-VALIDAR-MONTO-RTN.
058100
058200     IF MONTO-CAPTURADO IS NOT NUMERIC
058300         DISPLAY "Monto invalido. Ingrese un numero."
058400         DISPLAY "Comision nueva (99999.99): "
058500         ACCEPT MONTO-CAPTURADO
058600     ELSE
058700         SET CAPTURA-VALIDA TO TRUE
058800     END-IF.
058900
059000 4100-VALIDAR-MONTO-RTN-EXIT.
059100     EXIT.
059200******************************************************************
059300*    4200-VALIDAR-FECHA-RTN
059400*    VERIFICA QUE LA FECHA EFECTIVA SEA NUMERICA Y MAYOR A CERO,
059500*    RECAPTURANDO SI NO LO ES.
059600******************************************************************
059700 4200-VALIDAR-FECHA-RTN.
059800
059900     IF FECHA-CAPTURADA IS NOT NUMERIC OR FECHA-CAPTURADA = ZERO
060000         DISPLAY "Fecha invalida. Ingrese AAAAMMDD."
060100         DISPLAY "Fecha efectiva (AAAAMMDD): "
060200         ACCEPT FECHA-CAPTURADA
060300     ELSE
060400         SET CAPTURA-VALIDA TO TRUE
060500     END-IF.
060600
060700 4200-VALIDAR-FECHA-RTN-EXIT.
060800     EXIT.
060900******************************************************************
061000*    4300-VALIDAR-SALDO-MIN-RTN
061100*    VERIFICA QUE EL SALDO MINIMO SEA NUMERICO, RECAPTURANDO SI
061200*    NO LO ES. CERO ES VALIDO: LA CUOTA DE MANEJO NO SE COBRA.
061300******************************************************************
061400 4300-VALIDAR-SALDO-MIN-RTN.
061500
061600     IF SALDO-MIN-CAPTURADO IS NOT NUMERIC
061700         DISPLAY "Saldo invalido. Ingrese un numero."
061800         DISPLAY "Saldo minimo nuevo (9999999.99): "
061900         ACCEPT SALDO-MIN-CAPTURADO
062000     ELSE
062100         SET CAPTURA-VALIDA TO TRUE
062200     END-IF.
062300
062400 4300-VALIDAR-SALDO-MIN-RTN-EXIT.
062500     EXIT.
062600******************************************************************
062700*    4400-VALIDAR-LIBRES-RTN
062800*    VERIFICA QUE LAS OPERACIONES LIBRES SEAN NUMERICAS,
062900*    RECAPTURANDO SI NO LO SON. CERO ES VALIDO: SE COBRA DESDE
063000*    LA PRIMERA OPERACION DEL MES.
063100******************************************************************
063200 4400-VALIDAR-LIBRES-RTN.
063300
063400     IF LIBRES-CAPTURADO IS NOT NUMERIC
063500         DISPLAY "Cantidad invalida. Ingrese un numero."
063600         DISPLAY "Operaciones libres al mes nuevas (999): "
063700         ACCEPT LIBRES-CAPTURADO
063800     ELSE
063900         SET CAPTURA-VALIDA TO TRUE
064000     END-IF.
064100
064200 4400-VALIDAR-LIBRES-RTN-EXIT.
064300     EXIT.
064410******************************************************************
064420*    4500-AUDITAR-CAMBIO-RTN
064430*    DEJA EN LA BITACORA DE AUDITORIA UN REGISTRO POR CADA DATO
064440*    DEL RENGLON QUE CAMBIO: LA COMISION SIEMPRE (SU FECHA
064450*    EFECTIVA CAMBIA AUNQUE EL IMPORTE SEA EL MISMO), Y EL SALDO
064460*    MINIMO O LAS OPERACIONES LIBRES SOLO SI SE MODIFICARON.
064470******************************************************************
064480 4500-AUDITAR-CAMBIO-RTN.
064490
064500     MOVE SPACES TO AUDIT-ANTERIOR-TRABAJO.
064510     MOVE MONTO-PREVIO TO MONTO-COMISION-ED.
064520     STRING "MONTO " DELIMITED BY SIZE
064530            MONTO-COMISION-ED DELIMITED BY SIZE
064540         INTO AUDIT-ANTERIOR-TRABAJO.
064550     MOVE SPACES TO AUDIT-NUEVO-TRABAJO.
064560     MOVE COM-MONTO TO MONTO-COMISION-ED.
064570     STRING "MONTO " DELIMITED BY SIZE
064580            MONTO-COMISION-ED DELIMITED BY SIZE
064590         INTO AUDIT-NUEVO-TRABAJO.
064600     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
064610         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
064620
064630     IF COM-CUOTA-MANEJO AND
064640         COM-SALDO-MINIMO NOT = SALDO-MIN-PREVIO
064650         MOVE SPACES TO AUDIT-ANTERIOR-TRABAJO
064660         MOVE SALDO-MIN-PREVIO TO SALDO-MINIMO-ED
064670         STRING "MINIMO " DELIMITED BY SIZE
064680                SALDO-MINIMO-ED DELIMITED BY SIZE
064690             INTO AUDIT-ANTERIOR-TRABAJO
064700         MOVE SPACES TO AUDIT-NUEVO-TRABAJO
064710         MOVE COM-SALDO-MINIMO TO SALDO-MINIMO-ED
064720         STRING "MINIMO " DELIMITED BY SIZE
064730                SALDO-MINIMO-ED DELIMITED BY SIZE
064740             INTO AUDIT-NUEVO-TRABAJO
064750         PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
064760             1900-ESCRIBIR-AUDITORIA-RTN-EXIT
064770     END-IF.
064780
064790     IF NOT COM-CUOTA-MANEJO AND
064800         COM-LIBRES-MES NOT = LIBRES-PREVIO
064810         MOVE SPACES TO AUDIT-ANTERIOR-TRABAJO
064820         STRING "LIBRES " DELIMITED BY SIZE
064830                LIBRES-PREVIO DELIMITED BY SIZE
064840             INTO AUDIT-ANTERIOR-TRABAJO
064850         MOVE SPACES TO AUDIT-NUEVO-TRABAJO
064860         STRING "LIBRES " DELIMITED BY SIZE
064870                COM-LIBRES-MES DELIMITED BY SIZE
064880             INTO AUDIT-NUEVO-TRABAJO
064890         PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
064900             1900-ESCRIBIR-AUDITORIA-RTN-EXIT
064910     END-IF.
064920
064930 4500-AUDITAR-CAMBIO-RTN-EXIT.
064940     EXIT.
064950******************************************************************
064960*    9000-TERMINAR-RTN
064970*    CIERRA TODOS LOS ARCHIVOS ABIERTOS POR EL PROGRAMA.
064980******************************************************************
064990 9000-TERMINAR-RTN.
065000
065100     CLOSE FEE-SCHEDULE-FILE
065200           OPERATOR-MASTER-FILE
065300           AUDIT-LOG-FILE.
065400
065500 9000-TERMINAR-RTN-EXIT.
065600     EXIT.
065700
065800 END PROGRAM CAJERO-COMISIONES-MANTENIMIENTO.

001100*              Y MANTENER EL MAESTRO DE OPERADORES (CAMBIO DE
001110*              CONTRASENA PROPIA, ALTA Y BAJA DE OPERADORES),
001120*              SIN REQUERIR CAMBIOS DE PROGRAMA NI EDICIONES A
001130*              MANO DE LOS ARCHIVOS. TAMBIEN MANTIENE EL
001150*              MAESTRO DE CLIENTES: ALTA, CAMBIO DE DATOS Y
001170*              CLIENTE AL QUE PERTENECE CADA CUENTA.
001200* TECTONICS:   cobc
001300*
001400* MODIFICATION HISTORY
001870*                  REGISTRO DE CADA ALTA, CAMBIO DE NOMBRE Y
001880*                  CAMBIO DE ESTADO EN LA BITACORA DE AUDITORIA
001890*                  (AUDITLOG) CON VALOR ANTERIOR Y NUEVO.
001891* 2026-09-02 JMR   NUEVAS OPCIONES 4-6 DE MANTENIMIENTO DE
001892*                  OPERADORES: CAMBIO DE CONTRASENA PROPIA, ALTA
001893*                  Y BAJA, TODAS AUDITADAS, PARA QUE LA
001894*                  CONTRASENA SEMILLA DEJE DE SER PERMANENTE.
001895* 2026-10-15 JMR   AL PASAR UNA CUENTA A EN CIERRE SE CAPTURA EL
001896*                  DESTINO DE SU SALDO FINAL (CUENTA INTERNA U
001897*                  OTRO BANCO) EN LIQMST PARA EL BATCH DE
001898*                  LIQUIDACION DE CUENTAS, CON SU AUDITORIA.
001908* 2026-10-15 JMR   MAESTRO DE CLIENTES (CLIEMST): NUEVAS OPCIONES
001918*                  7 ALTA DE CLIENTE, 8 MODIFICAR DATOS DE CLIENTE
001928*                  Y 9 CAMBIAR EL CLIENTE DE UNA CUENTA, TODAS
001938*                  AUDITADAS; SALIR PASA A SER LA OPCION 0. EL
001948*                  ALTA DE CUENTA PIDE SU CLIENTE (O LO DA DE
001958*                  ALTA) Y TOMA DE EL EL TITULAR.
001960* 2026-10-15 JMR   LOS VALORES ANTERIOR Y NUEVO DE LA AUDITORIA
001962*                  Y DE LA TABLA DE CAMBIOS DEL CLIENTE SE
001964*                  AMPLIAN A 40 POSICIONES: YA NO SE TRUNCAN LA
001966*                  CALLE, LA COLONIA NI EL NOMBRE DEL CLIENTE.
001968******************************************************************
002000 IDENTIFICATION DIVISION.
002100 PROGRAM-ID. CAJERO-CUENTAS-MANTENIMIENTO.
002200 AUTHOR. J. MELENDEZ RUIZ.
004084         ASSIGN TO "AUDITLOG"
004086         ORGANIZATION IS SEQUENTIAL
004088         FILE STATUS IS AUD-FILE-STATUS.
004089
004090     SELECT CLOSURE-INSTRUCTION-FILE
004091         ASSIGN TO "LIQMST"
004092         ORGANIZATION IS INDEXED
004093         ACCESS MODE IS DYNAMIC
004094         RECORD KEY IS LIQ-CUENTA
004095         FILE STATUS IS LIQ-FILE-STATUS.
004100
004105     SELECT CUSTOMER-MASTER-FILE
004110         ASSIGN TO "CLIEMST"
004115         ORGANIZATION IS INDEXED
004120         ACCESS MODE IS DYNAMIC
004125         RECORD KEY IS CLI-NUMERO
004130         FILE STATUS IS CLI-FILE-STATUS.
004135
004140     SELECT TRAN-CONTROL-FILE
004145         ASSIGN TO "TRANCTL"
004150         ORGANIZATION IS INDEXED
004155         ACCESS MODE IS DYNAMIC
004160         RECORD KEY IS CTL-KEY
004165         FILE STATUS IS CTL-FILE-STATUS.
004170******************************************************************
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  ACCOUNT-MASTER-FILE
004660 FD  AUDIT-LOG-FILE
004670     LABEL RECORDS ARE STANDARD.
004680     COPY AUDREC.
004682
004684 FD  CLOSURE-INSTRUCTION-FILE
004686     LABEL RECORDS ARE STANDARD.
004688     COPY LIQREC.
004689
004690 FD  CUSTOMER-MASTER-FILE
004691     LABEL RECORDS ARE STANDARD.
004692     COPY CLIREC.
004693
004694 FD  TRAN-CONTROL-FILE
004695     LABEL RECORDS ARE STANDARD.
004696     COPY CTLREC.
004700******************************************************************
004800 WORKING-STORAGE SECTION.
004900 01  SWITCHES.
005520         88  FIRMA-VALIDA                VALUE "Y".
005530     05  OPER-SEMBRADO-SW            PIC X(01) VALUE "N".
005540         88  OPERADOR-SEMBRADO           VALUE "Y".
005560     05  INSTRUCCION-EXISTE-SW       PIC X(01) VALUE "N".
005580         88  INSTRUCCION-EXISTE          VALUE "Y".
005581     05  CLIENTE-EXISTE-SW           PIC X(01) VALUE "N".
005582         88  CLIENTE-EXISTE              VALUE "Y".
005583     05  CUENTAS-CLIENTE-EOF-SW      PIC X(01) VALUE "N".
005584         88  FIN-CUENTAS-CLIENTE         VALUE "Y".
005585     05  MODO-CLIENTE-SW             PIC X(01) VALUE "A".
005586         88  CAPTURANDO-ALTA             VALUE "A".
005587         88  MODIFICANDO-CLIENTE         VALUE "M".
005588     05  OBLIGATORIO-SW              PIC X(01) VALUE "S".
005589         88  DATO-OBLIGATORIO            VALUE "S".
005590     05  TIPO-DATO-SW                PIC X(01) VALUE "T".
005591         88  DATO-TEXTO                  VALUE "T".
005592         88  DATO-POSTAL                 VALUE "P".
005593         88  DATO-DOCUMENTO              VALUE "D".
005594         88  DATO-FECHA                  VALUE "F".
005600
005700 01  ARCHIVO-STATUS-FIELDS.
005800     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
005810     05  OPER-FILE-STATUS            PIC X(02) VALUE SPACES.
005820     05  AUD-FILE-STATUS             PIC X(02) VALUE SPACES.
005870     05  LIQ-FILE-STATUS             PIC X(02) VALUE SPACES.
005880     05  CLI-FILE-STATUS             PIC X(02) VALUE SPACES.
005890     05  CTL-FILE-STATUS             PIC X(02) VALUE SPACES.
005900
006000 77  OPCION-ENTRADA                  PIC X(01)  VALUE SPACE.
006100 77  OPCION                          PIC 9(01)  VALUE ZERO.
006580 77  PROGRAMA-AUDITORIA              PIC X(08)  VALUE "CTASMANT".
006590 77  AUDIT-ACCION                    PIC X(16)  VALUE SPACES.
006600 77  AUDIT-CUENTA                    PIC 9(10)  VALUE ZERO.
006610 77  AUDIT-ANTERIOR                  PIC X(40)  VALUE SPACES.
006620 77  AUDIT-NUEVO                     PIC X(40)  VALUE SPACES.
006630 77  NOMBRE-ANTERIOR                 PIC X(30)  VALUE SPACES.
006640 77  ESTADO-ANTERIOR                 PIC X(01)  VALUE SPACE.
006650 77  SALDO-AUDITORIA-ED              PIC 9(07).9(02) VALUE ZERO.
006651 77  AUDIT-MOTIVO                    PIC X(12)  VALUE SPACES.
006652 77  OPERADOR-OBJETIVO               PIC X(08)  VALUE SPACES.
006653 77  PASSWORD-NUEVO                  PIC X(08)  VALUE SPACES.
006654 77  PASSWORD-CONFIRMA               PIC X(08)  VALUE SPACES.
006655 77  DESTINO-CAPTURADO               PIC X(01)  VALUE SPACE.
006656 77  CUENTA-DESTINO-CAPTURADA        PIC 9(10)  VALUE ZERO.
006657 77  BANCO-CAPTURADO                 PIC 9(03)  VALUE ZERO.
006658 77  CUENTA-EXTERNA-CAPTURADA        PIC X(18)  VALUE SPACES.
006659 77  CUENTA-EN-CIERRE                PIC 9(10)  VALUE ZERO.
006660 77  AUDIT-REFERENCIA                PIC 9(08)  VALUE ZERO.
006661 77  CLIENTE-CAPTURADO               PIC 9(08)  VALUE ZERO.
006662 77  CLIENTE-ANTERIOR                PIC 9(08)  VALUE ZERO.
006663 77  ETIQUETA-CAPTURA                PIC X(45)  VALUE SPACES.
006664 77  CAMPO-CAPTURA                   PIC X(12)  VALUE SPACES.
006665 77  DATO-ACTUAL                     PIC X(40)  VALUE SPACES.
006666 77  DATO-CAPTURADO                  PIC X(40)  VALUE SPACES.
006667 77  CP-ENTRADA                      PIC X(05)  VALUE SPACES.
006668 77  FECHA-ENTRADA                   PIC X(08)  VALUE SPACES.
006669 77  TOTAL-CAMBIOS                   PIC 9(02)  VALUE ZERO COMP.
006670 77  CAMBIO-IDX                      PIC 9(02)  VALUE ZERO COMP.
006671 77  CUENTAS-ACTUALIZADAS            PIC 9(05)  VALUE ZERO.
006672
006673 01  FECHA-CAPTURADA                 PIC 9(08)  VALUE ZERO.
006674 01  FECHA-CAPTURADA-R REDEFINES FECHA-CAPTURADA.
006675     05  FECHA-CAPT-ANIO             PIC 9(04).
006676     05  FECHA-CAPT-MES              PIC 9(02).
006677     05  FECHA-CAPT-DIA              PIC 9(02).
006678
006679*    DATOS DEL CLIENTE CAMBIADOS EN UNA MODIFICACION, PARA
006680*    AUDITARLOS UNO POR UNO UNA VEZ REESCRITO EL CLIENTE.
006681 01  TABLA-CAMBIOS-CLIENTE.
006682     05  CAMBIO-CLIENTE OCCURS 10 TIMES.
006683         10  CAMBIO-CAMPO            PIC X(12).
006684         10  CAMBIO-ANTERIOR         PIC X(40).
006685         10  CAMBIO-NUEVO            PIC X(40).
006686******************************************************************
006700 PROCEDURE DIVISION.
006800******************************************************************
006900*    0000-MAINLINE
008400*    1000-INICIALIZAR-RTN
008500*    ABRE EL MAESTRO DE CUENTAS. SI TODAVIA NO EXISTE, LO CREA
008600*    VACIO PARA QUE EL OPERADOR DE ALTA LA PRIMERA CUENTA.
008610*    ABRE TAMBIEN EL MAESTRO DE CLIENTES Y EL ARCHIVO DE CONTROL
008620*    DE FOLIOS (NUMERO DE CLIENTE), CREANDOLOS SI NO EXISTEN.
008700******************************************************************
008800 1000-INICIALIZAR-RTN.
008900
009500         CLOSE ACCOUNT-MASTER-FILE
009600         OPEN I-O ACCOUNT-MASTER-FILE
009700     END-IF.
009701
009702     OPEN I-O CLOSURE-INSTRUCTION-FILE.
009703     IF LIQ-FILE-STATUS = "35"
009704         OPEN OUTPUT CLOSURE-INSTRUCTION-FILE
009705         CLOSE CLOSURE-INSTRUCTION-FILE
009706         OPEN I-O CLOSURE-INSTRUCTION-FILE
009707     END-IF.
009710
009720     OPEN I-O OPERATOR-MASTER-FILE.
009730     IF OPER-FILE-STATUS = "35"
009797         CLOSE AUDIT-LOG-FILE
009798         OPEN EXTEND AUDIT-LOG-FILE
009799     END-IF.
009804
009809     OPEN I-O CUSTOMER-MASTER-FILE.
009814     IF CLI-FILE-STATUS = "35"
009819         OPEN OUTPUT CUSTOMER-MASTER-FILE
009824         CLOSE CUSTOMER-MASTER-FILE
009829         OPEN I-O CUSTOMER-MASTER-FILE
009834     END-IF.
009839
009844     OPEN I-O TRAN-CONTROL-FILE.
009849     IF CTL-FILE-STATUS = "35"
009854         OPEN OUTPUT TRAN-CONTROL-FILE
009859         CLOSE TRAN-CONTROL-FILE
009864         OPEN I-O TRAN-CONTROL-FILE
009869     END-IF.
009874
009900     DISPLAY "==============================================".
010000     DISPLAY "   MANTENIMIENTO DE CUENTAS Y TARJETAS".
010100     DISPLAY "==============================================".
010546*    ESCRIBE UN REGISTRO EN LA BITACORA DE AUDITORIA CON EL
010548*    OPERADOR FIRMADO Y LOS DATOS DE LA ACCION QUE ACABA DE
010550*    APLICARSE (ACCION, CUENTA Y VALORES ANTERIOR Y NUEVO).
010551*    LA REFERENCIA (NUMERO DE CLIENTE) SE LIMPIA AL ESCRIBIR.
010552******************************************************************
010554 1900-ESCRIBIR-AUDITORIA-RTN.
010556
010568     MOVE AUDIT-ACCION TO AUD-ACTION.
010570     MOVE AUDIT-CUENTA TO AUD-CUENTA.
010572     MOVE ZERO TO AUD-DENOM.
010574     MOVE AUDIT-REFERENCIA TO AUD-REFERENCIA.
010576     MOVE AUDIT-MOTIVO TO AUD-MOTIVO.
010578     MOVE AUDIT-ANTERIOR TO AUD-VALOR-ANTERIOR.
010580     MOVE AUDIT-NUEVO TO AUD-VALOR-NUEVO.
010586         DISPLAY "*** ALERTA: NO SE REGISTRO LA AUDITORIA "
010588             "(STATUS " AUD-FILE-STATUS ") ***"
010590     END-IF.
010591     MOVE ZERO TO AUDIT-REFERENCIA.
010592
010594 1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
010596     EXIT.
011460     DISPLAY "4. Cambiar mi contrasena de operador".
011470     DISPLAY "5. Alta de operador".
011480     DISPLAY "6. Baja de operador".
011500     DISPLAY "7. Alta de cliente".
011510     DISPLAY "8. Modificar datos de cliente".
011520     DISPLAY "9. Cambiar el cliente de una cuenta".
011530     DISPLAY "0. Salir".
011600     DISPLAY "Opcion: ".
011700     ACCEPT OPCION-ENTRADA.
011800
013084         WHEN 6
013086             PERFORM 8000-BAJA-OPERADOR-RTN THRU
013088                 8000-BAJA-OPERADOR-RTN-EXIT
013098         WHEN 7
013108             PERFORM 8600-ALTA-CLIENTE-RTN THRU
013118                 8600-ALTA-CLIENTE-RTN-EXIT
013128         WHEN 8
013138             PERFORM 8700-MODIFICAR-CLIENTE-RTN THRU
013148                 8700-MODIFICAR-CLIENTE-RTN-EXIT
013158         WHEN 9
013168             PERFORM 8800-CAMBIAR-CLIENTE-CUENTA-RTN THRU
013178                 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT
013188         WHEN 0
013198             SET SALIR-MANTENIMIENTO TO TRUE
013300     END-EVALUATE.
013400
013500 2000-MENU-RTN-EXIT.
013600     EXIT.
013700******************************************************************
013800*    2100-VALIDAR-OPCION-RTN
013900*    VERIFICA QUE LA OPCION CAPTURADA SEA UN DIGITO DE 0 A 9,
014000*    RECAPTURANDO SI NO LO ES.
014100******************************************************************
014200 2100-VALIDAR-OPCION-RTN.
014300
014400     IF OPCION-ENTRADA IS NOT NUMERIC
014500         DISPLAY "Opcion invalida. Ingrese numero de 0 a 9."
014600         DISPLAY "Opcion: "
014700         ACCEPT OPCION-ENTRADA
014800     ELSE
014900         MOVE OPCION-ENTRADA TO OPCION
015000         SET CAPTURA-VALIDA TO TRUE
015700     END-IF.
015800
015900 2100-VALIDAR-OPCION-RTN-EXIT.
016300*    CAPTURA LOS DATOS DE UNA CUENTA NUEVA (NUMERO, TARJETA, NIP,
016400*    TITULAR, TIPO Y SALDO INICIAL) Y LA ESCRIBE EN EL MAESTRO.
016500*    RECHAZA EL ALTA SI EL NUMERO DE CUENTA YA EXISTE.
016510*    LA CUENTA SE LIGA A UN CLIENTE EXISTENTE O A UNO QUE SE DA
016520*    DE ALTA EN ESE MOMENTO; SIN CLIENTE NO SE ABRE LA CUENTA.
016600******************************************************************
016700 3000-ALTA-CUENTA-RTN.
016800
017900
018000     IF CUENTA-EXISTE
018100         DISPLAY "La cuenta ya existe. No se puede dar de alta."
018120     ELSE
018140         MOVE "N" TO CLIENTE-EXISTE-SW
018160         MOVE "N" TO VALIDO-SW
018180         PERFORM 8900-ASIGNAR-CLIENTE-RTN THRU
018200             8900-ASIGNAR-CLIENTE-RTN-EXIT
018220             UNTIL CAPTURA-VALIDA
018240         IF NOT CLIENTE-EXISTE
018260             DISPLAY "Sin cliente no se da de alta la cuenta."
018280         ELSE
018300             PERFORM 3100-CAPTURAR-DATOS-CUENTA-RTN THRU
018320                 3100-CAPTURAR-DATOS-CUENTA-RTN-EXIT
018340             PERFORM 3200-ESCRIBIR-CUENTA-RTN THRU
018360                 3200-ESCRIBIR-CUENTA-RTN-EXIT
018380         END-IF
018400     END-IF.
018800
018900 3000-ALTA-CUENTA-RTN-EXIT.
019000     EXIT.
019200*    3100-CAPTURAR-DATOS-CUENTA-RTN
019300*    CAPTURA TARJETA, NIP, TITULAR, TIPO Y SALDO INICIAL DE LA
019400*    CUENTA NUEVA.
019410*    EL TITULAR ES EL NOMBRE DEL CLIENTE SALVO QUE SE CAPTURE
019420*    OTRO (CUENTA MANCOMUNADA O A NOMBRE DE UN TERCERO).
019500******************************************************************
019600 3100-CAPTURAR-DATOS-CUENTA-RTN.
019700
020230         3130-VALIDAR-NIP-RTN-EXIT
020240         UNTIL CAPTURA-VALIDA.
020300
020320     DISPLAY "Ingrese el nombre del titular (ENTER = el del "
020340         "cliente): ".
020360     MOVE SPACES TO NOMBRE-CAPTURADO.
020380     ACCEPT NOMBRE-CAPTURADO.
020400     IF NOMBRE-CAPTURADO = SPACES
020420         MOVE CLI-NOMBRE TO NOMBRE-CAPTURADO
020440     END-IF.
020460     MOVE NOMBRE-CAPTURADO TO ACCT-HOLDER-NAME.
020480     MOVE CLI-NUMERO TO ACCT-CUSTOMER-NUMBER.
020700
020800     MOVE "N" TO VALIDO-SW.
020900     PERFORM 3110-VALIDAR-TIPO-RTN THRU
025630         MOVE SPACES TO AUDIT-ANTERIOR
025640         MOVE SALDO-INICIAL-CAPTURADO TO SALDO-AUDITORIA-ED
025650         MOVE SALDO-AUDITORIA-ED TO AUDIT-NUEVO
025655         MOVE ACCT-CUSTOMER-NUMBER TO AUDIT-REFERENCIA
025660         PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
025670             1900-ESCRIBIR-AUDITORIA-RTN-EXIT
025700     END-IF.
029815*    VIGENTE Y APLICA EL ESTADO NUEVO CAPTURADO. CON ESTO LOS
029820*    CIERRES, BLOQUEOS POR REVISION Y REACTIVACIONES QUEDAN EN
029825*    EL MAESTRO EN LUGAR DE AVISOS VERBALES A LOS CAJEROS.
029826*    AL PASAR UNA CUENTA A EN CIERRE SE CAPTURA A DONDE SE PAGA
029827*    SU SALDO FINAL, PARA EL BATCH DE LIQUIDACION DE CUENTAS.
029830******************************************************************
029835 5000-CAMBIAR-ESTADO-RTN.
029840
029970         IF ACCT-FILE-STATUS NOT = "00"
029975             DISPLAY "*** ALERTA: NO SE ACTUALIZO EL ESTADO "
029980                 "(STATUS " ACCT-FILE-STATUS ") ***"
029981         ELSE
029982             DISPLAY "Estado actualizado con exito."
029983             MOVE SPACES TO AUDIT-MOTIVO
029984             MOVE "CAMBIO-ESTADO" TO AUDIT-ACCION
029985             MOVE ACCT-NUMBER TO AUDIT-CUENTA
029986             MOVE ESTADO-ANTERIOR TO AUDIT-ANTERIOR
029987             MOVE ESTADO-CAPTURADO TO AUDIT-NUEVO
029988             PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
029989                 1900-ESCRIBIR-AUDITORIA-RTN-EXIT
029990             IF ACCT-CLOSING
029991                 PERFORM 8500-INSTRUCCION-LIQUIDACION-RTN THRU
029992                     8500-INSTRUCCION-LIQUIDACION-RTN-EXIT
029993             END-IF
029994         END-IF
029995     END-IF.
029996
030286
030287 8000-BAJA-OPERADOR-RTN-EXIT.
030288     EXIT.
030291******************************************************************
030294*    8500-INSTRUCCION-LIQUIDACION-RTN
030297*    CAPTURA A DONDE SE PAGA EL SALDO FINAL DE UNA CUENTA QUE
030300*    ACABA DE PASAR A EN CIERRE: A UNA CUENTA SOBREVIVIENTE DEL
030303*    BANCO (TRASPASO INTERNO) O A UNA CUENTA DE OTRO BANCO (ORDEN
030306*    INTERBANCARIA). LA INSTRUCCION QUEDA EN LIQMST PARA EL BATCH
030309*    DE LIQUIDACION DE CUENTAS Y EL CAMBIO EN LA AUDITORIA. SI YA
030312*    HABIA UNA INSTRUCCION SE MUESTRA Y ENTER LA CONSERVA; SIN
030315*    INSTRUCCION, LA CUENTA QUEDA EN CIERRE Y EL BATCH LA REPORTA
030318*    COMO EXCEPCION MIENTRAS TENGA SALDO QUE PAGAR.
030321******************************************************************
030324 8500-INSTRUCCION-LIQUIDACION-RTN.
030327
030330     MOVE ACCT-NUMBER TO CUENTA-EN-CIERRE.
030333     MOVE SPACES TO AUDIT-ANTERIOR.
030336     MOVE CUENTA-EN-CIERRE TO LIQ-CUENTA.
030339     MOVE "N" TO INSTRUCCION-EXISTE-SW.
030342     READ CLOSURE-INSTRUCTION-FILE
030345         INVALID KEY
030348             CONTINUE
030351         NOT INVALID KEY
030354             SET INSTRUCCION-EXISTE TO TRUE
030357     END-READ.
030360
030363     IF INSTRUCCION-EXISTE
030366         PERFORM 8540-DESCRIBIR-DESTINO-RTN THRU
030369             8540-DESCRIBIR-DESTINO-RTN-EXIT
030372         MOVE AUDIT-NUEVO TO AUDIT-ANTERIOR
030375         DISPLAY "Destino vigente del saldo: " AUDIT-ANTERIOR
030378     END-IF.
030381
030384     DISPLAY "Destino del saldo al cerrar (I = cuenta interna, "
030387         "X = otro banco, ENTER = sin cambio): ".
030390     ACCEPT DESTINO-CAPTURADO.
030393
030396     EVALUATE DESTINO-CAPTURADO
030399         WHEN "I"
030402         WHEN "i"
030405             MOVE "N" TO VALIDO-SW
030408             PERFORM 8510-CAPTURAR-CUENTA-DESTINO-RTN THRU
030411                 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030414                 UNTIL CAPTURA-VALIDA
030417             IF CUENTA-DESTINO-CAPTURADA = ZERO
030420                 DISPLAY "Captura del destino cancelada."
030423                 GO TO 8500-INSTRUCCION-LIQUIDACION-RTN-EXIT
030426             END-IF
030429             SET LIQ-A-CUENTA-INTERNA TO TRUE
030432             MOVE CUENTA-DESTINO-CAPTURADA TO LIQ-CUENTA-DESTINO
030435             MOVE ZERO TO LIQ-BANCO
030438             MOVE SPACES TO LIQ-CUENTA-EXTERNA
030441         WHEN "X"
030444         WHEN "x"
030447             MOVE "N" TO VALIDO-SW
030450             PERFORM 8520-CAPTURAR-BANCO-RTN THRU
030453                 8520-CAPTURAR-BANCO-RTN-EXIT
030456                 UNTIL CAPTURA-VALIDA
030459             IF BANCO-CAPTURADO = ZERO
030462                 DISPLAY "Captura del destino cancelada."
030465                 GO TO 8500-INSTRUCCION-LIQUIDACION-RTN-EXIT
030468             END-IF
030471             MOVE "N" TO VALIDO-SW
030474             PERFORM 8530-CAPTURAR-CTA-EXTERNA-RTN THRU
030477                 8530-CAPTURAR-CTA-EXTERNA-RTN-EXIT
030480                 UNTIL CAPTURA-VALIDA
030483             SET LIQ-A-OTRO-BANCO TO TRUE
030486             MOVE ZERO TO LIQ-CUENTA-DESTINO
030489             MOVE BANCO-CAPTURADO TO LIQ-BANCO
030492             MOVE CUENTA-EXTERNA-CAPTURADA TO LIQ-CUENTA-EXTERNA
030495         WHEN OTHER
030498             IF NOT INSTRUCCION-EXISTE
030501                 DISPLAY "AVISO: LA CUENTA QUEDA EN CIERRE SIN "
030504                     "DESTINO PARA SU SALDO."
030507             END-IF
030510             GO TO 8500-INSTRUCCION-LIQUIDACION-RTN-EXIT
030513     END-EVALUATE.
030516
030519     MOVE CUENTA-EN-CIERRE TO LIQ-CUENTA.
030522     MOVE FECHA-HOY TO LIQ-FECHA-CAPTURA.
030525     MOVE OPERADOR-FIRMADO TO LIQ-OPERADOR.
030528     SET LIQ-PENDIENTE TO TRUE.
030531     MOVE ZERO TO LIQ-FECHA-LIQUIDACION.
030534     MOVE ZERO TO LIQ-INTERES.
030537     MOVE ZERO TO LIQ-MONTO-PAGADO.
030540     MOVE ZERO TO LIQ-FOLIO-PAGO.
030543     IF INSTRUCCION-EXISTE
030546         REWRITE CLOSURE-INSTRUCTION-RECORD
030549     ELSE
030552         WRITE CLOSURE-INSTRUCTION-RECORD
030555     END-IF.
030558     IF LIQ-FILE-STATUS NOT = "00"
030561         DISPLAY "*** ALERTA: NO SE GRABO EL DESTINO DEL SALDO "
030564             "(STATUS " LIQ-FILE-STATUS ") ***"
030567         GO TO 8500-INSTRUCCION-LIQUIDACION-RTN-EXIT
030570     END-IF.
030573
030576     PERFORM 8540-DESCRIBIR-DESTINO-RTN THRU
030579         8540-DESCRIBIR-DESTINO-RTN-EXIT.
030582     DISPLAY "Destino del saldo registrado: " AUDIT-NUEVO.
030585     MOVE SPACES TO AUDIT-MOTIVO.
030588     MOVE "INSTR-LIQUIDA" TO AUDIT-ACCION.
030591     MOVE CUENTA-EN-CIERRE TO AUDIT-CUENTA.
030594     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
030597         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
030600
030603 8500-INSTRUCCION-LIQUIDACION-RTN-EXIT.
030606     EXIT.
030609******************************************************************
030612*    8510-CAPTURAR-CUENTA-DESTINO-RTN
030615*    CAPTURA LA CUENTA SOBREVIVIENTE QUE RECIBE EL SALDO. DEBE
030618*    EXISTIR, SER DISTINTA DE LA CUENTA EN CIERRE Y ADMITIR
030621*    ABONOS. CERO CANCELA LA CAPTURA.
030624******************************************************************
030627 8510-CAPTURAR-CUENTA-DESTINO-RTN.
030630
030633     DISPLAY "Cuenta que recibe el saldo (0 = cancelar): ".
030636     ACCEPT CUENTA-DESTINO-CAPTURADA.
030639
030642     IF CUENTA-DESTINO-CAPTURADA IS NOT NUMERIC
030645         DISPLAY "Cuenta invalida."
030648         GO TO 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030651     END-IF.
030654
030657     IF CUENTA-DESTINO-CAPTURADA = ZERO
030660         SET CAPTURA-VALIDA TO TRUE
030663         GO TO 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030666     END-IF.
030669
030672     IF CUENTA-DESTINO-CAPTURADA = CUENTA-EN-CIERRE
030675         DISPLAY "La cuenta destino no puede ser la misma cuenta "
030678             "en cierre."
030681         GO TO 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030684     END-IF.
030687
030690     MOVE CUENTA-DESTINO-CAPTURADA TO ACCT-NUMBER.
030693     READ ACCOUNT-MASTER-FILE
030696         INVALID KEY
030699             DISPLAY "La cuenta no existe."
030702             GO TO 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030705     END-READ.
030708
030711     IF NOT ACCT-OPERABLE
030714         DISPLAY "La cuenta no admite abonos (estado " ACCT-STATUS
030717             ")."
030720         GO TO 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT
030723     END-IF.
030726
030729     DISPLAY "Titular destino: " ACCT-HOLDER-NAME.
030732     SET CAPTURA-VALIDA TO TRUE.
030735
030738 8510-CAPTURAR-CUENTA-DESTINO-RTN-EXIT.
030741     EXIT.
030744******************************************************************
030747*    8520-CAPTURAR-BANCO-RTN
030750*    CAPTURA EL BANCO QUE RECIBE EL SALDO, QUE DEBE SER NUMERICO
030753*    DE TRES DIGITOS. CERO CANCELA LA CAPTURA.
030756******************************************************************
030759 8520-CAPTURAR-BANCO-RTN.
030762
030765     DISPLAY "Banco destino (3 digitos, 0 = cancelar): ".
030768     ACCEPT BANCO-CAPTURADO.
030771     IF BANCO-CAPTURADO IS NOT NUMERIC
030774         DISPLAY "Banco invalido. Ingrese 3 digitos."
030777     ELSE
030780         SET CAPTURA-VALIDA TO TRUE
030783     END-IF.
030786
030789 8520-CAPTURAR-BANCO-RTN-EXIT.
030792     EXIT.
030795******************************************************************
030798*    8530-CAPTURAR-CTA-EXTERNA-RTN
030801*    CAPTURA LA CUENTA EN EL OTRO BANCO, RECAPTURANDO MIENTRAS
030804*    VENGA EN BLANCO.
030807******************************************************************
030810 8530-CAPTURAR-CTA-EXTERNA-RTN.
030813
030816     DISPLAY "Cuenta en el otro banco: ".
030819     ACCEPT CUENTA-EXTERNA-CAPTURADA.
030822     IF CUENTA-EXTERNA-CAPTURADA = SPACES
030825         DISPLAY "Cuenta invalida. No puede quedar en blanco."
030828     ELSE
030831         SET CAPTURA-VALIDA TO TRUE
030834     END-IF.
030837
030840 8530-CAPTURAR-CTA-EXTERNA-RTN-EXIT.
030843     EXIT.
030846******************************************************************
030849*    8540-DESCRIBIR-DESTINO-RTN
030852*    ARMA EN AUDIT-NUEVO LA DESCRIPCION CORTA DEL DESTINO DE LA
030855*    INSTRUCCION EN EL AREA DE LIQMST, PARA LA PANTALLA Y LA
030858*    AUDITORIA.
030861******************************************************************
030864 8540-DESCRIBIR-DESTINO-RTN.
030867
030870     MOVE SPACES TO AUDIT-NUEVO.
030873     IF LIQ-A-CUENTA-INTERNA
030876         STRING "CTA " DELIMITED BY SIZE
030879             LIQ-CUENTA-DESTINO DELIMITED BY SIZE
030882             INTO AUDIT-NUEVO
030885     ELSE
030888         STRING "BCO " DELIMITED BY SIZE
030891             LIQ-BANCO DELIMITED BY SIZE
030894             " " DELIMITED BY SIZE
030897             LIQ-CUENTA-EXTERNA DELIMITED BY SPACE
030900             INTO AUDIT-NUEVO
030903     END-IF.
030906
030909 8540-DESCRIBIR-DESTINO-RTN-EXIT.
030912     EXIT.
031000******************************************************************
031100*    8600-ALTA-CLIENTE-RTN
031200*    DA DE ALTA UN CLIENTE NUEVO: CAPTURA SUS DATOS, LE ASIGNA EL
031300*    SIGUIENTE NUMERO DE CLIENTE DEL ARCHIVO DE CONTROL, LO
031400*    ESCRIBE EN EL MAESTRO DE CLIENTES Y DEJA EL ALTA EN LA
031500*    AUDITORIA. SE USA DESDE EL MENU Y DESDE EL ALTA DE CUENTA.
031600******************************************************************
031700 8600-ALTA-CLIENTE-RTN.
031800
031900     MOVE "N" TO CLIENTE-EXISTE-SW.
032000     DISPLAY " ".
032100     DISPLAY "Alta de cliente nuevo.".
032200     MOVE SPACES TO CUSTOMER-MASTER-RECORD.
032300     SET CAPTURANDO-ALTA TO TRUE.
032400     PERFORM 8610-CAPTURAR-CLIENTE-RTN THRU
032500         8610-CAPTURAR-CLIENTE-RTN-EXIT.
032600     MOVE FECHA-HOY TO CLI-FECHA-ALTA.
032700     SET CLI-DE-ALTA TO TRUE.
032800
032900     PERFORM 8650-SIGUIENTE-CLIENTE-RTN THRU
033000         8650-SIGUIENTE-CLIENTE-RTN-EXIT.
033100     IF CTL-FILE-STATUS NOT = "00"
033200         GO TO 8600-ALTA-CLIENTE-RTN-EXIT
033300     END-IF.
033400
033500     WRITE CUSTOMER-MASTER-RECORD.
033600     IF CLI-FILE-STATUS NOT = "00"
033700         DISPLAY "*** ALERTA: NO SE DIO DE ALTA EL CLIENTE "
033800             "(STATUS " CLI-FILE-STATUS ") ***"
033900         GO TO 8600-ALTA-CLIENTE-RTN-EXIT
034000     END-IF.
034100
034200     DISPLAY "Cliente " CLI-NUMERO " dado de alta con exito.".
034300     SET CLIENTE-EXISTE TO TRUE.
034400     MOVE SPACES TO AUDIT-MOTIVO.
034500     MOVE "ALTA-CLIENTE" TO AUDIT-ACCION.
034600     MOVE ZERO TO AUDIT-CUENTA.
034700     MOVE SPACES TO AUDIT-ANTERIOR.
034800     MOVE CLI-NOMBRE TO AUDIT-NUEVO.
034900     MOVE CLI-NUMERO TO AUDIT-REFERENCIA.
035000     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
035100         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
035200
035300 8600-ALTA-CLIENTE-RTN-EXIT.
035400     EXIT.
035500******************************************************************
035600*    8610-CAPTURAR-CLIENTE-RTN
035700*    CAPTURA UNO POR UNO LOS DATOS DEL CLIENTE. EN EL ALTA SON
035800*    OBLIGATORIOS TODOS SALVO COLONIA Y TELEFONO; AL MODIFICAR,
035900*    ENTER CONSERVA EL DATO ACTUAL Y CADA DATO QUE CAMBIA QUEDA
036000*    ANOTADO PARA SU AUDITORIA.
036100******************************************************************
036200 8610-CAPTURAR-CLIENTE-RTN.
036300
036400     MOVE "Nombre completo: " TO ETIQUETA-CAPTURA.
036500     MOVE "NOMBRE" TO CAMPO-CAPTURA.
036600     MOVE CLI-NOMBRE TO DATO-ACTUAL.
036700     MOVE "S" TO OBLIGATORIO-SW.
036800     SET DATO-TEXTO TO TRUE.
036900     PERFORM 8620-CAPTURAR-DATO-RTN THRU
037000         8620-CAPTURAR-DATO-RTN-EXIT.
037100     MOVE DATO-CAPTURADO TO CLI-NOMBRE.
037200
037300     MOVE "Calle y numero: " TO ETIQUETA-CAPTURA.
037400     MOVE "CALLE" TO CAMPO-CAPTURA.
037500     MOVE CLI-CALLE TO DATO-ACTUAL.
037600     MOVE "S" TO OBLIGATORIO-SW.
037700     SET DATO-TEXTO TO TRUE.
037800     PERFORM 8620-CAPTURAR-DATO-RTN THRU
037900         8620-CAPTURAR-DATO-RTN-EXIT.
038000     MOVE DATO-CAPTURADO TO CLI-CALLE.
038100
038200     MOVE "Colonia (opcional): " TO ETIQUETA-CAPTURA.
038300     MOVE "COLONIA" TO CAMPO-CAPTURA.
038400     MOVE CLI-COLONIA TO DATO-ACTUAL.
038500     MOVE "N" TO OBLIGATORIO-SW.
038600     SET DATO-TEXTO TO TRUE.
038700     PERFORM 8620-CAPTURAR-DATO-RTN THRU
038800         8620-CAPTURAR-DATO-RTN-EXIT.
038900     MOVE DATO-CAPTURADO TO CLI-COLONIA.
039000
039100     MOVE "Ciudad o municipio: " TO ETIQUETA-CAPTURA.
039200     MOVE "CIUDAD" TO CAMPO-CAPTURA.
039300     MOVE CLI-CIUDAD TO DATO-ACTUAL.
039400     MOVE "S" TO OBLIGATORIO-SW.
039500     SET DATO-TEXTO TO TRUE.
039600     PERFORM 8620-CAPTURAR-DATO-RTN THRU
039700         8620-CAPTURAR-DATO-RTN-EXIT.
039800     MOVE DATO-CAPTURADO TO CLI-CIUDAD.
039900
040000     MOVE "Entidad federativa: " TO ETIQUETA-CAPTURA.
040100     MOVE "ENTIDAD" TO CAMPO-CAPTURA.
040200     MOVE CLI-ENTIDAD TO DATO-ACTUAL.
040300     MOVE "S" TO OBLIGATORIO-SW.
040400     SET DATO-TEXTO TO TRUE.
040500     PERFORM 8620-CAPTURAR-DATO-RTN THRU
040600         8620-CAPTURAR-DATO-RTN-EXIT.
040700     MOVE DATO-CAPTURADO TO CLI-ENTIDAD.
040800
040900     MOVE "Codigo postal (5 digitos): " TO ETIQUETA-CAPTURA.
041000     MOVE "COD-POSTAL" TO CAMPO-CAPTURA.
041100     MOVE CLI-CODIGO-POSTAL TO DATO-ACTUAL.
041200     MOVE "S" TO OBLIGATORIO-SW.
041300     SET DATO-POSTAL TO TRUE.
041400     PERFORM 8620-CAPTURAR-DATO-RTN THRU
041500         8620-CAPTURAR-DATO-RTN-EXIT.
041600     MOVE CP-ENTRADA TO CLI-CODIGO-POSTAL.
041700
041800     MOVE "Documento (I=INE, P=Pasaporte, O=Otro): "
041900         TO ETIQUETA-CAPTURA.
042000     MOVE "TIPO-DOCTO" TO CAMPO-CAPTURA.
042100     MOVE CLI-TIPO-DOCTO TO DATO-ACTUAL.
042200     MOVE "S" TO OBLIGATORIO-SW.
042300     SET DATO-DOCUMENTO TO TRUE.
042400     PERFORM 8620-CAPTURAR-DATO-RTN THRU
042500         8620-CAPTURAR-DATO-RTN-EXIT.
042600     MOVE DATO-CAPTURADO TO CLI-TIPO-DOCTO.
042700
042800     MOVE "Numero del documento: " TO ETIQUETA-CAPTURA.
042900     MOVE "NUM-DOCTO" TO CAMPO-CAPTURA.
043000     MOVE CLI-NUMERO-DOCTO TO DATO-ACTUAL.
043100     MOVE "S" TO OBLIGATORIO-SW.
043200     SET DATO-TEXTO TO TRUE.
043300     PERFORM 8620-CAPTURAR-DATO-RTN THRU
043400         8620-CAPTURAR-DATO-RTN-EXIT.
043500     MOVE DATO-CAPTURADO TO CLI-NUMERO-DOCTO.
043600
043700     MOVE "Telefono (opcional): " TO ETIQUETA-CAPTURA.
043800     MOVE "TELEFONO" TO CAMPO-CAPTURA.
043900     MOVE CLI-TELEFONO TO DATO-ACTUAL.
044000     MOVE "N" TO OBLIGATORIO-SW.
044100     SET DATO-TEXTO TO TRUE.
044200     PERFORM 8620-CAPTURAR-DATO-RTN THRU
044300         8620-CAPTURAR-DATO-RTN-EXIT.
044400     MOVE DATO-CAPTURADO TO CLI-TELEFONO.
044500
044600     MOVE "Fecha de nacimiento (AAAAMMDD): " TO ETIQUETA-CAPTURA.
044700     MOVE "NACIMIENTO" TO CAMPO-CAPTURA.
044800     MOVE CLI-FECHA-NACIMIENTO TO DATO-ACTUAL.
044900     MOVE "S" TO OBLIGATORIO-SW.
045000     SET DATO-FECHA TO TRUE.
045100     PERFORM 8620-CAPTURAR-DATO-RTN THRU
045200         8620-CAPTURAR-DATO-RTN-EXIT.
045300     MOVE FECHA-ENTRADA TO CLI-FECHA-NACIMIENTO.
045400
045500 8610-CAPTURAR-CLIENTE-RTN-EXIT.
045600     EXIT.
045700******************************************************************
045800*    8620-CAPTURAR-DATO-RTN
045900*    CAPTURA UN DATO DEL CLIENTE HASTA QUE SEA VALIDO. AL
046000*    MODIFICAR, SI EL DATO CAMBIO LO ANOTA PARA LA AUDITORIA.
046100******************************************************************
046200 8620-CAPTURAR-DATO-RTN.
046300
046400     MOVE "N" TO VALIDO-SW.
046500     PERFORM 8630-LEER-DATO-RTN THRU 8630-LEER-DATO-RTN-EXIT
046600         UNTIL CAPTURA-VALIDA.
046700
046800     IF MODIFICANDO-CLIENTE AND DATO-CAPTURADO NOT = DATO-ACTUAL
046900         PERFORM 8710-REGISTRAR-CAMBIO-RTN THRU
047000             8710-REGISTRAR-CAMBIO-RTN-EXIT
047100     END-IF.
047200
047300 8620-CAPTURAR-DATO-RTN-EXIT.
047400     EXIT.
047500******************************************************************
047600*    8630-LEER-DATO-RTN
047700*    PIDE EL DATO CON SU ETIQUETA Y LO VALIDA SEGUN SU TIPO:
047800*    TEXTO, CODIGO POSTAL DE 5 DIGITOS, TIPO DE DOCUMENTO (I, P
047900*    U O) O FECHA AAAAMMDD. AL MODIFICAR MUESTRA EL DATO ACTUAL Y
048000*    UN ENTER LO CONSERVA; EN EL ALTA UN DATO OBLIGATORIO NO
048100*    PUEDE QUEDAR EN BLANCO.
048200******************************************************************
048300 8630-LEER-DATO-RTN.
048400
048500     IF MODIFICANDO-CLIENTE
048600         DISPLAY "  Dato actual: " DATO-ACTUAL
048700     END-IF.
048800     DISPLAY ETIQUETA-CAPTURA.
048900     MOVE SPACES TO DATO-CAPTURADO.
049000     ACCEPT DATO-CAPTURADO.
049100
049200     IF DATO-CAPTURADO = SPACES AND MODIFICANDO-CLIENTE
049300         MOVE DATO-ACTUAL TO DATO-CAPTURADO
049400         MOVE DATO-ACTUAL TO CP-ENTRADA
049500         MOVE DATO-ACTUAL TO FECHA-ENTRADA
049600         SET CAPTURA-VALIDA TO TRUE
049700         GO TO 8630-LEER-DATO-RTN-EXIT
049800     END-IF.
049900
050000     IF DATO-CAPTURADO = SPACES
050100         IF DATO-OBLIGATORIO
050200             DISPLAY "Dato obligatorio. Capturelo por favor."
050300         ELSE
050400             SET CAPTURA-VALIDA TO TRUE
050500         END-IF
050600         GO TO 8630-LEER-DATO-RTN-EXIT
050700     END-IF.
050800
050900     EVALUATE TRUE
051000         WHEN DATO-POSTAL
051100             MOVE DATO-CAPTURADO TO CP-ENTRADA
051200             IF CP-ENTRADA IS NOT NUMERIC OR
051300                 DATO-CAPTURADO NOT = CP-ENTRADA
051400                 DISPLAY "Codigo postal invalido. Ingrese 5 "
051500                     "digitos."
051600             ELSE
051700                 SET CAPTURA-VALIDA TO TRUE
051800             END-IF
051900         WHEN DATO-DOCUMENTO
052000             IF DATO-CAPTURADO = "I" OR DATO-CAPTURADO = "P" OR
052100                 DATO-CAPTURADO = "O"
052200                 SET CAPTURA-VALIDA TO TRUE
052300             ELSE
052400                 DISPLAY "Documento invalido. Ingrese I, P u O."
052500             END-IF
052600         WHEN DATO-FECHA
052700             PERFORM 8640-VALIDAR-FECHA-RTN THRU
052800                 8640-VALIDAR-FECHA-RTN-EXIT
052900         WHEN OTHER
053000             SET CAPTURA-VALIDA TO TRUE
053100     END-EVALUATE.
053200
053300 8630-LEER-DATO-RTN-EXIT.
053400     EXIT.
053500******************************************************************
053600*    8640-VALIDAR-FECHA-RTN
053700*    VERIFICA QUE LA FECHA DE NACIMIENTO SEA AAAAMMDD NUMERICA,
053800*    CON MES Y DIA EN RANGO, NO ANTERIOR A 1900 NI POSTERIOR A
053900*    HOY.
054000******************************************************************
054100 8640-VALIDAR-FECHA-RTN.
054200
054300     MOVE DATO-CAPTURADO TO FECHA-ENTRADA.
054400     IF FECHA-ENTRADA IS NOT NUMERIC OR
054500         DATO-CAPTURADO NOT = FECHA-ENTRADA
054600         DISPLAY "Fecha invalida. Use el formato AAAAMMDD."
054700         GO TO 8640-VALIDAR-FECHA-RTN-EXIT
054800     END-IF.
054900
055000     MOVE FECHA-ENTRADA TO FECHA-CAPTURADA.
055100     IF FECHA-CAPT-ANIO < 1900 OR
055200         FECHA-CAPT-MES < 1 OR FECHA-CAPT-MES > 12 OR
055300         FECHA-CAPT-DIA < 1 OR FECHA-CAPT-DIA > 31 OR
055400         FECHA-CAPTURADA > FECHA-HOY
055500         DISPLAY "Fecha invalida. Use AAAAMMDD, no posterior a "
055600             "hoy."
055700     ELSE
055800         SET CAPTURA-VALIDA TO TRUE
055900     END-IF.
056000
056100 8640-VALIDAR-FECHA-RTN-EXIT.
056200     EXIT.
056300******************************************************************
056400*    8650-SIGUIENTE-CLIENTE-RTN
056500*    TOMA EL SIGUIENTE NUMERO DE CLIENTE DE LA LLAVE "4" DEL
056600*    ARCHIVO DE CONTROL. SI LA LLAVE TODAVIA NO EXISTE (MAESTRO
056700*    DE CLIENTES NUEVO, SIN CONVERSION) LA CREA EN CERO.
056800******************************************************************
056900 8650-SIGUIENTE-CLIENTE-RTN.
057000
057100     MOVE "4" TO CTL-KEY.
057200     READ TRAN-CONTROL-FILE
057300         INVALID KEY
057400             MOVE ZERO TO CTL-LAST-SEQ
057500             WRITE TRAN-CONTROL-RECORD
057600     END-READ.
057700     ADD 1 TO CTL-LAST-SEQ.
057800     REWRITE TRAN-CONTROL-RECORD.
057900     IF CTL-FILE-STATUS NOT = "00"
058000         DISPLAY "*** ALERTA: NO SE PUDO ASIGNAR NUMERO DE "
058100             "CLIENTE (STATUS " CTL-FILE-STATUS ") ***"
058200         GO TO 8650-SIGUIENTE-CLIENTE-RTN-EXIT
058300     END-IF.
058400     MOVE CTL-LAST-SEQ TO CLI-NUMERO.
058500
058600 8650-SIGUIENTE-CLIENTE-RTN-EXIT.
058700     EXIT.
058800******************************************************************
058900*    8700-MODIFICAR-CLIENTE-RTN
059000*    LOCALIZA UN CLIENTE POR NUMERO Y RECAPTURA SUS DATOS. SI
059100*    ALGO CAMBIO REESCRIBE EL CLIENTE Y AUDITA CADA DATO CAMBIADO
059200*    POR SEPARADO. UN CAMBIO DE NOMBRE SE LLEVA AL TITULAR DE
059300*    SUS CUENTAS QUE TENIAN EL NOMBRE ANTERIOR.
059400******************************************************************
059500 8700-MODIFICAR-CLIENTE-RTN.
059600
059700     DISPLAY " ".
059800     DISPLAY "Ingrese el numero de cliente a modificar: ".
059900     ACCEPT CLI-NUMERO.
060000     MOVE "N" TO VALIDO-SW.
060100     PERFORM 8810-VALIDAR-CLIENTE-RTN THRU
060200         8810-VALIDAR-CLIENTE-RTN-EXIT
060300         UNTIL CAPTURA-VALIDA.
060400     MOVE "N" TO CLIENTE-EXISTE-SW.
060500     READ CUSTOMER-MASTER-FILE
060600         INVALID KEY
060700             MOVE "N" TO CLIENTE-EXISTE-SW
060800         NOT INVALID KEY
060900             SET CLIENTE-EXISTE TO TRUE
061000     END-READ.
061100
061200     IF NOT CLIENTE-EXISTE
061300         DISPLAY "El cliente no existe."
061400         GO TO 8700-MODIFICAR-CLIENTE-RTN-EXIT
061500     END-IF.
061600
061700     DISPLAY "Cliente " CLI-NUMERO ": " CLI-NOMBRE.
061800     DISPLAY "Presione ENTER para conservar cada dato actual.".
061900     MOVE CLI-NOMBRE TO NOMBRE-ANTERIOR.
062000     MOVE ZERO TO TOTAL-CAMBIOS.
062100     SET MODIFICANDO-CLIENTE TO TRUE.
062200     PERFORM 8610-CAPTURAR-CLIENTE-RTN THRU
062300         8610-CAPTURAR-CLIENTE-RTN-EXIT.
062400
062500     IF TOTAL-CAMBIOS = ZERO
062600         DISPLAY "No hubo cambios."
062700         GO TO 8700-MODIFICAR-CLIENTE-RTN-EXIT
062800     END-IF.
062900
063000     REWRITE CUSTOMER-MASTER-RECORD.
063100     IF CLI-FILE-STATUS NOT = "00"
063200         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL CLIENTE "
063300             "(STATUS " CLI-FILE-STATUS ") ***"
063400         GO TO 8700-MODIFICAR-CLIENTE-RTN-EXIT
063500     END-IF.
063600
063700     DISPLAY "Cliente actualizado con exito.".
063800     PERFORM 8720-AUDITAR-CAMBIO-RTN THRU
063900         8720-AUDITAR-CAMBIO-RTN-EXIT
064000         VARYING CAMBIO-IDX FROM 1 BY 1
064100         UNTIL CAMBIO-IDX > TOTAL-CAMBIOS.
064200
064300     IF CLI-NOMBRE NOT = NOMBRE-ANTERIOR
064400         PERFORM 8730-PROPAGAR-NOMBRE-RTN THRU
064500             8730-PROPAGAR-NOMBRE-RTN-EXIT
064600     END-IF.
064700
064800 8700-MODIFICAR-CLIENTE-RTN-EXIT.
064900     EXIT.
065000******************************************************************
065100*    8710-REGISTRAR-CAMBIO-RTN
065200*    ANOTA EN LA TABLA DE CAMBIOS EL DATO QUE ACABA DE CAMBIAR
065300*    CON SUS VALORES ANTERIOR Y NUEVO.
065400******************************************************************
065500 8710-REGISTRAR-CAMBIO-RTN.
065600
065700     ADD 1 TO TOTAL-CAMBIOS.
065800     MOVE CAMPO-CAPTURA TO CAMBIO-CAMPO(TOTAL-CAMBIOS).
065900     MOVE DATO-ACTUAL TO CAMBIO-ANTERIOR(TOTAL-CAMBIOS).
066000     MOVE DATO-CAPTURADO TO CAMBIO-NUEVO(TOTAL-CAMBIOS).
066100
066200 8710-REGISTRAR-CAMBIO-RTN-EXIT.
066300     EXIT.
066400******************************************************************
066500*    8720-AUDITAR-CAMBIO-RTN
066600*    ESCRIBE LA AUDITORIA DE UN DATO CAMBIADO DEL CLIENTE: EL
066700*    NOMBRE DEL DATO VA EN EL MOTIVO Y EL NUMERO DE CLIENTE EN
066800*    LA REFERENCIA.
066900******************************************************************
067000 8720-AUDITAR-CAMBIO-RTN.
067100
067200     MOVE CAMBIO-CAMPO(CAMBIO-IDX) TO AUDIT-MOTIVO.
067300     MOVE "CAMBIO-CLIENTE" TO AUDIT-ACCION.
067400     MOVE ZERO TO AUDIT-CUENTA.
067500     MOVE CAMBIO-ANTERIOR(CAMBIO-IDX) TO AUDIT-ANTERIOR.
067600     MOVE CAMBIO-NUEVO(CAMBIO-IDX) TO AUDIT-NUEVO.
067700     MOVE CLI-NUMERO TO AUDIT-REFERENCIA.
067800     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
067900         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
068000
068100 8720-AUDITAR-CAMBIO-RTN-EXIT.
068200     EXIT.
068300******************************************************************
068400*    8730-PROPAGAR-NOMBRE-RTN
068500*    RECORRE EL MAESTRO DE CUENTAS Y PONE EL NOMBRE NUEVO DEL
068600*    CLIENTE COMO TITULAR DE SUS CUENTAS QUE TENIAN EL NOMBRE
068700*    ANTERIOR. LAS CUENTAS DEL CLIENTE CON OTRO TITULAR (POR
068800*    EJEMPLO MANCOMUNADAS) NO SE TOCAN.
068900******************************************************************
069000 8730-PROPAGAR-NOMBRE-RTN.
069100
069200     MOVE ZERO TO CUENTAS-ACTUALIZADAS.
069300     MOVE "N" TO CUENTAS-CLIENTE-EOF-SW.
069400     MOVE ZERO TO ACCT-NUMBER.
069500     START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN ACCT-NUMBER
069600         INVALID KEY
069700             SET FIN-CUENTAS-CLIENTE TO TRUE
069800     END-START.
069900
070000     PERFORM 8740-PROPAGAR-CUENTA-RTN THRU
070100         8740-PROPAGAR-CUENTA-RTN-EXIT
070200         UNTIL FIN-CUENTAS-CLIENTE.
070300
070400     DISPLAY "Cuentas con el titular actualizado: "
070500         CUENTAS-ACTUALIZADAS.
070600
070700 8730-PROPAGAR-NOMBRE-RTN-EXIT.
070800     EXIT.
070900******************************************************************
071000*    8740-PROPAGAR-CUENTA-RTN
071100*    LEE LA SIGUIENTE CUENTA Y, SI ES DEL CLIENTE Y TIENE EL
071200*    NOMBRE ANTERIOR, LE ACTUALIZA EL TITULAR Y LO AUDITA COMO
071300*    UN CAMBIO DE NOMBRE DE LA CUENTA.
071400******************************************************************
071500 8740-PROPAGAR-CUENTA-RTN.
071600
071700     READ ACCOUNT-MASTER-FILE NEXT RECORD
071800         AT END
071900             SET FIN-CUENTAS-CLIENTE TO TRUE
072000     END-READ.
072100
072200     IF FIN-CUENTAS-CLIENTE
072300         GO TO 8740-PROPAGAR-CUENTA-RTN-EXIT
072400     END-IF.
072500
072600     IF ACCT-CUSTOMER-NUMBER NOT = CLI-NUMERO OR
072700         ACCT-HOLDER-NAME NOT = NOMBRE-ANTERIOR
072800         GO TO 8740-PROPAGAR-CUENTA-RTN-EXIT
072900     END-IF.
073000
073100     MOVE CLI-NOMBRE TO ACCT-HOLDER-NAME.
073200     REWRITE ACCOUNT-MASTER-RECORD.
073300     IF ACCT-FILE-STATUS NOT = "00"
073400         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL TITULAR DE LA "
073500             "CUENTA " ACCT-NUMBER " (STATUS " ACCT-FILE-STATUS
073600             ") ***"
073700         GO TO 8740-PROPAGAR-CUENTA-RTN-EXIT
073800     END-IF.
073900
074000     ADD 1 TO CUENTAS-ACTUALIZADAS.
074100     MOVE "CLIENTE" TO AUDIT-MOTIVO.
074200     MOVE "CAMBIO-NOMBRE" TO AUDIT-ACCION.
074300     MOVE ACCT-NUMBER TO AUDIT-CUENTA.
074400     MOVE NOMBRE-ANTERIOR TO AUDIT-ANTERIOR.
074500     MOVE CLI-NOMBRE TO AUDIT-NUEVO.
074600     MOVE CLI-NUMERO TO AUDIT-REFERENCIA.
074700     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
074800         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
074900
075000 8740-PROPAGAR-CUENTA-RTN-EXIT.
075100     EXIT.
075200******************************************************************
075300*    8800-CAMBIAR-CLIENTE-CUENTA-RTN
075400*    LIGA UNA CUENTA EXISTENTE A OTRO CLIENTE (O A UNO, SI LA
075500*    CUENTA NO TENIA). EL TITULAR DE LA CUENTA NO CAMBIA; SI NO
075600*    COINCIDE CON EL NOMBRE DEL CLIENTE SE AVISA AL OPERADOR.
075700******************************************************************
075800 8800-CAMBIAR-CLIENTE-CUENTA-RTN.
075900
076000     DISPLAY " ".
076100     DISPLAY "Ingrese el numero de cuenta a actualizar: ".
076200     ACCEPT ACCT-NUMBER.
076300     MOVE "N" TO CUENTA-EXISTE-SW.
076400     READ ACCOUNT-MASTER-FILE
076500         INVALID KEY
076600             MOVE "N" TO CUENTA-EXISTE-SW
076700         NOT INVALID KEY
076800             SET CUENTA-EXISTE TO TRUE
076900     END-READ.
077000
077100     IF NOT CUENTA-EXISTE
077200         DISPLAY "La cuenta no existe."
077300         GO TO 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT
077400     END-IF.
077500
077600     DISPLAY "Titular        : " ACCT-HOLDER-NAME.
077700     IF ACCT-CUSTOMER-NUMBER = ZERO
077800         DISPLAY "Cliente actual : (sin cliente)"
077900     ELSE
078000         DISPLAY "Cliente actual : " ACCT-CUSTOMER-NUMBER
078100     END-IF.
078200
078300     DISPLAY "Ingrese el numero del cliente nuevo: ".
078400     ACCEPT CLI-NUMERO.
078500     MOVE "N" TO VALIDO-SW.
078600     PERFORM 8810-VALIDAR-CLIENTE-RTN THRU
078700         8810-VALIDAR-CLIENTE-RTN-EXIT
078800         UNTIL CAPTURA-VALIDA.
078900
079000     IF CLI-NUMERO = ACCT-CUSTOMER-NUMBER
079100         DISPLAY "La cuenta ya es de ese cliente."
079200         GO TO 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT
079300     END-IF.
079400
079500     MOVE "N" TO CLIENTE-EXISTE-SW.
079600     READ CUSTOMER-MASTER-FILE
079700         INVALID KEY
079800             MOVE "N" TO CLIENTE-EXISTE-SW
079900         NOT INVALID KEY
080000             SET CLIENTE-EXISTE TO TRUE
080100     END-READ.
080200
080300     IF NOT CLIENTE-EXISTE
080400         DISPLAY "El cliente no existe."
080500         GO TO 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT
080600     END-IF.
080700
080800     MOVE ACCT-CUSTOMER-NUMBER TO CLIENTE-ANTERIOR.
080900     MOVE CLI-NUMERO TO ACCT-CUSTOMER-NUMBER.
081000     REWRITE ACCOUNT-MASTER-RECORD.
081100     IF ACCT-FILE-STATUS NOT = "00"
081200         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL CLIENTE DE LA "
081300             "CUENTA (STATUS " ACCT-FILE-STATUS ") ***"
081400         GO TO 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT
081500     END-IF.
081600
081700     DISPLAY "Cuenta ligada al cliente " CLI-NUMERO ": "
081800         CLI-NOMBRE.
081900     MOVE SPACES TO AUDIT-MOTIVO.
082000     MOVE "LIGA-CLIENTE" TO AUDIT-ACCION.
082100     MOVE ACCT-NUMBER TO AUDIT-CUENTA.
082200     MOVE CLIENTE-ANTERIOR TO AUDIT-ANTERIOR.
082300     MOVE CLI-NUMERO TO AUDIT-NUEVO.
082400     MOVE CLI-NUMERO TO AUDIT-REFERENCIA.
082500     PERFORM 1900-ESCRIBIR-AUDITORIA-RTN THRU
082600         1900-ESCRIBIR-AUDITORIA-RTN-EXIT.
082700
082800     IF ACCT-HOLDER-NAME NOT = CLI-NOMBRE
082900         DISPLAY "AVISO: el titular de la cuenta no es el nombre "
083000             "del cliente. Si debe cambiar use la opcion 2."
083100     END-IF.
083200
083300 8800-CAMBIAR-CLIENTE-CUENTA-RTN-EXIT.
083400     EXIT.
083500******************************************************************
083600*    8810-VALIDAR-CLIENTE-RTN
083700*    VERIFICA QUE EL NUMERO DE CLIENTE CAPTURADO SEA NUMERICO Y
083800*    MAYOR A CERO, RECAPTURANDO SI NO LO ES.
083900******************************************************************
084000 8810-VALIDAR-CLIENTE-RTN.
084100
084200     IF CLI-NUMERO IS NOT NUMERIC OR CLI-NUMERO = ZERO
084300         DISPLAY "Cliente invalido. Ingrese un numero mayor a "
084400             "cero."
084500         DISPLAY "Ingrese el numero de cliente: "
084600         ACCEPT CLI-NUMERO
084700     ELSE
084800         SET CAPTURA-VALIDA TO TRUE
084900     END-IF.
085000
085100 8810-VALIDAR-CLIENTE-RTN-EXIT.
085200     EXIT.
085300******************************************************************
085400*    8900-ASIGNAR-CLIENTE-RTN
085500*    PIDE EL CLIENTE DUENO DE LA CUENTA QUE SE ESTA ABRIENDO: UN
085600*    NUMERO DE CLIENTE EXISTENTE, O CERO PARA DAR DE ALTA AL
085700*    CLIENTE EN ESE MOMENTO. RECAPTURA SI EL NUMERO NO ES VALIDO
085800*    O EL CLIENTE NO EXISTE.
085900******************************************************************
086000 8900-ASIGNAR-CLIENTE-RTN.
086100
086200     DISPLAY "Numero de cliente (0 = cliente nuevo): ".
086300     ACCEPT CLIENTE-CAPTURADO.
086400
086500     IF CLIENTE-CAPTURADO IS NOT NUMERIC
086600         DISPLAY "Cliente invalido. Ingrese un numero."
086700         GO TO 8900-ASIGNAR-CLIENTE-RTN-EXIT
086800     END-IF.
086900
087000     IF CLIENTE-CAPTURADO = ZERO
087100         PERFORM 8600-ALTA-CLIENTE-RTN THRU
087200             8600-ALTA-CLIENTE-RTN-EXIT
087300         SET CAPTURA-VALIDA TO TRUE
087400         GO TO 8900-ASIGNAR-CLIENTE-RTN-EXIT
087500     END-IF.
087600
087700     MOVE CLIENTE-CAPTURADO TO CLI-NUMERO.
087800     MOVE "N" TO CLIENTE-EXISTE-SW.
087900     READ CUSTOMER-MASTER-FILE
088000         INVALID KEY
088100             MOVE "N" TO CLIENTE-EXISTE-SW
088200         NOT INVALID KEY
088300             SET CLIENTE-EXISTE TO TRUE
088400     END-READ.
088500
088600     IF NOT CLIENTE-EXISTE
088700         DISPLAY "El cliente no existe. Use 0 para darlo de alta."
088800     ELSE
088900         DISPLAY "Cliente: " CLI-NOMBRE
089000         SET CAPTURA-VALIDA TO TRUE
089100     END-IF.
089200
089300 8900-ASIGNAR-CLIENTE-RTN-EXIT.
089400     EXIT.
089500******************************************************************
089600*    9000-TERMINAR-RTN
089700*    CIERRA EL MAESTRO DE CUENTAS, EL DE OPERADORES, EL DE
089800*    INSTRUCCIONES DE LIQUIDACION, EL DE CLIENTES, EL ARCHIVO DE
089900*    CONTROL Y LA AUDITORIA.
090000******************************************************************
090100 9000-TERMINAR-RTN.
090200
090300     CLOSE ACCOUNT-MASTER-FILE
090400           OPERATOR-MASTER-FILE
090500           AUDIT-LOG-FILE
090600           CLOSURE-INSTRUCTION-FILE
090700           CUSTOMER-MASTER-FILE
090800           TRAN-CONTROL-FILE.
090900
091000 9000-TERMINAR-RTN-EXIT.
091100     EXIT.
091200
091300 END PROGRAM CAJERO-CUENTAS-MANTENIMIENTO.

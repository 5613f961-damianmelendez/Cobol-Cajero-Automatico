004080*                  SE LEEN DEL ARCHIVO DE PARAMETROS (PARAMMST)
004084*                  AL ARRANQUE, RESPETANDO SU FECHA EFECTIVA;
004088*                  SIN ARCHIVO SE USAN LOS VALORES HISTORICOS.
004089* 2026-10-15 JMR   COMISIONES: EL RETIRO, LA TRANSFERENCIA, LA
004090*                  INTERBANCARIA Y LOS DEPOSITOS COBRAN LA
004091*                  COMISION DE LA TABLA COMISMST (RESPETANDO SU
004092*                  FECHA EFECTIVA Y LAS OPERACIONES LIBRES DEL
004093*                  MES, QUE SE CUENTAN EN COMUSO) COMO UNA PATA
004094*                  COMISION PROPIA EN LA BITACORA, CON SU RECIBO
004095*                  Y EL FOLIO DE LA OPERACION QUE LA CAUSA EN
004096*                  TLOG-REF-FOLIO. LA VALIDACION DE FONDOS
004097*                  INCLUYE LA COMISION.
004100* 2026-10-15 JMR   RETENCION DE CHEQUES: EL DEPOSITO EN CHEQUE
004110*                  SE ABONA AL SALDO CONTABLE PERO QUEDA RETENIDO
004120*                  EN RETENMST HASTA SU FECHA DE LIBERACION
004130*                  (PARAMETRO DIAS-RETENC). RETIRO, TRANSFERENCIA,
004140*                  INTERBANCARIA, COBERTURA DE FALTANTES Y
004150*                  COMISIONES TRABAJAN CON EL SALDO DISPONIBLE
004160*                  (SALDO MENOS RETENCIONES ACTIVAS) Y LA CONSULTA
004170*                  MUESTRA AMBOS SALDOS.
004180* 2026-10-15 JMR   LAS CUENTAS DE DEMOSTRACION SE SIEMBRAN SIN
004190*                  CLIENTE (ACCT-CUSTOMER-NUMBER EN CERO).
004390******************************************************************
004400 IDENTIFICATION DIVISION.
004450 PROGRAM-ID. CAJERO-AUTOMATICO.
004500 AUTHOR. J. MELENDEZ RUIZ.
004550 INSTALLATION. DEPARTAMENTO DE SISTEMAS - BANCA MINORISTA.
004600 DATE-WRITTEN. 2024-02-11.
004650 DATE-COMPILED.
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
008597         ASSIGN TO "CLEAROUT"
008598         ORGANIZATION IS SEQUENTIAL
008599         FILE STATUS IS CLEAR-FILE-STATUS.
008605
008611     SELECT FEE-SCHEDULE-FILE
008617         ASSIGN TO "COMISMST"
008623         ORGANIZATION IS INDEXED
008629         ACCESS MODE IS DYNAMIC
008635         RECORD KEY IS COM-CLAVE
008641         FILE STATUS IS COMIS-FILE-STATUS.
008647
008653     SELECT FEE-USAGE-FILE
008659         ASSIGN TO "COMUSO"
008665         ORGANIZATION IS INDEXED
008671         ACCESS MODE IS DYNAMIC
008677         RECORD KEY IS CUSO-LLAVE
008683         FILE STATUS IS CUSO-FILE-STATUS.
008684
008685     SELECT HELD-FUNDS-FILE
008686         ASSIGN TO "RETENMST"
008687         ORGANIZATION IS INDEXED
008688         ACCESS MODE IS DYNAMIC
008689         RECORD KEY IS RET-FOLIO
008690         ALTERNATE RECORD KEY IS RET-CUENTA WITH DUPLICATES
008691         FILE STATUS IS RET-FILE-STATUS.
008699******************************************************************
008700 DATA DIVISION.
008800 FILE SECTION.
008900 FD  ACCOUNT-MASTER-FILE
010792 FD  CLEARING-OUT-FILE
010794     LABEL RECORDS ARE STANDARD.
010796     COPY CLRREC.
010806
010816 FD  FEE-SCHEDULE-FILE
010826     LABEL RECORDS ARE STANDARD.
010836     COPY COMREC.
010846
010856 FD  FEE-USAGE-FILE
010866     LABEL RECORDS ARE STANDARD.
010876     COPY COMUSOREC.
010879
010882 FD  HELD-FUNDS-FILE
010885     LABEL RECORDS ARE STANDARD.
010888     COPY RETREC.
010890******************************************************************
010900 WORKING-STORAGE SECTION.
011000 01  SWITCHES.
011100     05  EOF-SW                      PIC X(01) VALUE "N".
013072         88  DESTINO-NO-RECIBE           VALUE "Y".
013074     05  PARAM-ABIERTO-SW            PIC X(01) VALUE "N".
013076         88  PARAMETROS-ABIERTOS         VALUE "Y".
013078     05  COMIS-ABIERTA-SW            PIC X(01) VALUE "N".
013080         88  COMISIONES-ABIERTAS         VALUE "Y".
013082     05  USO-EXISTE-SW               PIC X(01) VALUE "N".
013084         88  USO-EXISTE                  VALUE "Y".
013086     05  RETEN-ABIERTA-SW            PIC X(01) VALUE "N".
013088         88  RETENCIONES-ABIERTAS        VALUE "Y".
013090     05  FIN-RETEN-SW                PIC X(01) VALUE "N".
013092         88  FIN-RETENCIONES             VALUE "Y".
013100
013200 01  ARCHIVO-STATUS-FIELDS.
013300     05  ACCT-FILE-STATUS            PIC X(02) VALUE SPACES.
013710     05  ORDEN-FILE-STATUS           PIC X(02) VALUE SPACES.
013720     05  PARAM-FILE-STATUS           PIC X(02) VALUE SPACES.
013730     05  CLEAR-FILE-STATUS           PIC X(02) VALUE SPACES.
013740     05  COMIS-FILE-STATUS           PIC X(02) VALUE SPACES.
013750     05  CUSO-FILE-STATUS            PIC X(02) VALUE SPACES.
013760     05  RET-FILE-STATUS             PIC X(02) VALUE SPACES.
013800
013900 77  OPCION                          PIC 9      VALUE ZERO.
014000 77  OPCION-ENTRADA                  PIC X(01)  VALUE SPACE.
016266 77  BANCO-DESTINO                   PIC 9(03)  VALUE ZERO.
016268 77  CUENTA-EXTERNA                  PIC X(18)  VALUE SPACES.
016270 77  MONTO-INTERBANCARIO             PIC 9(07)V9(02) VALUE ZERO.
016274 77  FOLIO-REFERENCIA                PIC 9(08)  VALUE ZERO.
016278 77  TIPO-COMISION                   PIC X(12)  VALUE SPACES.
016282 77  COMISION-APLICABLE              PIC 9(05)V9(02) VALUE ZERO.
016286 77  LIBRES-APLICABLES               PIC 9(03)  VALUE ZERO.
016290 77  OPERACIONES-MES                 PIC 9(05)  VALUE ZERO.
016294 77  PERIODO-ACTUAL                  PIC 9(06)  VALUE ZERO.
016298 77  SALDO-DISPONIBLE                PIC 9(07)V9(02) VALUE ZERO.
016302 77  MONTO-RETENIDO                  PIC 9(07)V9(02) VALUE ZERO.
016306 77  DIAS-RETENCION                  PIC 9(03)  VALUE 2.
016310 77  DIAS-MES-TOPE                   PIC 9(02)  VALUE ZERO.
016314 77  ANIO-COCIENTE                   PIC 9(04)  VALUE ZERO.
016318 77  RESTO-ANIO                      PIC 9(04)  VALUE ZERO.
016340
016400 01  CUENTAS-LIGADAS-TABLA.
016500     05  CUENTA-LIGADA OCCURS 5 TIMES INDEXED BY CL-IDX.
016600         10  CL-NUMERO               PIC 9(10).
017480         10  MOV-RELATED             PIC 9(10).
017490         10  MOV-AMOUNT              PIC 9(07)V9(02).
017500         10  MOV-BALANCE             PIC 9(07)V9(02).
017505
017510 01  FECHA-LIBERACION-DESGLOSE.
017515     05  FLD-ANIO                    PIC 9(04).
017520     05  FLD-MES                     PIC 9(02).
017525     05  FLD-DIA                     PIC 9(02).
017530 01  FECHA-LIBERACION-NUM REDEFINES FECHA-LIBERACION-DESGLOSE
017535                                     PIC 9(08).
017540
017545 01  DIAS-MES-VALORES.
017550     05  FILLER                      PIC X(24)
017555         VALUE "312831303130313130313031".
017560 01  DIAS-MES-TABLA REDEFINES DIAS-MES-VALORES.
017565     05  DIAS-DEL-MES OCCURS 12 TIMES PIC 9(02).
017600******************************************************************
017650 PROCEDURE DIVISION.
017700******************************************************************
020500 1000-INICIALIZAR-RTN.
020600
020700     ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
020705     DIVIDE FECHA-HOY BY 100 GIVING PERIODO-ACTUAL.
020710
020720     DISPLAY "ID DE TERMINAL (4 CARACTERES, ENTER = ATM1): ".
020730     ACCEPT TERMINAL-ACTUAL.
024385         SET PARAMETROS-ABIERTOS TO TRUE
024386         PERFORM 1300-CARGAR-PARAMETROS-RTN THRU
024388             1300-CARGAR-PARAMETROS-RTN-EXIT
024389         PERFORM 1330-CARGAR-RETENCION-RTN THRU
024390             1330-CARGAR-RETENCION-RTN-EXIT
024391     END-IF.
024392
024393     OPEN INPUT FEE-SCHEDULE-FILE.
024394     IF COMIS-FILE-STATUS NOT = "00"
024395         DISPLAY "AVISO: SIN TABLA DE COMISIONES (STATUS "
024396             COMIS-FILE-STATUS "). NO SE COBRAN COMISIONES."
024397     ELSE
024398         SET COMISIONES-ABIERTAS TO TRUE
024399     END-IF.
024400
024500     IF ARCHIVO-ES-NUEVO
024600         PERFORM 1100-SEMBRAR-CUENTAS-RTN THRU
025300             MOVE ZERO TO CTL-LAST-SEQ
025400             WRITE TRAN-CONTROL-RECORD
025500     END-READ.
025510
025520     OPEN I-O FEE-USAGE-FILE.
025530     IF CUSO-FILE-STATUS = "35"
025540         OPEN OUTPUT FEE-USAGE-FILE
025550         CLOSE FEE-USAGE-FILE
025560         OPEN I-O FEE-USAGE-FILE
025570     END-IF.
025572
025574     OPEN I-O HELD-FUNDS-FILE.
025576     IF RET-FILE-STATUS = "35"
025578         OPEN OUTPUT HELD-FUNDS-FILE
025580         CLOSE HELD-FUNDS-FILE
025582         OPEN I-O HELD-FUNDS-FILE
025584     END-IF.
025586     IF RET-FILE-STATUS = "00"
025588         SET RETENCIONES-ABIERTAS TO TRUE
025590     ELSE
025592         DISPLAY "*** ALERTA: NO SE PUDO ABRIR EL ARCHIVO DE "
025594             "RETENCIONES (STATUS " RET-FILE-STATUS ") ***"
025596     END-IF.
025600
025700 1000-INICIALIZAR-RTN-EXIT.
025800     EXIT.
027750     MOVE FECHA-HOY TO ACCT-OPENING-DATE.
027760     MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE.
027770     MOVE ZERO TO ACCT-LAST-INTEREST-PERIOD.
027780     MOVE ZERO TO ACCT-CUSTOMER-NUMBER.
027900     WRITE ACCOUNT-MASTER-RECORD.
028000
028100     MOVE 0000000002 TO ACCT-NUMBER.
029050     MOVE FECHA-HOY TO ACCT-OPENING-DATE.
029060     MOVE ACCT-SALDO TO ACCT-OPENING-BALANCE.
029070     MOVE ZERO TO ACCT-LAST-INTEREST-PERIOD.
029080     MOVE ZERO TO ACCT-CUSTOMER-NUMBER.
029200     WRITE ACCOUNT-MASTER-RECORD.
029300
031000 1100-SEMBRAR-CUENTAS-RTN-EXIT.
031372 1320-CARGAR-DENOM-PARAM-RTN-EXIT.
031373     EXIT.
031374******************************************************************
031375*    1330-CARGAR-RETENCION-RTN
031376*    CARGA LOS DIAS NATURALES QUE SE RETIENE UN DEPOSITO EN
031377*    CHEQUE (PARAMETRO DIAS-RETENC). SIN VALOR APLICABLE SE
031378*    CONSERVA EL RESPALDO COMPILADO DE DIAS-RETENCION.
031379******************************************************************
031380 1330-CARGAR-RETENCION-RTN.
031381
031382     MOVE "DIAS-RETENC" TO PARAM-CLAVE-TRABAJO.
031383     PERFORM 1310-LEER-PARAMETRO-RTN THRU
031384         1310-LEER-PARAMETRO-RTN-EXIT.
031385     IF PARAM-ENCONTRADO
031386         MOVE PARAM-VALOR-LEIDO TO DIAS-RETENCION
031387     END-IF.
031388
031389 1330-CARGAR-RETENCION-RTN-EXIT.
031390     EXIT.
031396******************************************************************
031398*    1500-SIGUIENTE-SECUENCIA-RTN
031400*    OBTIENE LA HORA ACTUAL Y GENERA EL SIGUIENTE FOLIO DE
031500*    TRANSACCION A PARTIR DEL ARCHIVO DE CONTROL, PARA USARSE
031600*    EN LA BITACORA Y EN EL RECIBO.
034100     MOVE TIPO-MOVIMIENTO TO TLOG-TYPE.
034200     MOVE MONTO-MOVIMIENTO TO TLOG-AMOUNT.
034300     MOVE SALDO-RESULTANTE TO TLOG-BALANCE.
034400     MOVE FOLIO-REFERENCIA TO TLOG-REF-FOLIO.
034450     MOVE TERMINAL-ACTUAL TO TLOG-TERMINAL.
034500     WRITE TRANSACTION-LOG-RECORD.
034510     IF TRAN-FILE-STATUS NOT = "00"
041300
041400 1700-IMPRIMIR-RECIBO-RTN-EXIT.
041500     EXIT.
041503******************************************************************
041506*    1800-DETERMINAR-COMISION-RTN
041509*    DEJA EN COMISION-APLICABLE LA COMISION QUE CAUSA UNA
041512*    OPERACION DEL TIPO INDICADO EN TIPO-COMISION PARA LA CUENTA
041515*    EN TURNO: LA VIGENTE DE LA TABLA COMISMST SI SU FECHA
041518*    EFECTIVA YA LLEGO, O LA ANTERIOR MIENTRAS EL CAMBIO SIGUE
041521*    PENDIENTE. SI LA CUENTA TODAVIA NO AGOTA LAS OPERACIONES
041524*    LIBRES DEL MES PARA ESE TIPO, LA COMISION ES CERO. SIN TABLA
041527*    O SIN RENGLON PARA EL TIPO NO SE COBRA NADA.
041530******************************************************************
041533 1800-DETERMINAR-COMISION-RTN.
041536
041539     MOVE ZERO TO COMISION-APLICABLE.
041542     MOVE ZERO TO LIBRES-APLICABLES.
041545     IF NOT COMISIONES-ABIERTAS
041548         GO TO 1800-DETERMINAR-COMISION-RTN-EXIT
041551     END-IF.
041554
041557     MOVE TIPO-COMISION TO COM-CLAVE.
041560     READ FEE-SCHEDULE-FILE
041563         INVALID KEY
041566             GO TO 1800-DETERMINAR-COMISION-RTN-EXIT
041569     END-READ.
041572
041575     IF COM-FECHA-EFECTIVA NOT > FECHA-HOY
041578         MOVE COM-MONTO TO COMISION-APLICABLE
041581         MOVE COM-LIBRES-MES TO LIBRES-APLICABLES
041584     ELSE
041587         IF COM-FECHA-ANTERIOR NOT > FECHA-HOY
041590             MOVE COM-MONTO-ANTERIOR TO COMISION-APLICABLE
041593             MOVE COM-LIBRES-ANTERIOR TO LIBRES-APLICABLES
041596         END-IF
041599     END-IF.
041602
041605     IF COMISION-APLICABLE = ZERO
041608         GO TO 1800-DETERMINAR-COMISION-RTN-EXIT
041611     END-IF.
041614
041617     PERFORM 1810-LEER-USO-COMISION-RTN THRU
041620         1810-LEER-USO-COMISION-RTN-EXIT.
041623     IF OPERACIONES-MES < LIBRES-APLICABLES
041626         MOVE ZERO TO COMISION-APLICABLE
041629     ELSE
041632         DISPLAY "Aviso: esta operacion causa una comision de $"
041635             COMISION-APLICABLE "."
041638     END-IF.
041641
041644 1800-DETERMINAR-COMISION-RTN-EXIT.
041647     EXIT.
041650******************************************************************
041653*    1810-LEER-USO-COMISION-RTN
041656*    LEE DEL ARCHIVO COMUSO CUANTAS OPERACIONES DEL TIPO EN
041659*    TIPO-COMISION LLEVA LA CUENTA EN TURNO EN EL MES ACTUAL Y LO
041662*    DEJA EN OPERACIONES-MES. SI NO HAY REGISTRO EL CONTADOR
041665*    EMPIEZA EN CERO Y USO-EXISTE QUEDA APAGADO PARA QUE EL
041668*    LLAMADOR SEPA SI DEBE ESCRIBIR O REESCRIBIR.
041671******************************************************************
041674 1810-LEER-USO-COMISION-RTN.
041677
041680     MOVE "N" TO USO-EXISTE-SW.
041683     MOVE CUENTA-ACTUAL TO CUSO-CUENTA.
041686     MOVE PERIODO-ACTUAL TO CUSO-PERIODO.
041689     MOVE TIPO-COMISION TO CUSO-TIPO.
041692     READ FEE-USAGE-FILE
041695         INVALID KEY
041698             MOVE CUENTA-ACTUAL TO CUSO-CUENTA
041701             MOVE PERIODO-ACTUAL TO CUSO-PERIODO
041704             MOVE TIPO-COMISION TO CUSO-TIPO
041707             MOVE ZERO TO CUSO-OPERACIONES
041710         NOT INVALID KEY
041713             SET USO-EXISTE TO TRUE
041716     END-READ.
041719     MOVE CUSO-OPERACIONES TO OPERACIONES-MES.
041722
041725 1810-LEER-USO-COMISION-RTN-EXIT.
041728     EXIT.
041731******************************************************************
041734*    1850-COBRAR-COMISION-RTN
041737*    SE INVOCA DESPUES DE REGISTRAR UNA OPERACION CON COMISION.
041740*    SUMA LA OPERACION AL CONTADOR DEL MES EN COMUSO Y, SI
041743*    1800-DETERMINAR-COMISION-RTN DEJO UNA COMISION, LA CARGA A
041746*    LA CUENTA EN TURNO COMO UNA PATA COMISION PROPIA CON SU
041749*    FOLIO, SU RECIBO Y EL FOLIO DE LA OPERACION QUE LA CAUSA EN
041752*    TLOG-REF-FOLIO. LA COMISION NUNCA SOBREGIRA LA CUENTA.
041755******************************************************************
041758 1850-COBRAR-COMISION-RTN.
041761
041764     IF NOT COMISIONES-ABIERTAS
041767         GO TO 1850-COBRAR-COMISION-RTN-EXIT
041770     END-IF.
041773
041776     PERFORM 1810-LEER-USO-COMISION-RTN THRU
041779         1810-LEER-USO-COMISION-RTN-EXIT.
041782     ADD 1 TO CUSO-OPERACIONES.
041785     IF USO-EXISTE
041788         REWRITE FEE-USAGE-RECORD
041791     ELSE
041794         WRITE FEE-USAGE-RECORD
041797     END-IF.
041800     IF CUSO-FILE-STATUS NOT = "00"
041803         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL USO DE COMISION "
041806             "(STATUS " CUSO-FILE-STATUS ") ***"
041809     END-IF.
041812
041815     IF COMISION-APLICABLE = ZERO
041818         GO TO 1850-COBRAR-COMISION-RTN-EXIT
041821     END-IF.
041824
041827     MOVE SECUENCIA-TRANSACCION TO FOLIO-REFERENCIA.
041830     MOVE CUENTA-ACTUAL TO ACCT-NUMBER.
041833     READ ACCOUNT-MASTER-FILE
041836         INVALID KEY
041839             DISPLAY "Error leyendo la cuenta para la comision."
041842             MOVE ZERO TO FOLIO-REFERENCIA
041845             GO TO 1850-COBRAR-COMISION-RTN-EXIT
041848     END-READ.
041851
041852     PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
041853         7070-CALCULAR-DISPONIBLE-RTN-EXIT.
041854     IF SALDO-DISPONIBLE < COMISION-APLICABLE
041857         DISPLAY "Aviso: saldo insuficiente para la comision de $"
041860             COMISION-APLICABLE ". No se cobro."
041863         MOVE ZERO TO FOLIO-REFERENCIA
041866         GO TO 1850-COBRAR-COMISION-RTN-EXIT
041869     END-IF.
041872
041875     SUBTRACT COMISION-APLICABLE FROM ACCT-SALDO.
041878     MOVE FECHA-HOY TO ACCT-LAST-ACTIVITY-DATE.
041881     REWRITE ACCOUNT-MASTER-RECORD.
041884     IF ACCT-FILE-STATUS NOT = "00"
041887         DISPLAY "*** ALERTA: NO SE ACTUALIZO EL SALDO EN EL "
041890             "MAESTRO (STATUS " ACCT-FILE-STATUS ") ***"
041893     END-IF.
041896
041899     PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
041902         1500-SIGUIENTE-SECUENCIA-RTN-EXIT.
041905     MOVE "COMISION" TO TIPO-MOVIMIENTO.
041908     MOVE COMISION-APLICABLE TO MONTO-MOVIMIENTO.
041911     MOVE ACCT-SALDO TO SALDO-RESULTANTE.
041914     MOVE ZERO TO CUENTA-RELACIONADA.
041917     PERFORM 1600-ESCRIBIR-LOG-RTN THRU
041920         1600-ESCRIBIR-LOG-RTN-EXIT.
041923     PERFORM 1700-IMPRIMIR-RECIBO-RTN THRU
041926         1700-IMPRIMIR-RECIBO-RTN-EXIT.
041929     MOVE ZERO TO FOLIO-REFERENCIA.
041932     DISPLAY "Comision cobrada: $" COMISION-APLICABLE
041935         ". Saldo actual: $" ACCT-SALDO.
041938
041941 1850-COBRAR-COMISION-RTN-EXIT.
041944     EXIT.
041992******************************************************************
041994*    2000-LOGIN-RTN
041996*    SOLICITA TARJETA Y NIP Y LOS VALIDA CONTRA EL MAESTRO DE
041998*    CUENTAS ANTES DE PERMITIR EL ACCESO AL MENU.
042000******************************************************************
042100 2000-LOGIN-RTN.
042200
053900                 SET CL-IDX TO TOTAL-CUENTAS-LIGADAS
054000                 MOVE ACCT-NUMBER TO CL-NUMERO(CL-IDX)
054100                 MOVE ACCT-TYPE TO CL-TIPO(CL-IDX)
054200                 PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
054210                     7070-CALCULAR-DISPONIBLE-RTN-EXIT
054220                 MOVE SALDO-DISPONIBLE TO CL-SALDO(CL-IDX)
054250             END-IF
054300         ELSE
054400             SET ALL-READ TO TRUE
057800 2530-MOSTRAR-CUENTA-RTN.
057900
058000     DISPLAY CL-IDX " - CUENTA " CL-NUMERO(CL-IDX)
058100         " (" CL-TIPO(CL-IDX) ") DISPONIBLE $" CL-SALDO(CL-IDX).
058200
058300 2530-MOSTRAR-CUENTA-RTN-EXIT.
058400     EXIT.
068920     IF CUENTA-ENCONTRADA
068950         PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
068960             1550-VERIFICAR-APERTURA-DIA-RTN-EXIT
068970         PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
068980             7070-CALCULAR-DISPONIBLE-RTN-EXIT
069000         DISPLAY "Saldo actual: $" ACCT-SALDO
069010         DISPLAY "Saldo disponible: $" SALDO-DISPONIBLE
069020         IF MONTO-RETENIDO > ZERO
069030             DISPLAY "Cheques en retencion: $" MONTO-RETENIDO
069040         END-IF
069090     END-IF.
069100
069200 5000-CONSULTAR-SALDO-RTN-EXIT.
069700*    AMBOS CASOS SE ABONA EL SALDO DE LA CUENTA ACTUAL, SE
069800*    REGISTRA EL MOVIMIENTO EN LA BITACORA (DEP-EFECTIVO O
069810*    DEP-CHEQUE) Y SE EMITE EL RECIBO CORRESPONDIENTE.
069820*    EL CHEQUE QUEDA ADEMAS RETENIDO EN RETENMST HASTA SU FECHA
069830*    DE LIBERACION, FUERA DEL SALDO DISPONIBLE.
069900******************************************************************
070000 6000-REALIZAR-DEPOSITO-RTN.
070100
072400         MOVE ZERO TO CUENTA-RELACIONADA
072500         PERFORM 1600-ESCRIBIR-LOG-RTN THRU
072600             1600-ESCRIBIR-LOG-RTN-EXIT
072610         IF FORMA-DEPOSITO = "C"
072620             PERFORM 6300-REGISTRAR-RETENCION-RTN THRU
072630                 6300-REGISTRAR-RETENCION-RTN-EXIT
072640         END-IF
072700         PERFORM 1700-IMPRIMIR-RECIBO-RTN THRU
072800             1700-IMPRIMIR-RECIBO-RTN-EXIT
072810         MOVE TIPO-MOVIMIENTO TO TIPO-COMISION
072820         PERFORM 1800-DETERMINAR-COMISION-RTN THRU
072830             1800-DETERMINAR-COMISION-RTN-EXIT
072840         PERFORM 1850-COBRAR-COMISION-RTN THRU
072850             1850-COBRAR-COMISION-RTN-EXIT
072890     END-IF.
072900
073000 6000-REALIZAR-DEPOSITO-RTN-EXIT.
075128
075130 6250-ABONAR-BOVEDA-RTN-EXIT.
075132     EXIT.
075136******************************************************************
075140*    6300-REGISTRAR-RETENCION-RTN
075144*    DEJA RETENIDO EN RETENMST EL DEPOSITO EN CHEQUE RECIEN
075148*    REGISTRADO, CON EL FOLIO DEL DEP-CHEQUE COMO LLAVE, HASTA SU
075152*    FECHA DE LIBERACION (HOY MAS DIAS-RETENCION DIAS NATURALES).
075156*    EL MONTO YA ESTA EN EL SALDO CONTABLE PERO NO CUENTA EN EL
075160*    DISPONIBLE HASTA ESA FECHA; EL BATCH DE COMPENSACION DE
075164*    CHEQUES LA LIBERA O LA REVERSA SI EL CHEQUE REGRESA.
075168******************************************************************
075172 6300-REGISTRAR-RETENCION-RTN.
075176
075180     IF NOT RETENCIONES-ABIERTAS
075184         DISPLAY "*** ALERTA: NO SE REGISTRO LA RETENCION DEL "
075188             "CHEQUE (ARCHIVO RETENMST NO DISPONIBLE) ***"
075192         GO TO 6300-REGISTRAR-RETENCION-RTN-EXIT
075196     END-IF.
075200
075204     MOVE FECHA-HOY TO FECHA-LIBERACION-NUM.
075208     PERFORM 6310-SUMAR-DIA-RTN THRU
075212         6310-SUMAR-DIA-RTN-EXIT
075216         DIAS-RETENCION TIMES.
075220
075224     MOVE SPACES TO HELD-FUNDS-RECORD.
075228     MOVE SECUENCIA-TRANSACCION TO RET-FOLIO.
075232     MOVE CUENTA-ACTUAL TO RET-CUENTA.
075236     MOVE DEPOCITO TO RET-MONTO.
075240     MOVE FECHA-HOY TO RET-FECHA-DEPOSITO.
075244     MOVE FECHA-LIBERACION-NUM TO RET-FECHA-LIBERACION.
075248     SET RET-ACTIVA TO TRUE.
075252     MOVE FECHA-HOY TO RET-FECHA-ESTADO.
075256     MOVE TERMINAL-ACTUAL TO RET-TERMINAL.
075260     WRITE HELD-FUNDS-RECORD.
075264     IF RET-FILE-STATUS NOT = "00"
075268         DISPLAY "*** ALERTA: NO SE REGISTRO LA RETENCION DEL "
075272             "CHEQUE (STATUS " RET-FILE-STATUS ") ***"
075276     ELSE
075280         DISPLAY "Aviso: el cheque queda retenido; estara "
075284             "disponible el " FECHA-LIBERACION-NUM "."
075288     END-IF.
075292
075296 6300-REGISTRAR-RETENCION-RTN-EXIT.
075300     EXIT.
075304******************************************************************
075308*    6310-SUMAR-DIA-RTN
075312*    AVANZA UN DIA NATURAL LA FECHA EN FECHA-LIBERACION-NUM,
075316*    PASANDO AL MES Y AL ANIO SIGUIENTES CUANDO CORRESPONDE.
075320*    FEBRERO TIENE 29 DIAS EN LOS BISIESTOS GREGORIANOS.
075324******************************************************************
075328 6310-SUMAR-DIA-RTN.
075332
075336     ADD 1 TO FLD-DIA.
075340     MOVE DIAS-DEL-MES(FLD-MES) TO DIAS-MES-TOPE.
075344     IF FLD-MES = 2
075348         DIVIDE FLD-ANIO BY 4 GIVING ANIO-COCIENTE
075352             REMAINDER RESTO-ANIO
075356         IF RESTO-ANIO = ZERO
075360             DIVIDE FLD-ANIO BY 100 GIVING ANIO-COCIENTE
075364                 REMAINDER RESTO-ANIO
075368             IF RESTO-ANIO NOT = ZERO
075372                 MOVE 29 TO DIAS-MES-TOPE
075376             ELSE
075380                 DIVIDE FLD-ANIO BY 400 GIVING ANIO-COCIENTE
075384                     REMAINDER RESTO-ANIO
075388                 IF RESTO-ANIO = ZERO
075392                     MOVE 29 TO DIAS-MES-TOPE
075396                 END-IF
075400             END-IF
075404         END-IF
075408     END-IF.
075412
075416     IF FLD-DIA > DIAS-MES-TOPE
075420         MOVE 1 TO FLD-DIA
075424         ADD 1 TO FLD-MES
075428         IF FLD-MES > 12
075432             MOVE 1 TO FLD-MES
075436             ADD 1 TO FLD-ANIO
075440         END-IF
075444     END-IF.
075448
075452 6310-SUMAR-DIA-RTN-EXIT.
075456     EXIT.
075584******************************************************************
075586*    7000-REALIZAR-RETIRO-RTN
075588*    CAPTURA EL MONTO A RETIRAR Y VALIDA LIMITE DIARIO,
075590*    EXISTENCIA DE BILLETES Y SALDO, EN ESE ORDEN, PARA QUE LA
075592*    COBERTURA DESDE OTRA CUENTA LIGADA SOLO MUEVA FONDOS CUANDO
075594*    EL RETIRO YA NO TIENE OTRO MOTIVO DE RECHAZO. ENTREGA EL
075596*    DESGLOSE POR DENOMINACION Y REGISTRA EL MOVIMIENTO.
075598******************************************************************
075600 7000-REALIZAR-RETIRO-RTN.
075700
075710     MOVE CUENTA-ACTUAL TO ACCT-NUMBER.
077100             7100-VALIDAR-RETIRO-RTN-EXIT
077200             UNTIL CAPTURA-VALIDA
077300
077310         MOVE "RETIRO" TO TIPO-COMISION
077320         PERFORM 1800-DETERMINAR-COMISION-RTN THRU
077330             1800-DETERMINAR-COMISION-RTN-EXIT
077340         COMPUTE MONTO-OPERACION = RETIRO + COMISION-APLICABLE
077342         PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
077344             7070-CALCULAR-DISPONIBLE-RTN-EXIT
077350
077400         SET FONDOS-SUFICIENTES TO TRUE
077410         IF (ACCT-DAILY-WITHDRAWN + RETIRO) >
077420             LIMITE-DIARIO-RETIRO
077495         END-IF
077497
077500         IF FONDOS-SUFICIENTES AND BILLETES-DISPONIBLES AND
077505             MONTO-OPERACION > SALDO-DISPONIBLE
077520             PERFORM 7050-CUBRIR-FALTANTE-RTN THRU
077530                 7050-CUBRIR-FALTANTE-RTN-EXIT
077540             IF MONTO-OPERACION > SALDO-DISPONIBLE
077600                 SET FONDOS-INSUFICIENTES TO TRUE
077700                 DISPLAY "Fondos insuficientes."
077710             END-IF
080800             PERFORM 1700-IMPRIMIR-RECIBO-RTN THRU
080900                 1700-IMPRIMIR-RECIBO-RTN-EXIT
081000             DISPLAY "Retiro exitoso. Saldo actual: $" ACCT-SALDO
081010             PERFORM 1850-COBRAR-COMISION-RTN THRU
081020                 1850-COBRAR-COMISION-RTN-EXIT
081100         ELSE
081200             IF FONDOS-SUFICIENTES AND BILLETES-INSUFICIENTES
081300                 DISPLAY "El cajero no tiene billetes "
082100******************************************************************
082110 7050-CUBRIR-FALTANTE-RTN.
082120
082130     COMPUTE MONTO-FALTANTE = MONTO-OPERACION - SALDO-DISPONIBLE.
082140     MOVE "N" TO CUENTA-COBERTURA-SW.
082150     SET CL-IDX TO 1.
082160     SEARCH CUENTA-LIGADA
082526                 "EN EL MAESTRO (STATUS " ACCT-FILE-STATUS
082528                 ") ***"
082529         END-IF
082530         PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
082532             7070-CALCULAR-DISPONIBLE-RTN-EXIT
082534         MOVE SALDO-DISPONIBLE TO CL-SALDO(CL-IDX)
082540         PERFORM 1500-SIGUIENTE-SECUENCIA-RTN THRU
082550             1500-SIGUIENTE-SECUENCIA-RTN-EXIT
082560         MOVE "SWEEP-ORIG" TO TIPO-MOVIMIENTO
082790             DISPLAY "Aviso: se cubrio un faltante de $"
082791                 MONTO-FALTANTE " desde la cuenta ligada "
082800                 CL-NUMERO(CL-IDX) "."
082802             PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
082804                 7070-CALCULAR-DISPONIBLE-RTN-EXIT
082805         END-IF
082810     END-IF.
082820
082830 7060-APLICAR-COBERTURA-RTN-EXIT.
082840     EXIT.
082845******************************************************************
082850*    7070-CALCULAR-DISPONIBLE-RTN
082855*    SUMA EN MONTO-RETENIDO LAS RETENCIONES ACTIVAS DE LA CUENTA
082860*    CUYO REGISTRO ESTA EN EL AREA DEL MAESTRO (LAS QUE YA
082865*    LLEGARON A SU FECHA DE LIBERACION YA NO CUENTAN, AUNQUE EL
082870*    BATCH TODAVIA NO LAS MARQUE) Y DEJA EN SALDO-DISPONIBLE EL
082875*    SALDO CONTABLE MENOS ESE MONTO, NUNCA MENOR A CERO. NO MUEVE
082880*    EL REGISTRO DE CUENTAS NI SU POSICION DE LECTURA.
082885******************************************************************
082890 7070-CALCULAR-DISPONIBLE-RTN.
082895
082900     MOVE ZERO TO MONTO-RETENIDO.
082905     MOVE "N" TO FIN-RETEN-SW.
082910
082915     IF RETENCIONES-ABIERTAS
082920         MOVE ACCT-NUMBER TO RET-CUENTA
082925         START HELD-FUNDS-FILE KEY IS EQUAL TO RET-CUENTA
082930             INVALID KEY
082935                 SET FIN-RETENCIONES TO TRUE
082940         END-START
082945         PERFORM 7080-SUMAR-RETENCION-RTN THRU
082950             7080-SUMAR-RETENCION-RTN-EXIT
082955             UNTIL FIN-RETENCIONES
082960     END-IF.
082965
082970     IF MONTO-RETENIDO < ACCT-SALDO
082975         COMPUTE SALDO-DISPONIBLE = ACCT-SALDO - MONTO-RETENIDO
082980     ELSE
082985         MOVE ZERO TO SALDO-DISPONIBLE
082990     END-IF.
082995
083000 7070-CALCULAR-DISPONIBLE-RTN-EXIT.
083005     EXIT.
083010******************************************************************
083015*    7080-SUMAR-RETENCION-RTN
083020*    LEE LA SIGUIENTE RETENCION POR LA LLAVE ALTERNA DE CUENTA Y,
083025*    SI SIGUE SIENDO DE LA CUENTA Y ESTA ACTIVA Y NO VENCIDA, LA
083030*    ACUMULA EN MONTO-RETENIDO.
083035******************************************************************
083040 7080-SUMAR-RETENCION-RTN.
083045
083050     READ HELD-FUNDS-FILE NEXT RECORD
083055         AT END
083060             SET FIN-RETENCIONES TO TRUE
083065     END-READ.
083070
083075     IF FIN-RETENCIONES
083080         GO TO 7080-SUMAR-RETENCION-RTN-EXIT
083085     END-IF.
083090
083095     IF RET-CUENTA NOT = ACCT-NUMBER
083100         SET FIN-RETENCIONES TO TRUE
083105         GO TO 7080-SUMAR-RETENCION-RTN-EXIT
083110     END-IF.
083115
083120     IF RET-ACTIVA AND RET-FECHA-LIBERACION > FECHA-HOY
083125         ADD RET-MONTO TO MONTO-RETENIDO
083130     END-IF.
083135
083140 7080-SUMAR-RETENCION-RTN-EXIT.
083145     EXIT.
083400******************************************************************
083500*    7100-VALIDAR-RETIRO-RTN
083600*    VERIFICA QUE EL MONTO A RETIRAR SEA NUMERICO Y MAYOR A
103700*    8300-APLICAR-TRANSFERENCIA-RTN
103800*    SUBTRAE DE LA CUENTA ORIGEN Y ABONA A LA CUENTA DESTINO,
103900*    REGISTRANDO CADA PATA EN LA BITACORA DE TRANSACCIONES. EL
103950*    RECIBO IMPRESO SE RESERVA PARA DEPOSITO, RETIRO Y LA
103960*    COMISION QUE CAUSE LA TRANSFERENCIA, QUE SE COBRA JUSTO
103970*    DESPUES DE LA PATA DE ORIGEN.
104000******************************************************************
104100 8300-APLICAR-TRANSFERENCIA-RTN.
104200
104750         PERFORM 1550-VERIFICAR-APERTURA-DIA-RTN THRU
104760             1550-VERIFICAR-APERTURA-DIA-RTN-EXIT
104800
104810         MOVE "TRANSF-ORIG" TO TIPO-COMISION
104820         PERFORM 1800-DETERMINAR-COMISION-RTN THRU
104830             1800-DETERMINAR-COMISION-RTN-EXIT
104840         COMPUTE MONTO-OPERACION = MONTO-TRANSFERENCIA +
104850             COMISION-APLICABLE
104860
104870         PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
104880             7070-CALCULAR-DISPONIBLE-RTN-EXIT
104890
104900         IF MONTO-OPERACION > SALDO-DISPONIBLE
104920             PERFORM 7050-CUBRIR-FALTANTE-RTN THRU
104930                 7050-CUBRIR-FALTANTE-RTN-EXIT
104940         END-IF
104950
104960         IF MONTO-OPERACION > SALDO-DISPONIBLE
105000             DISPLAY "Fondos insuficientes para la transferencia."
105100         ELSE
105200             SUBTRACT MONTO-TRANSFERENCIA FROM ACCT-SALDO
106000             MOVE CUENTA-DESTINO TO CUENTA-RELACIONADA
106100             PERFORM 1600-ESCRIBIR-LOG-RTN THRU
106200                 1600-ESCRIBIR-LOG-RTN-EXIT
106300             PERFORM 1850-COBRAR-COMISION-RTN THRU
106400                 1850-COBRAR-COMISION-RTN-EXIT
106500
106600             MOVE CUENTA-DESTINO TO ACCT-NUMBER
106650             MOVE "N" TO CUENTA-ENCONTRADA-SW
112807         8830-VALIDAR-MONTO-INTERB-RTN-EXIT
112817         UNTIL CAPTURA-VALIDA.
112827
112828     MOVE "INTERB-ENV" TO TIPO-COMISION.
112829     PERFORM 1800-DETERMINAR-COMISION-RTN THRU
112830         1800-DETERMINAR-COMISION-RTN-EXIT.
112831     COMPUTE MONTO-OPERACION = MONTO-INTERBANCARIO +
112832         COMISION-APLICABLE.
112833
112834     PERFORM 7070-CALCULAR-DISPONIBLE-RTN THRU
112835         7070-CALCULAR-DISPONIBLE-RTN-EXIT.
112836
112837     IF MONTO-OPERACION > SALDO-DISPONIBLE
112857         PERFORM 7050-CUBRIR-FALTANTE-RTN THRU
112867             7050-CUBRIR-FALTANTE-RTN-EXIT
112877     END-IF.
112887
112897     IF MONTO-OPERACION > SALDO-DISPONIBLE
112907         DISPLAY "Fondos insuficientes para la transferencia."
112917         GO TO 8800-TRANSFERENCIA-INTERB-RTN-EXIT
112927     END-IF.
113257     DISPLAY "Transferencia interbancaria registrada con folio "
113267         SECUENCIA-TRANSACCION "."
113277     DISPLAY "Se enviara a la camara en el corte de fin de dia.".
113279     PERFORM 1850-COBRAR-COMISION-RTN THRU
113281         1850-COBRAR-COMISION-RTN-EXIT.
113287
113297 8800-TRANSFERENCIA-INTERB-RTN-EXIT.
113307     EXIT.
113947           TRAN-CONTROL-FILE
113957           RECEIPT-FILE
113967           STANDING-ORDER-FILE
113977           CLEARING-OUT-FILE
113979           FEE-USAGE-FILE.
113987     IF PARAMETROS-ABIERTOS
113997         CLOSE PARAMETER-FILE
114007     END-IF.
114009     IF COMISIONES-ABIERTAS
114011         CLOSE FEE-SCHEDULE-FILE
114013     END-IF.
114014     IF RETENCIONES-ABIERTAS
114015         CLOSE HELD-FUNDS-FILE
114016     END-IF.
114017
114027 9000-TERMINAR-RTN-EXIT.
114037     EXIT.

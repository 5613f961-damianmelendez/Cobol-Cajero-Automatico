002120*                  SU FECHA: UN CAMBIO CON FECHA FUTURA DEJA
002130*                  RIGIENDO EL VALOR ANTERIOR EN LOS LECTORES EN
002140*                  LUGAR DE REGRESARLOS AL VALOR COMPILADO.
002150* 2026-10-15 JMR   SE AGREGA 1170 PARA DAR DE ALTA EN UN ARCHIVO
002153*                  YA EXISTENTE LOS PARAMETROS NUEVOS QUE NO TRAIA
002156*                  LA SIEMBRA ORIGINAL: DIAS-RETENC (DIAS DE
002159*                  RETENCION DE UN DEPOSITO EN CHEQUE), 2 DIAS.
002162* 2026-10-15 JMR   1170 DA DE ALTA TAMBIEN DIAS-SUSPENS (DIAS
002165*                  A PARTIR DE LOS CUALES UNA PARTIDA EN
002168*                  SUSPENSO SALE EN SU REPORTE), 5 DIAS.
002171* 2026-10-15 JMR   1170 DA DE ALTA TAMBIEN DIAS-COBERT (DIAS QUE
002174*                  CUBRE EL PEDIDO DE EFECTIVO) Y DIAS-REPOSIC
002177*                  (CICLO DE REPOSICION DE TERMINALES), 7 DIAS.
002180* 2026-10-15 JMR   1170 DA DE ALTA TAMBIEN UMBRAL-OPER (50000) Y
002183*                  UMBRAL-MES (100000) DEL REPORTE REGULATORIO, Y
002186*                  PCT-ESTRUC (10), DIAS-ESTRUC (7) Y OPER-ESTRUC
002189*                  (3) DE LA ALERTA DE FRACCIONAMIENTO.
002200******************************************************************
002300 IDENTIFICATION DIVISION.
002400 PROGRAM-ID. CAJERO-PARAMETROS-MANTENIMIENTO.
013900         PERFORM 1150-SEMBRAR-PARAMETROS-RTN THRU
014000             1150-SEMBRAR-PARAMETROS-RTN-EXIT
014100     END-IF.
014110     PERFORM 1170-COMPLETAR-PARAMETROS-RTN THRU
014120         1170-COMPLETAR-PARAMETROS-RTN-EXIT.
014200
014300     OPEN I-O OPERATOR-MASTER-FILE.
014400     IF OPER-FILE-STATUS = "35"
023994 1160-ESCRIBIR-SEMILLA-RTN-EXIT.
023996     EXIT.
024000******************************************************************
024004*    1170-COMPLETAR-PARAMETROS-RTN
024008*    DA DE ALTA, CON SU VALOR INICIAL Y EFECTIVOS DESDE HOY, LOS
024012*    PARAMETROS QUE SE AGREGARON A LA APLICACION DESPUES DE LA
024016*    SIEMBRA ORIGINAL Y QUE TODAVIA NO EXISTEN EN EL ARCHIVO, PARA
024020*    QUE EL OPERADOR PUEDA CAMBIARLOS DESDE LA UTILERIA.
024024******************************************************************
024028 1170-COMPLETAR-PARAMETROS-RTN.
024032
024036     MOVE "DIAS-RETENC" TO PRM-CLAVE.
024040     READ PARAMETER-FILE
024044         INVALID KEY
024048             MOVE "DIAS-RETENC" TO PRM-CLAVE
024052             MOVE 2 TO PRM-VALOR
024056             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024060             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024064                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024068             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024072                 "DIAS-RETENC CON VALOR 2."
024076     END-READ.
024080
024084     MOVE "DIAS-SUSPENS" TO PRM-CLAVE.
024088     READ PARAMETER-FILE
024092         INVALID KEY
024096             MOVE "DIAS-SUSPENS" TO PRM-CLAVE
024100             MOVE 5 TO PRM-VALOR
024104             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024108             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024112                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024116             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024120                 "DIAS-SUSPENS CON VALOR 5."
024124     END-READ.
024128
024132     MOVE "DIAS-COBERT" TO PRM-CLAVE.
024136     READ PARAMETER-FILE
024140         INVALID KEY
024144             MOVE "DIAS-COBERT" TO PRM-CLAVE
024148             MOVE 7 TO PRM-VALOR
024152             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024156             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024160                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024164             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024168                 "DIAS-COBERT CON VALOR 7."
024172     END-READ.
024176
024180     MOVE "DIAS-REPOSIC" TO PRM-CLAVE.
024184     READ PARAMETER-FILE
024188         INVALID KEY
024192             MOVE "DIAS-REPOSIC" TO PRM-CLAVE
024196             MOVE 7 TO PRM-VALOR
024200             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024204             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024208                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024212             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024216                 "DIAS-REPOSIC CON VALOR 7."
024220     END-READ.
024224
024228     MOVE "UMBRAL-OPER" TO PRM-CLAVE.
024232     READ PARAMETER-FILE
024236         INVALID KEY
024240             MOVE "UMBRAL-OPER" TO PRM-CLAVE
024244             MOVE 50000 TO PRM-VALOR
024248             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024252             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024256                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024260             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024264                 "UMBRAL-OPER CON VALOR 50000."
024268     END-READ.
024272
024276     MOVE "UMBRAL-MES" TO PRM-CLAVE.
024280     READ PARAMETER-FILE
024284         INVALID KEY
024288             MOVE "UMBRAL-MES" TO PRM-CLAVE
024292             MOVE 100000 TO PRM-VALOR
024296             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024300             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024304                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024308             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024312                 "UMBRAL-MES CON VALOR 100000."
024316     END-READ.
024320
024324     MOVE "PCT-ESTRUC" TO PRM-CLAVE.
024328     READ PARAMETER-FILE
024332         INVALID KEY
024336             MOVE "PCT-ESTRUC" TO PRM-CLAVE
024340             MOVE 10 TO PRM-VALOR
024344             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024348             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024352                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024356             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024360                 "PCT-ESTRUC CON VALOR 10."
024364     END-READ.
024368
024372     MOVE "DIAS-ESTRUC" TO PRM-CLAVE.
024376     READ PARAMETER-FILE
024380         INVALID KEY
024384             MOVE "DIAS-ESTRUC" TO PRM-CLAVE
024388             MOVE 7 TO PRM-VALOR
024392             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024396             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024400                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024404             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024408                 "DIAS-ESTRUC CON VALOR 7."
024412     END-READ.
024416
024420     MOVE "OPER-ESTRUC" TO PRM-CLAVE.
024424     READ PARAMETER-FILE
024428         INVALID KEY
024432             MOVE "OPER-ESTRUC" TO PRM-CLAVE
024436             MOVE 3 TO PRM-VALOR
024440             MOVE FECHA-HOY TO PRM-FECHA-EFECTIVA
024444             PERFORM 1160-ESCRIBIR-SEMILLA-RTN THRU
024448                 1160-ESCRIBIR-SEMILLA-RTN-EXIT
024452             DISPLAY "AVISO: SE DIO DE ALTA EL PARAMETRO "
024456                 "OPER-ESTRUC CON VALOR 3."
024460     END-READ.
024464
024468 1170-COMPLETAR-PARAMETROS-RTN-EXIT.
024472     EXIT.
024476******************************************************************
024480*    1200-FIRMAR-OPERADOR-RTN
024484*    PIDE OPERADOR Y CONTRASENA Y LOS VALIDA CONTRA EL MAESTRO DE
024488*    OPERADORES ANTES DE PERMITIR TOCAR LOS PARAMETROS. TRAS
024492*    AGOTAR LOS INTENTOS LA UTILERIA TERMINA SIN OPERAR.
024496******************************************************************
024600 1200-FIRMAR-OPERADOR-RTN.
024700
024800     PERFORM 1210-INTENTO-FIRMA-RTN THRU

000100******************************************************************
000200*    COPYBOOK:  LOTEREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE NIGHTLY BATCH RUN-CONTROL
000400*               FILE (LOTECTL). UN REGISTRO POR PASO DEL LOTE
000500*               NOCTURNO Y POR FECHA DE NEGOCIO, CON EL PROGRAMA
000600*               QUE EJECUTA, CUANDO LE TOCA CORRER, LOS PASOS QUE
000700*               DEBEN ESTAR TERMINADOS ANTES, EL PARAMETRO QUE
000800*               NECESITA, SU ESTADO, LOS INTENTOS, EL INICIO, EL
000900*               FIN Y EL CODIGO DE RETORNO DEL ULTIMO INTENTO.
001000*               LOS PASOS SE SIEMBRAN AL ABRIR LA FECHA, ASI QUE
001100*               UNA CORRIDA REANUDADA SIGUE EL MISMO PLAN AUNQUE
001200*               LA DEFINICION DEL LOTE CAMBIE DESPUES.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  ------------------------------------------
001700*    2026-10-15 JMR   ORIGINAL VERSION - BATCH RUN CONTROL.
001800******************************************************************
001900 01  BATCH-CONTROL-RECORD.
002000     05  LOTE-LLAVE.
002100         10  LOTE-FECHA-NEGOCIO      PIC 9(08).
002200         10  LOTE-PASO               PIC 9(02).
002300     05  LOTE-PROGRAMA               PIC X(30).
002400     05  LOTE-FRECUENCIA             PIC X(01).
002500         88  LOTE-DIARIO                 VALUE "D".
002600         88  LOTE-FIN-DE-MES             VALUE "M".
002700         88  LOTE-QUINCENAL              VALUE "Q".
002800     05  LOTE-UNICA-VEZ              PIC X(01).
002900         88  LOTE-NO-REEJECUTABLE        VALUE "S".
003000     05  LOTE-ENTRADA                PIC X(01).
003100         88  LOTE-ENTRADA-CIERRE         VALUE "C".
003200         88  LOTE-ENTRADA-CORTE          VALUE "A".
003300     05  LOTE-PASOS-PREVIOS.
003400         10  LOTE-PASO-PREVIO        PIC 9(02) OCCURS 6 TIMES.
003500     05  LOTE-PARAMETRO              PIC X(12).
003600     05  LOTE-ESTADO                 PIC X(01).
003700         88  LOTE-PENDIENTE              VALUE "P".
003800         88  LOTE-EN-EJECUCION           VALUE "E".
003900         88  LOTE-TERMINADO              VALUE "T".
004000         88  LOTE-FALLIDO                VALUE "F".
004100         88  LOTE-OMITIDO                VALUE "O".
004200     05  LOTE-INTENTOS               PIC 9(02).
004300     05  LOTE-FECHA-INICIO           PIC 9(08).
004400     05  LOTE-HORA-INICIO            PIC 9(08).
004500     05  LOTE-FECHA-FIN              PIC 9(08).
004600     05  LOTE-HORA-FIN               PIC 9(08).
004700     05  LOTE-CODIGO-RETORNO         PIC S9(04).
004800     05  LOTE-OBSERVACION            PIC X(40).
004900     05  FILLER                      PIC X(10).

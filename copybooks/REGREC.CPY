000100******************************************************************
000200*    COPYBOOK:  REGREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE CASH REGULATORY EXTRACT
000400*               (REGEXTR). ARCHIVO DE LONGITUD FIJA QUE SE ENTREGA
000500*               A LA AUTORIDAD CON LAS OPERACIONES EN EFECTIVO
000600*               (DEP-EFECTIVO Y RETIRO) IGUALES O MAYORES AL
000700*               UMBRAL POR OPERACION Y LOS TOTALES MENSUALES
000800*               IGUALES O MAYORES AL UMBRAL MENSUAL, POR CUENTA Y
000900*               POR TARJETA.
001000*               UN ENCABEZADO CON EL RANGO Y LOS UMBRALES, LOS
001100*               DETALLES Y UN SUMARIO CON CONTEOS E IMPORTES DE
001200*               CONTROL; EL PRIMER BYTE DISTINGUE EL TIPO.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  ------------------------------------------
001700*    2026-10-15 JMR   ORIGINAL VERSION - CASH REGULATORY EXTRACT.
001800******************************************************************
001900 01  REGULATORIO-RECORD.
002000     05  REG-TIPO-REGISTRO           PIC X(01).
002100         88  REG-ENCABEZADO              VALUE "H".
002200         88  REG-OPERACION               VALUE "O".
002300         88  REG-MENSUAL                 VALUE "M".
002400         88  REG-SUMARIO                 VALUE "T".
002500     05  REG-DATOS                   PIC X(119).
002600*    ENCABEZADO: RANGO REPORTADO, FECHA DE GENERACION Y UMBRALES.
002700     05  REG-DATOS-ENCABEZADO REDEFINES REG-DATOS.
002800         10  REG-H-FECHA-DESDE       PIC 9(08).
002900         10  REG-H-FECHA-HASTA       PIC 9(08).
003000         10  REG-H-FECHA-GENERACION  PIC 9(08).
003100         10  REG-H-UMBRAL-OPERACION  PIC 9(09)V9(02).
003200         10  REG-H-UMBRAL-MENSUAL    PIC 9(09)V9(02).
003300         10  FILLER                  PIC X(73).
003400*    OPERACION INDIVIDUAL IGUAL O MAYOR AL UMBRAL POR OPERACION.
003500     05  REG-DATOS-OPERACION REDEFINES REG-DATOS.
003600         10  REG-O-CUENTA            PIC 9(10).
003700         10  REG-O-TARJETA           PIC 9(16).
003800         10  REG-O-CLIENTE           PIC 9(08).
003900         10  REG-O-FECHA             PIC 9(08).
004000         10  REG-O-HORA              PIC 9(08).
004100         10  REG-O-FOLIO             PIC 9(08).
004200         10  REG-O-TIPO              PIC X(12).
004300         10  REG-O-IMPORTE           PIC 9(07)V9(02).
004400         10  REG-O-TERMINAL          PIC X(04).
004500         10  REG-O-TITULAR           PIC X(30).
004600         10  FILLER                  PIC X(06).
004700*    TOTAL MENSUAL IGUAL O MAYOR AL UMBRAL MENSUAL. NIVEL C = UNA
004800*    CUENTA; NIVEL T = TODAS LAS CUENTAS DE LA TARJETA (CUENTA EN
004900*    CEROS). TARJETA EN CEROS = CUENTA SIN TARJETA.
005000     05  REG-DATOS-MENSUAL REDEFINES REG-DATOS.
005100         10  REG-M-NIVEL             PIC X(01).
005200             88  REG-M-NIVEL-CUENTA      VALUE "C".
005300             88  REG-M-NIVEL-TARJETA     VALUE "T".
005400         10  REG-M-CUENTA            PIC 9(10).
005500         10  REG-M-TARJETA           PIC 9(16).
005600         10  REG-M-CLIENTE           PIC 9(08).
005700         10  REG-M-PERIODO           PIC 9(06).
005800         10  REG-M-TIPO              PIC X(12).
005900         10  REG-M-IMPORTE           PIC 9(11)V9(02).
006000         10  REG-M-OPERACIONES       PIC 9(05).
006100         10  REG-M-TITULAR           PIC X(30).
006200         10  FILLER                  PIC X(18).
006300*    SUMARIO: CONTEOS E IMPORTES DE LOS DETALLES DEL ARCHIVO.
006400     05  REG-DATOS-SUMARIO REDEFINES REG-DATOS.
006500         10  REG-T-OPERACIONES       PIC 9(07).
006600         10  REG-T-IMPORTE-OPER      PIC 9(11)V9(02).
006700         10  REG-T-MENSUALES         PIC 9(07).
006800         10  REG-T-IMPORTE-MES       PIC 9(13)V9(02).
006900         10  FILLER                  PIC X(77).

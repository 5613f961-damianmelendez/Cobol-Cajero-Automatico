000100******************************************************************
000200*    COPYBOOK:  NOMREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE INBOUND PAYROLL FILE
000400*               (NOMINAENT) QUE ENVIAN LAS EMPRESAS QUE PAGAN
000500*               SUELDOS A CUENTAS DEL BANCO. CADA LOTE DE UNA
000600*               EMPRESA ES UN ENCABEZADO (H) CON LA EMPRESA, LA
000700*               FECHA DE PAGO, EL NUMERO DE LOTE, EL NUMERO DE
000800*               REGISTROS Y EL IMPORTE DE CONTROL; LOS DETALLES
000900*               (D) CON LA CUENTA LOCAL, EL IMPORTE Y LA
001000*               REFERENCIA DEL EMPLEADO; Y UN SUMARIO (T) CON EL
001100*               NUMERO DE REGISTROS Y EL IMPORTE TOTAL. UN
001200*               ARCHIVO PUEDE TRAER VARIOS LOTES SEGUIDOS.
001300*
001400*    MODIFICATION HISTORY
001500*    DATE       INIT  DESCRIPTION
001600*    ---------  ----  ------------------------------------------
001700*    2026-10-15 JMR   ORIGINAL VERSION - PAYROLL CREDIT FILE.
001800******************************************************************
001900 01  NOMINA-RECORD.
002000     05  NOM-TIPO-REGISTRO           PIC X(01).
002100         88  NOM-ENCABEZADO              VALUE "H".
002200         88  NOM-DETALLE                 VALUE "D".
002300         88  NOM-SUMARIO                 VALUE "T".
002400     05  NOM-DATOS                   PIC X(79).
002500     05  NOM-DATOS-ENCABEZADO REDEFINES NOM-DATOS.
002600         10  NOM-H-EMPRESA           PIC 9(08).
002700         10  NOM-H-NOMBRE-EMPRESA    PIC X(30).
002800         10  NOM-H-FECHA-PAGO        PIC 9(08).
002900         10  NOM-H-LOTE              PIC 9(06).
003000         10  NOM-H-REGISTROS         PIC 9(06).
003100         10  NOM-H-IMPORTE-TOTAL     PIC 9(11)V9(02).
003200         10  FILLER                  PIC X(08).
003300     05  NOM-DATOS-DETALLE REDEFINES NOM-DATOS.
003400         10  NOM-D-CUENTA            PIC 9(10).
003500         10  NOM-D-IMPORTE           PIC 9(07)V9(02).
003600         10  NOM-D-REFERENCIA        PIC X(20).
003700         10  FILLER                  PIC X(40).
003800     05  NOM-DATOS-SUMARIO REDEFINES NOM-DATOS.
003900         10  NOM-T-REGISTROS         PIC 9(06).
004000         10  NOM-T-IMPORTE-TOTAL     PIC 9(11)V9(02).
004100         10  FILLER                  PIC X(60).

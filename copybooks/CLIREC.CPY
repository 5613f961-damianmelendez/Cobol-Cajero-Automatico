000100******************************************************************
000200*    COPYBOOK:  CLIREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE CUSTOMER MASTER FILE
000400*               (CLIEMST). UN REGISTRO POR CLIENTE CON SU NOMBRE,
000500*               DOMICILIO POSTAL PARA EL ESTADO DE CUENTA,
000600*               DOCUMENTO DE IDENTIFICACION, TELEFONO Y FECHA DE
000700*               NACIMIENTO. CADA CUENTA DEL MAESTRO APUNTA A SU
000800*               CLIENTE POR ACCT-CUSTOMER-NUMBER; EL NUMERO DE
000900*               CLIENTE SE TOMA DE LA LLAVE "4" DEL ARCHIVO DE
001000*               CONTROL (TRANCTL).
001100******************************************************************
001200*    MODIFICATION HISTORY
001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  ------------------------------------------
001500*    2026-10-15 JMR   ORIGINAL VERSION - CUSTOMER MASTER RECORD.
001600******************************************************************
001700 01  CUSTOMER-MASTER-RECORD.
001800     05  CLI-NUMERO                  PIC 9(08).
001900     05  CLI-NOMBRE                  PIC X(30).
002000     05  CLI-DOMICILIO.
002100         10  CLI-CALLE               PIC X(40).
002200         10  CLI-COLONIA             PIC X(30).
002300         10  CLI-CIUDAD              PIC X(30).
002400         10  CLI-ENTIDAD             PIC X(20).
002500         10  CLI-CODIGO-POSTAL       PIC 9(05).
002600     05  CLI-DOCUMENTO.
002700         10  CLI-TIPO-DOCTO          PIC X(01).
002800             88  CLI-DOCTO-INE           VALUE "I".
002900             88  CLI-DOCTO-PASAPORTE     VALUE "P".
003000             88  CLI-DOCTO-OTRO          VALUE "O".
003100             88  CLI-DOCTO-PENDIENTE     VALUE SPACE.
003200         10  CLI-NUMERO-DOCTO        PIC X(18).
003300     05  CLI-TELEFONO                PIC X(15).
003400     05  CLI-FECHA-NACIMIENTO        PIC 9(08).
003500     05  CLI-FECHA-ALTA              PIC 9(08).
003600     05  CLI-ORIGEN                  PIC X(01).
003700         88  CLI-DE-CONVERSION           VALUE "C".
003800         88  CLI-DE-ALTA                 VALUE "A".
003900     05  FILLER                      PIC X(20).

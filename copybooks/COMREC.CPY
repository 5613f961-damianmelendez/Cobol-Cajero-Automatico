000100******************************************************************
000200*    COPYBOOK:  COMREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE FEE-SCHEDULE FILE (COMISMST).
000400*               CADA RENGLON ES UNA COMISION: LA LLAVE ES EL TIPO
000500*               DE MOVIMIENTO DE LA BITACORA QUE LA CAUSA (RETIRO,
000600*               TRANSF-ORIG, INTERB-ENV, DEP-EFECTIVO, DEP-CHEQUE)
000700*               O LA CUOTA MENSUAL DE MANEJO POR TIPO DE CUENTA
000800*               (MANT-C CHEQUES, MANT-S AHORROS). IGUAL QUE EN EL
000900*               ARCHIVO DE PARAMETROS, CADA RENGLON LLEVA SUS
001000*               VALORES VIGENTES CON FECHA EFECTIVA Y LOS
001100*               ANTERIORES CON LA SUYA: MIENTRAS LA FECHA EFECTIVA
001200*               NO LLEGA SE COBRA CON LOS VALORES ANTERIORES.
001300*               COM-LIBRES-MES SOLO APLICA A LAS COMISIONES POR
001400*               OPERACION Y COM-SALDO-MINIMO SOLO A LA CUOTA DE
001500*               MANEJO; EN LOS DEMAS RENGLONES VAN EN CERO.
001600*
001700*    MODIFICATION HISTORY
001800*    DATE       INIT  DESCRIPTION
001900*    ---------  ----  ------------------------------------------
002000*    2026-10-15 JMR   ORIGINAL VERSION - FEE SCHEDULE RECORD.
002100******************************************************************
002200 01  FEE-SCHEDULE-RECORD.
002300     05  COM-CLAVE                   PIC X(12).
002400         88  COM-POR-OPERACION           VALUES "RETIRO"
002500                                                "TRANSF-ORIG"
002600                                                "INTERB-ENV"
002700                                                "DEP-EFECTIVO"
002800                                                "DEP-CHEQUE".
002900         88  COM-CUOTA-MANEJO            VALUES "MANT-C"
003000                                                "MANT-S".
003100     05  COM-VALORES.
003200         10  COM-MONTO               PIC 9(05)V9(02).
003300         10  COM-LIBRES-MES          PIC 9(03).
003400         10  COM-SALDO-MINIMO        PIC 9(07)V9(02).
003500         10  COM-FECHA-EFECTIVA      PIC 9(08).
003600     05  COM-VALORES-ANTERIORES.
003700         10  COM-MONTO-ANTERIOR      PIC 9(05)V9(02).
003800         10  COM-LIBRES-ANTERIOR     PIC 9(03).
003900         10  COM-SALDO-MIN-ANTERIOR  PIC 9(07)V9(02).
004000         10  COM-FECHA-ANTERIOR      PIC 9(08).
004100     05  FILLER                      PIC X(08).

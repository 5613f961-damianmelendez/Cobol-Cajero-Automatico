000100******************************************************************
000200*    COPYBOOK:  COMUSOREC
000300*    PURPOSE :  RECORD LAYOUT FOR THE FEE-USAGE FILE (COMUSO), QUE
000400*               CUENTA CUANTAS OPERACIONES DE CADA TIPO LLEVA UNA
000500*               CUENTA EN EL MES (AAAAMM). EL CAJERO LO CONSULTA
000600*               PARA RESPETAR LAS OPERACIONES LIBRES DEL MES DE LA
000700*               TABLA DE COMISIONES ANTES DE COBRAR. SE LLEVA APARTE
000800*               PORQUE LA BITACORA DEL DIA SE ARCHIVA EN CADA
000900*               CIERRE Y NO ALCANZA PARA CONTAR EL MES COMPLETO.
001000*
001100*    MODIFICATION HISTORY
001200*    DATE       INIT  DESCRIPTION
001300*    ---------  ----  ------------------------------------------
001400*    2026-10-15 JMR   ORIGINAL VERSION - FEE USAGE RECORD.
001500******************************************************************
001600 01  FEE-USAGE-RECORD.
001700     05  CUSO-LLAVE.
001800         10  CUSO-CUENTA             PIC 9(10).
001900         10  CUSO-PERIODO            PIC 9(06).
002000         10  CUSO-TIPO               PIC X(12).
002100     05  CUSO-OPERACIONES            PIC 9(05).
002200     05  FILLER                      PIC X(07).

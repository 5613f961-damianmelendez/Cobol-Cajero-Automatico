000300*    PURPOSE :  RECORD LAYOUT FOR THE TRAN-CONTROL FILE, QUE
000400*               REPARTE NUMEROS SECUENCIALES POR LLAVE: LA LLAVE
000500*               "1" ENTREGA LOS FOLIOS DE TRANSACCION PARA LOS
000510*               RECIBOS Y LA BITACORA, LA LLAVE "2" LOS
000520*               NUMEROS DE ORDEN PROGRAMADA Y LA LLAVE "3" LOS
000570*               FOLIOS DEL ARCHIVO DE SUSPENSO INTERBANCARIO.
000590*               LA LLAVE "4" ENTREGA LOS NUMEROS DE CLIENTE.
000600*
000700*    MODIFICATION HISTORY
000800*    DATE       INIT  DESCRIPTION
001010*    2026-09-02 JMR   EL ARCHIVO DEJA DE SER DE UN SOLO REGISTRO:
001020*                     SE AGREGA LA LLAVE "2" PARA LOS NUMEROS DE
001030*                     ORDEN PROGRAMADA DEL CAJERO.
001050*    2026-10-15 JMR   SE AGREGA LA LLAVE "3" PARA LOS FOLIOS DE
001070*                     LAS PARTIDAS EN SUSPENSO INTERBANCARIO.
001080*    2026-10-15 JMR   SE AGREGA LA LLAVE "4" PARA LOS NUMEROS DE
001090*                     CLIENTE DEL MAESTRO DE CLIENTES.
001100******************************************************************
001200 01  TRAN-CONTROL-RECORD.
001300     05  CTL-KEY                     PIC X(01).

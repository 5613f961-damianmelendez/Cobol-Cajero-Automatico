000980*                     SUPERVISADAS, Y EL CAMPO TLOG-REF-FOLIO
000990*                     (TOMADO DEL FILLER) CON EL FOLIO DEL
000992*                     MOVIMIENTO ORIGINAL QUE SE CORRIGE.
000994*    2026-10-15 JMR   SE AGREGA EL TIPO COMISION PARA LOS CARGOS
000996*                     DE LA TABLA DE COMISIONES; TLOG-REF-FOLIO
000998*                     LLEVA EL FOLIO DE LA OPERACION QUE LA CAUSA.
001010*    2026-10-15 JMR   SE AGREGA EL TIPO CHEQUE-DEV PARA REVERSAR
001020*                     UN DEPOSITO EN CHEQUE DEVUELTO; TLOG-REF-
001030*                     FOLIO LLEVA EL FOLIO DEL DEP-CHEQUE.
001045*    2026-10-15 JMR   SE AGREGA EL TIPO ABONO-NOMINA PARA LOS
001060*                     ABONOS DE NOMINA QUE LAS EMPRESAS ENVIAN EN
001075*                     ARCHIVO (CAJERO-NOMINA-ABONAR).
001090******************************************************************
001100 01  TRANSACTION-LOG-RECORD.
001200     05  TLOG-SEQUENCE               PIC 9(08).
001300     05  TLOG-DATE                   PIC 9(08).
002160         88  TLOG-TYPE-INTERB-ENV        VALUE "INTERB-ENV".
002170         88  TLOG-TYPE-INTERB-REC        VALUE "INTERB-REC".
002180         88  TLOG-TYPE-INTERB-DEV        VALUE "INTERB-DEV".
002190         88  TLOG-TYPE-COMISION          VALUE "COMISION".
002195         88  TLOG-TYPE-CHEQUE-DEV        VALUE "CHEQUE-DEV".
002197         88  TLOG-TYPE-ABONO-NOMINA      VALUE "ABONO-NOMINA".
002200     05  TLOG-AMOUNT                 PIC 9(07)V9(02).
002300     05  TLOG-BALANCE                PIC 9(07)V9(02).
002350     05  TLOG-REF-FOLIO              PIC 9(08).

001400*    DATE       INIT  DESCRIPTION
001500*    ---------  ----  ------------------------------------------
001600*    2026-09-02 JMR   ORIGINAL VERSION - AUDIT LOG RECORD.
001610*    2026-10-15 JMR   SE AGREGA LA ACCION CAMBIO-COMISION PARA EL
001620*                     MANTENIMIENTO DE LA TABLA DE COMISIONES.
001640*    2026-10-15 JMR   SE AGREGAN LAS ACCIONES APLICA-SUSPENSO Y
001660*                     DEVOL-SUSPENSO PARA LA RESOLUCION DE
001680*                     PARTIDAS EN SUSPENSO INTERBANCARIO.
001681*    2026-10-15 JMR   SE AGREGAN LAS ACCIONES INSTR-LIQUIDA
001682*                     (DESTINO DEL SALDO DE UNA CUENTA EN
001683*                     CIERRE) Y CIERRE-CUENTA (CIERRE HECHO POR
001684*                     EL BATCH DE LIQUIDACION DE CUENTAS).
001685*    2026-10-15 JMR   SE AGREGAN LAS ACCIONES ALTA-CLIENTE,
001686*                     CAMBIO-CLIENTE Y LIGA-CLIENTE PARA EL
001687*                     MAESTRO DE CLIENTES. EL NUMERO DE CLIENTE
001688*                     VA EN AUD-REFERENCIA.
001690*    2026-10-15 JMR   AUD-VALOR-ANTERIOR Y AUD-VALOR-NUEVO SE
001692*                     AMPLIAN A 40 POSICIONES PARA QUE QUEPA
001694*                     COMPLETO EL DATO MAS LARGO DEL CLIENTE.
001699******************************************************************
001800 01  AUDIT-LOG-RECORD.
001900     05  AUD-DATE                    PIC 9(08).
002000     05  AUD-TIME                    PIC 9(08).
002840         88  AUD-BAJA-OPERADOR           VALUE "BAJA-OPERADOR".
002850         88  AUD-CAMBIO-PASSWORD         VALUE
002860                                         "CAMBIO-PASSWORD".
002870         88  AUD-CAMBIO-COMISION         VALUE
002880                                         "CAMBIO-COMISION".
002881         88  AUD-APLICA-SUSPENSO         VALUE
002882                                         "APLICA-SUSPENSO".
002883         88  AUD-DEVOL-SUSPENSO          VALUE
002884                                         "DEVOL-SUSPENSO".
002885         88  AUD-INSTR-LIQUIDA           VALUE "INSTR-LIQUIDA".
002886         88  AUD-CIERRE-CUENTA           VALUE "CIERRE-CUENTA".
002887         88  AUD-ALTA-CLIENTE            VALUE "ALTA-CLIENTE".
002888         88  AUD-CAMBIO-CLIENTE          VALUE
002889                                         "CAMBIO-CLIENTE".
002890         88  AUD-LIGA-CLIENTE            VALUE "LIGA-CLIENTE".
002900     05  AUD-CUENTA                  PIC 9(10).
003000     05  AUD-DENOM                   PIC 9(03).
003100     05  AUD-REFERENCIA              PIC 9(08).
003200     05  AUD-MOTIVO                  PIC X(12).
003300     05  AUD-VALOR-ANTERIOR          PIC X(40).
003400     05  AUD-VALOR-NUEVO             PIC X(40).
003500     05  FILLER                      PIC X(06).

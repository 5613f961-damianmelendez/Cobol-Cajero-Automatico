001520*                     PRM-FECHA-ANTERIOR: UN CAMBIO CON FECHA
001530*                     FUTURA YA NO DEJA AL LECTOR SIN VALOR
001540*                     VIGENTE HASTA QUE LA FECHA LLEGUE.
001550*    2026-10-15 JMR   SE AGREGA LA CLAVE DIAS-RETENC CON LOS DIAS
001560*                     QUE SE RETIENE UN DEPOSITO EN CHEQUE ANTES
001570*                     DE QUEDAR DISPONIBLE.
001575*    2026-10-15 JMR   SE AGREGA LA CLAVE DIAS-SUSPENS CON LA
001580*                     ANTIGUEDAD EN DIAS A PARTIR DE LA CUAL UNA
001585*                     PARTIDA EN SUSPENSO SALE EN EL REPORTE DE
001590*                     ANTIGUEDAD.
001591*    2026-10-15 JMR   SE AGREGAN LAS CLAVES DIAS-COBERT (DIAS DE
001592*                     DEMANDA QUE DEBE CUBRIR EL PEDIDO DE
001593*                     EFECTIVO DE UNA TERMINAL) Y DIAS-REPOSIC
001594*                     (CICLO DE REPOSICION DE LAS TERMINALES).
001595*    2026-10-15 JMR   SE AGREGAN LAS CLAVES UMBRAL-OPER Y
001596*                     UMBRAL-MES (REPORTE REGULATORIO DE
001597*                     EFECTIVO) Y PCT-ESTRUC, DIAS-ESTRUC Y
001598*                     OPER-ESTRUC (ALERTA DE FRACCIONAMIENTO).
001600******************************************************************
001700 01  PARAMETER-RECORD.
001800     05  PRM-CLAVE                   PIC X(12).
002000         88  PRM-MAX-INTENTOS-NIP        VALUE "MAX-INT-NIP".
002100         88  PRM-TASA-AHORRO             VALUE "TASA-AHORRO".
002200         88  PRM-DIAS-DORMANCIA          VALUE "DIAS-DORMANC".
002250         88  PRM-DIAS-RETENCION          VALUE "DIAS-RETENC".
002270         88  PRM-DIAS-SUSPENSO           VALUE "DIAS-SUSPENS".
002280         88  PRM-DIAS-COBERTURA          VALUE "DIAS-COBERT".
002290         88  PRM-DIAS-REPOSICION         VALUE "DIAS-REPOSIC".
002291         88  PRM-UMBRAL-OPERACION        VALUE "UMBRAL-OPER".
002292         88  PRM-UMBRAL-MENSUAL          VALUE "UMBRAL-MES".
002293         88  PRM-PCT-ESTRUCTURA          VALUE "PCT-ESTRUC".
002294         88  PRM-DIAS-ESTRUCTURA         VALUE "DIAS-ESTRUC".
002295         88  PRM-OPER-ESTRUCTURA         VALUE "OPER-ESTRUC".
002300         88  PRM-DENOMINACION            VALUES "DENOM-1"
002400                                                "DENOM-2"
002500                                                "DENOM-3"

001300*    DATE       INIT  DESCRIPTION
001400*    ---------  ----  ------------------------------------------
001500*    2026-09-02 JMR   ORIGINAL VERSION - INTEREST RUN CONTROL.
001510*    2026-10-15 JMR   LA LLAVE "2" CONTROLA LA CORRIDA MENSUAL DE
001520*                     CUOTAS DE MANEJO (CAJERO-COMISION-MENSUAL);
001530*                     EN ELLA ICTL-CUENTAS-ABONADAS E
001540*                     ICTL-INTERES-ABONADO GUARDAN LAS CUENTAS
001550*                     CARGADAS Y EL TOTAL COBRADO. LA LLAVE "1"
001560*                     SIGUE SIENDO LA DEL BATCH DE INTERESES.
001600******************************************************************
001700 01  INTEREST-CONTROL-RECORD.
001800     05  ICTL-KEY                    PIC X(01).

000800* COMISION PAGADA (NEGATIVA EN UN CONTRACARGO).  ES EL
000900* RESPALDO DOCUMENTAL DEL PAGO AL AGENTE; EL ESTADO DE CUENTA
001000* IMPRESO (ESTADOAG.LST) SE ARMA DE ESTOS MISMOS IMPORTES.
001030* LA BASE EXCLUYE EL RECARGO FINANCIERO DEL PLAN DE PAGO
001060* (RecRecargoFinanciero), QUE NO ES PRIMA.
001100*----------------------------------------------------------------
001200 01  RegistroLiquidacion.
001300     05 LiqFechaLiquidacion PIC 9(08).
001600     05 LiqAnioVigencia     PIC 9(04).
001700     05 LiqBaseLiquidada    PIC S9(7)V99.
001800     05 LiqComision         PIC S9(7)V99.
001900     05 LiqNumeroCuota      PIC 9(02).

000878* FILTRAR POR PolizaVigente, NO POR MERA EXISTENCIA EN EL
000880* ARCHIVO.  EL ESPACIO CUENTA COMO VIGENTE PARA TOLERAR
000882* REGISTROS ANTERIORES AL CAMPO.
000884*
000886* MotivoCancelacion "FP" (FALTA DE PAGO) LO PONE SOLO EL CICLO
000888* DE COBRANZA (CicloCobranza) AL CANCELAR POR RECIBO IMPAGO.
000898* "FP" Y "CO" (DECISION DE LA COMPANIA) SON CANCELACIONES POR
000908* LA COMPANIA: DevolucionPrimas LES DEVUELVE LA PRIMA NO
000918* DEVENGADA A PRORRATA; CUALQUIER OTRO MOTIVO SE TOMA COMO
000928* CANCELACION A PEDIDO DEL ASEGURADO (CORTO PLAZO).
000929*
000930* PlanPago ES EL PLAN DE PAGO DE LA PRIMA: ANUAL, SEMESTRAL,
000931* TRIMESTRAL O MENSUAL.  FacturacionRecibos EMITE UNA CUOTA
000932* POR CADA VENCIMIENTO DEL PLAN, CON EL RECARGO FINANCIERO
000933* DE SU TABLA.  EL ESPACIO CUENTA COMO ANUAL PARA TOLERAR
000934* REGISTROS ANTERIORES AL CAMPO.
000938*----------------------------------------------------------------
001000 01  RegistroCliente.
001050     05 NumeroPoliza     PIC X(08).
001100     05 IdCliente        PIC X(5).
002600         88 PolizaCancelada   VALUE "C".
002700     05 FechaCancelacion PIC 9(08).
002800     05 MotivoCancelacion PIC X(02).
002900         88 CancelacionFaltaPago VALUE "FP".
002910         88 CancelacionCompania  VALUE "FP" "CO".
003010     05 PlanPago         PIC X(01).
003110         88 PlanAnual          VALUE "A" " ".
003210         88 PlanSemestral      VALUE "S".
003310         88 PlanTrimestral     VALUE "T".
003410         88 PlanMensual        VALUE "M".

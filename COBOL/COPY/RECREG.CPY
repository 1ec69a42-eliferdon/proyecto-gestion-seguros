000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroRecibo, EL REGISTRO DE LA CARTERA DE
000500* COBRANZA EN ArchivoRecibos (RECIBOS.DAT), INDEXADO POR
000600* NumeroRecibo (NumeroPoliza + ANIO DE VIGENCIA + NUMERO DE
000650* CUOTA), CON CLAVE ALTERNA RecIdCliente (CON DUPLICADOS)
000700* PARA RECUPERAR LA CARTERA POR CLIENTE; TODO SELECT DE
000800* RECIBOS.DAT DEBE DECLARAR AMBAS.  UNICAS EXCEPCIONES:
000810* ConversionRecibos, ConversionCuotas Y ConversionImpuestos,
000811* QUE ABREN A PROPOSITO LA CARTERA CON UNA DEFINICION
000812* ANTERIOR PARA SU CORTE DE CONVERSION.  LO EMITE
000813* FacturacionRecibos EN CADA ANIVERSARIO DE FechaEfectiva,
000814* AplicacionPagos LE ABONA LOS PAGOS DIARIOS, Y
000820* ReporteAntiguedad ENVEJECE LOS SALDOS PENDIENTES.
000850*
000860* MontoBaseLiquidado ES LA PARTE DE MontoCobrado SOBRE LA QUE
000870* LiquidacionComisiones YA PAGO COMISION AL AGENTE: CADA
000880* LIQUIDACION MENSUAL PAGA (O REVIERTE) SOLO LA DIFERENCIA
000890* CONTRA EL COBRADO REAL, Y UNA POLIZA CANCELADA SE LIQUIDA A
000892* BASE CERO (CONTRACARGO), O A LO COBRADO MENOS LO DEVUELTO SI
000893* LA BAJA TUVO DEVOLUCION DE PRIMA (DEVOLUC.DAT, VER DEVREG).
000894* FacturacionRecibos LO EMITE EN
000895* CERO Y SOLO LA LIQUIDACION LO TOCA.
000896*
000900* EL ESTADO "S" MARCA UN RECIBO SUPLEMENTARIO DE ENDOSO
000910* (ProcesoEndosos) EMITIDO ANTES DE LA FACTURACION ANUAL DE SU
000950* SUPLEMENTO COBRADO POR COMPLETO ANTES DE LA FACTURACION
000960* ANUAL PIERDE LA MARCA ("C") Y LA EMISION ANUAL LO REPORTA
000970* COMO YA EXISTENTE, PARA TRAMITE MANUAL.
000972*
000974* CADA VIGENCIA SE COBRA EN TANTAS CUOTAS COMO MARQUE EL PLAN
000976* DE PAGO DE LA POLIZA (PlanPago EN CLIREG): LA CUOTA 01 VENCE
000978* EN EL ANIVERSARIO Y LAS SIGUIENTES CADA 6, 3 O 1 MESES.  UNA
000980* POLIZA DE PLAN ANUAL TIENE UNA SOLA CUOTA (01).  LA COBRANZA
000982* Y EL ENVEJECIMIENTO SE MIDEN DESDE FechaVencimientoRecibo.
000984* RecPlanPago, RecCuotasPlan Y RecPrimaAnualPlan CONGELAN EN
000986* CADA CUOTA EL PLAN Y LA PRIMA ANUAL NETA CON QUE SE DIVIDIO
000988* LA VIGENCIA, PARA QUE UN CAMBIO DE PLAN A MEDIA VIGENCIA NO
000990* DESCUADRE LAS CUOTAS QUE FALTAN.  RecRecargoFinanciero ES
000992* LA PARTE DEL RECARGO POR FRACCIONAMIENTO INCLUIDA EN
000994* MontoRecibo: NO ES PRIMA Y NO DA COMISION.  UN SUPLEMENTO
000996* "S" DE ENDOSO ANTERIOR A LA FACTURACION TRAE RecCuotasPlan
000998* EN CERO HASTA QUE LA FACTURACION LO COMPLETA.
001008*
001018* MontoRecibo ES SIEMPRE RecPrimaNeta (QUE INCLUYE EL RECARGO
001028* FINANCIERO) MAS RecDerechoPoliza (SOLO EN LA CUOTA 01) MAS
001038* RecImpuesto (TASA DEL RAMO EN TASASIMP.DAT, VER TIMREG,
001048* SOBRE PRIMA NETA MAS DERECHO).  LO COBRADO Y LO DEVUELTO SE
001058* REPARTEN ENTRE LAS TRES PARTES EN PROPORCION (VER IMPREG).
001068*----------------------------------------------------------------
001100 01  RegistroRecibo.
001200     05 NumeroRecibo.
001300         10 RecNumeroPoliza  PIC X(08).
001400         10 RecAnioVigencia  PIC 9(04).
001420         10 RecNumeroCuota   PIC 9(02).
001450     05 RecIdCliente     PIC X(5).
001500     05 RecCodigoAgente  PIC X(05).
001600     05 RecCodigoRamo    PIC X(03).
002300         88 ReciboParcial      VALUE "A".
002400         88 ReciboCobrado      VALUE "C".
002500         88 ReciboSuplemento   VALUE "S".
002600     05 FechaVencimientoRecibo PIC 9(08).
002700     05 RecPlanPago      PIC X(01).
002800     05 RecCuotasPlan    PIC 9(02).
002900     05 RecPrimaAnualPlan PIC 9(7)V99.
003000     05 RecRecargoFinanciero PIC 9(7)V99.
003100     05 RecPrimaNeta     PIC 9(7)V99.
003200     05 RecDerechoPoliza PIC 9(7)V99.
003300     05 RecImpuesto      PIC 9(7)V99.

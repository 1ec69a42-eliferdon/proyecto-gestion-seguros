000100*----------------------------------------------------------------
000200* IMPREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroLibroImpuesto, EL LIBRO PERMANENTE DEL
000500* IMPUESTO SOBRE PRIMAS (LIBIMP.DAT, SOLO EXTEND): CADA
000600* PROGRAMA QUE MUEVE UN RECIBO DEJA AQUI LA PARTE DE PRIMA
000700* NETA, DERECHO DE POLIZA E IMPUESTO DEL MOVIMIENTO:
000800*   "E" EMITIDO  - FacturacionRecibos (CUOTAS Y SUPLEMENTOS
000900*                  COMPLETADOS) Y ProcesoEndosos (AJUSTES Y
001000*                  SUPLEMENTOS; UN CREDITO VA EN NEGATIVO).
001010*   "S" EMITIDO  - FacturacionRecibos, AL COMPLETAR UN
001020*                  SUPLEMENTO EMITIDO OTRO DIA: ES UN "E" (VER
001030*                  LimEmitido) QUE ADEMAS AVISA QUE EL IMPORTE NO
001040*                  ESTA EN LA EMISION DE HOY DE RECIBOS.DAT, PARA
001050*                  QUE InterfazContable LO SUME AL EMITIDO.
001100*   "C" COBRADO  - AplicacionPagos, EL PAGO REPARTIDO EN
001200*                  PROPORCION A LAS PARTES DEL RECIBO.
001300*   "D" DEVUELTO - DevolucionPrimas, LA DEVOLUCION REPARTIDA
001400*                  DE LA MISMA MANERA.
001500* InterfazContable TOMA LOS DE HOY PARA SEPARAR LAS CUENTAS Y
001600* DeclaracionImpuestos LOS DEL MES PARA LA DECLARACION.
001700*----------------------------------------------------------------
001800 01  RegistroLibroImpuesto.
001900     05 LimFecha         PIC 9(08).
002000     05 LimTipoMovimiento PIC X(01).
002100         88 LimEmitido        VALUE "E" "S".
002150         88 LimSuplementoCompletado VALUE "S".
002200         88 LimCobrado        VALUE "C".
002300         88 LimDevuelto       VALUE "D".
002400     05 LimCodigoRamo    PIC X(03).
002500     05 LimNumeroPoliza  PIC X(08).
002600     05 LimAnioVigencia  PIC 9(04).
002700     05 LimNumeroCuota   PIC 9(02).
002800     05 LimPrimaNeta     PIC S9(7)V99.
002900     05 LimDerechoPoliza PIC S9(7)V99.
003000     05 LimImpuesto      PIC S9(7)V99.

000100*----------------------------------------------------------------
000200* DEVREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroDevolucion, EL DETALLE PERMANENTE DE LAS
000500* DEVOLUCIONES DE PRIMA NO DEVENGADA POR CANCELACION A MEDIO
000600* PERIODO (DEVOLUC.DAT), INDEXADO POR ClaveDevolucion (EL
000700* NUMERO DE RECIBO DEVUELTO: POLIZA + ANIO DE VIGENCIA +
000720* CUOTA).  EN UNA POLIZA FRACCIONADA CADA CUOTA COBRADA DE LA
000740* VIGENCIA LLEVA SU PROPIA DEVOLUCION, POR LOS DIAS DE SU
000760* PERIODO QUE QUEDAN DESPUES DE LA BAJA.
000800* DevolucionPrimas GRABA UN REGISTRO POR CADA BAJA "B" DEL DIA
000900* CUYO RECIBO TENIA COBRADO; LA CLAVE IMPIDE DEVOLVER DOS VECES
001000* EL MISMO RECIBO.  InterfazContable TOMA LAS DE HOY POR
001100* DevFechaDevolucion Y LiquidacionComisiones LEE LA DEL RECIBO
001200* PARA REVERTIR LA COMISION SOLO SOBRE LA PARTE DEVUELTA.
001300*
001400* DevTipoCalculo "C" (CORTO PLAZO) ES LA CANCELACION A PEDIDO
001500* DEL ASEGURADO, QUE RETIENE DevPenalidad SOBRE LA PRIMA NO
001600* DEVENGADA; "P" (PRORRATA) ES LA CANCELACION POR LA COMPANIA
001700* (VER CancelacionCompania EN CLIREG), SIN PENALIDAD.
001800*----------------------------------------------------------------
001900 01  RegistroDevolucion.
002000     05 ClaveDevolucion.
002100         10 DevNumeroPoliza  PIC X(08).
002200         10 DevAnioVigencia  PIC 9(04).
002250         10 DevNumeroCuota   PIC 9(02).
002300     05 DevFechaDevolucion PIC 9(08).
002400     05 DevIdCliente     PIC X(5).
002500     05 DevCodigoAgente  PIC X(05).
002600     05 DevCodigoRamo    PIC X(03).
002700     05 DevFechaCancelacion PIC 9(08).
002800     05 DevMotivo        PIC X(02).
002900     05 DevTipoCalculo   PIC X(01).
003000         88 DevolucionCortoPlazo VALUE "C".
003100         88 DevolucionProrrata   VALUE "P".
003200     05 DevDiasNoDevengados PIC 9(05).
003300     05 DevMontoCobrado  PIC 9(7)V99.
003400     05 DevPrimaNoDevengada PIC 9(7)V99.
003500     05 DevPenalidad     PIC 9(7)V99.
003600     05 DevMontoDevuelto PIC 9(7)V99.

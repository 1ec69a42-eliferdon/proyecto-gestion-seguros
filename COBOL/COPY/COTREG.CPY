000100*----------------------------------------------------------------
000200* COTREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroCotizacion, EL REGISTRO DEL ARCHIVO DE
000500* COTIZACIONES EMITIDAS POR LOS AGENTES (COTIZA.DAT, INDEXADO
000600* POR CotNumeroCotizacion).  LO MANTIENE
000700* MantenimientoCotizaciones CON LOS MOVIMIENTOS DE COTIMOV.DAT
000800* (VER COTMOV) Y LO RESUME CADA MES ReporteCotizaciones.
000900*
001000* CotEstado ES EL CICLO DE VIDA DE LA COTIZACION: NACE EMITIDA
001100* ("E") Y TERMINA ACEPTADA ("A"), RECHAZADA ("R") O VENCIDA
001200* ("V", AL PASAR CotFechaValidez SIN RESPUESTA DEL CLIENTE).
001300* CotFechaEstado ES LA FECHA DEL ULTIMO CAMBIO DE ESTADO.
001400* CotPrimaCotizada SE TARIFA CON TARIFAS.DAT IGUAL QUE
001500* CalculoPrimas (TASA POR MIL SOBRE LA SUMA ASEGURADA, CON LA
001600* PRIMA MINIMA DEL RAMO).  CotMotivoRechazo DICE POR QUE EL
001700* CLIENTE NO TOMO LA COTIZACION: "PR" PRECIO, "CB" COBERTURA,
001800* "DE" DESISTE, "OT" OTRO.
001900*
002000* AL ACEPTARSE, LA COTIZACION GENERA EL ALTA DE LA POLIZA Y
002100* GUARDA EN CotNumeroPoliza EL NUMERO ASIGNADO, CON LA FECHA
002200* EFECTIVA, LA SUMA ASEGURADA Y LA PRIMA DE LA EMISION.
002300* CotNumeroPoliza ES CLAVE ALTERNA (CON DUPLICADOS, PORQUE LAS
002400* COTIZACIONES NO ACEPTADAS LA LLEVAN EN ESPACIOS): ES EL
002500* VINCULO DE UNA POLIZA DEL MAESTRO CON SU COTIZACION.  TODO
002600* SELECT DE COTIZA.DAT DEBE DECLARAR LAS DOS CLAVES.
002700*----------------------------------------------------------------
002800 01  RegistroCotizacion.
002900     05 CotNumeroCotizacion PIC X(08).
003000     05 CotEstado        PIC X(01).
003100         88 CotEmitida        VALUE "E".
003200         88 CotAceptada       VALUE "A".
003300         88 CotRechazada      VALUE "R".
003400         88 CotVencida        VALUE "V".
003500     05 CotFechaEmision  PIC 9(08).
003600     05 CotFechaValidez  PIC 9(08).
003700     05 CotFechaEstado   PIC 9(08).
003800     05 CotIdCliente     PIC X(5).
003900     05 CotNombreCliente PIC X(20).
004000     05 CotIdentificacion PIC X(15).
004100     05 CotDatosContacto.
004200         10 CotDomicilio      PIC X(30).
004300         10 CotLocalidad      PIC X(20).
004400         10 CotProvincia      PIC X(20).
004500         10 CotCodigoPostal   PIC X(08).
004600         10 CotEmail          PIC X(40).
004700         10 CotTelefono       PIC X(15).
004800         10 CotCanalPreferido PIC X(01).
004900     05 CotCodigoRamo    PIC X(03).
005000     05 CotMontoPoliza   PIC 9(7)V99.
005100     05 CotCodigoAgente  PIC X(05).
005200     05 CotPlanPago      PIC X(01).
005300     05 CotPrimaCotizada PIC 9(7)V99.
005400     05 CotMotivoRechazo PIC X(02).
005500         88 RechazoPorPrecio   VALUE "PR".
005600     05 CotNumeroPoliza  PIC X(08).
005700     05 CotFechaEfectiva PIC 9(08).
005800     05 CotMontoEmitido  PIC 9(7)V99.
005900     05 CotPrimaEmitida  PIC 9(7)V99.

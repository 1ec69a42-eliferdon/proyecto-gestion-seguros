000100*----------------------------------------------------------------
000200* CORREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DEL ARCHIVO DE CORRESPONDENCIA PARA LA IMPRENTA
000500* (CORRESP.DAT), QUE ARMA CADA NOCHE CorrespondenciaClientes.
000600* EL PRIMER BYTE DISTINGUE EL TIPO DE REGISTRO: UN ENCABEZADO
000700* "H" CON LA FECHA DE PROCESO, UN DETALLE "D" POR DOCUMENTO Y
000800* UNA COLA "T" CON LA CANTIDAD DE DOCUMENTOS, EN TOTAL, POR
000900* TIPO Y POR CANAL DE ENVIO, PARA CONCILIAR CON LA IMPRENTA.
001000*
001100* CorTipoDocumento ELIGE LA PLANTILLA: AVISO DE RENOVACION
001200* (RENOVTRA.DAT), AVISO DE COBRO (RECIBO EMITIDO HOY EN
001300* RECIBOS.DAT), CARTA DE CANCELACION Y DE SUSPENSION (BAJAS Y
001400* SUSPENSIONES DE HOY EN HISTCLI.DAT) Y AVISO DE PAGO DE
001500* SINIESTRO (PAGOSSIN.DAT).  LOS DATOS DEL CLIENTE SALEN DEL
001600* MAESTRO DE CLIENTES (VER CLMREG) Y LOS PROPIOS DE CADA
001700* PLANTILLA VIAJAN EN CorDatosPlantilla, CON UNA VISTA POR
001800* TIPO.  CorCanalEnvio DICE A LA IMPRENTA SI EL DOCUMENTO SE
001900* IMPRIME Y ENSOBRA ("P") O SE ENVIA AL CORREO ELECTRONICO
002000* ("E").  LOS MONTOS Y FECHAS VAN SIN EDITAR.
002100*----------------------------------------------------------------
002200 01  RegistroCorrespondencia.
002300     05 CorTipoRegistro  PIC X(01).
002400         88 CorEncabezado     VALUE "H".
002500         88 CorDetalle        VALUE "D".
002600         88 CorCola           VALUE "T".
002700     05 CorFechaProceso  PIC 9(08).
002800     05 CorSecuencia     PIC 9(07).
002900     05 CorTipoDocumento PIC X(02).
003000         88 DocAvisoRenovacion VALUE "RN".
003100         88 DocAvisoCobro      VALUE "AC".
003200         88 DocCancelacion     VALUE "CA".
003300         88 DocSuspension      VALUE "SU".
003400         88 DocPagoSiniestro   VALUE "PS".
003500     05 CorCanalEnvio    PIC X(01).
003600         88 CorEnvioPostal     VALUE "P".
003700         88 CorEnvioEmail      VALUE "E".
003800     05 CorIdCliente     PIC X(5).
003900     05 CorNombreCliente PIC X(20).
004000     05 CorDomicilio     PIC X(30).
004100     05 CorLocalidad     PIC X(20).
004200     05 CorProvincia     PIC X(20).
004300     05 CorCodigoPostal  PIC X(08).
004400     05 CorEmail         PIC X(40).
004500     05 CorTelefono      PIC X(15).
004600     05 CorNumeroPoliza  PIC X(08).
004700     05 CorCodigoRamo    PIC X(03).
004800     05 CorDatosPlantilla PIC X(70).
004900     05 CorPlantillaRenovacion REDEFINES CorDatosPlantilla.
005000         10 CorRnFechaEfectiva    PIC 9(08).
005100         10 CorRnFechaVencimiento PIC 9(08).
005200         10 CorRnMontoPoliza      PIC 9(7)V99.
005300         10 FILLER                PIC X(45).
005400     05 CorPlantillaCobro REDEFINES CorDatosPlantilla.
005500         10 CorAcAnioVigencia     PIC 9(04).
005600         10 CorAcNumeroCuota      PIC 9(02).
005700         10 CorAcCuotasPlan       PIC 9(02).
005800         10 CorAcFechaEmision     PIC 9(08).
005900         10 CorAcFechaVencimiento PIC 9(08).
006000         10 CorAcPrimaNeta        PIC 9(7)V99.
006100         10 CorAcDerechoPoliza    PIC 9(7)V99.
006200         10 CorAcImpuesto         PIC 9(7)V99.
006300         10 CorAcMontoRecibo      PIC 9(7)V99.
006400         10 FILLER                PIC X(10).
006500     05 CorPlantillaCancelacion REDEFINES CorDatosPlantilla.
006600         10 CorCaFechaCancelacion PIC 9(08).
006700         10 CorCaMotivo           PIC X(02).
006800         10 CorCaDescMotivo       PIC X(30).
006900         10 FILLER                PIC X(30).
007000     05 CorPlantillaSuspension REDEFINES CorDatosPlantilla.
007100         10 CorSuFechaSuspension  PIC 9(08).
007200         10 CorSuFechaVencimiento PIC 9(08).
007300         10 FILLER                PIC X(54).
007400     05 CorPlantillaSiniestro REDEFINES CorDatosPlantilla.
007500         10 CorPsNumeroSiniestro  PIC X(08).
007600         10 CorPsFechaPago        PIC 9(08).
007700         10 CorPsMontoPago        PIC 9(7)V99.
007800         10 FILLER                PIC X(45).
007900
008000*----------------------------------------------------------------
008100* ENCABEZADO "H" Y COLA "T" DEL ARCHIVO.  EN EL ENCABEZADO LAS
008200* CANTIDADES VAN EN CERO.
008300*----------------------------------------------------------------
008400 01  RegistroControlCorresp.
008500     05 CcoTipoRegistro  PIC X(01).
008600     05 CcoFechaProceso  PIC 9(08).
008700     05 CcoCantidades.
008800         10 CcoCantidadDocumentos PIC 9(07).
008900         10 CcoCantRenovaciones   PIC 9(07).
009000         10 CcoCantAvisosCobro    PIC 9(07).
009100         10 CcoCantCancelaciones  PIC 9(07).
009200         10 CcoCantSuspensiones   PIC 9(07).
009300         10 CcoCantPagosSiniestro PIC 9(07).
009400         10 CcoCantPostal         PIC 9(07).
009500         10 CcoCantEmail          PIC 9(07).
009600     05 FILLER           PIC X(193).

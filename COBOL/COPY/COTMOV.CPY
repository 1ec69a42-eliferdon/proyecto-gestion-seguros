000100*----------------------------------------------------------------
000200* COTMOV.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroMovCotizacion: LOS MOVIMIENTOS DEL DIA
000500* SOBRE COTIZACIONES QUE MantenimientoCotizaciones APLICA
000600* CONTRA COTIZA.DAT (VER COTREG), CAPTURADOS EN COTIMOV.DAT.
000700*
000800* "E" EMITE UNA COTIZACION NUEVA CON LOS DATOS DEL CLIENTE, EL
000900* RAMO, LA SUMA ASEGURADA, EL AGENTE Y EL PLAN DE PAGO; LA
001000* PRIMA LA CALCULA EL PROGRAMA.  McoFechaValidez EN CERO ES
001100* LA VALIDEZ NORMAL (30 DIAS DESDE HOY).
001200* "A" REGISTRA LA ACEPTACION DEL CLIENTE: SOLO USA LA CLAVE,
001300* McoNumeroPoliza (OBLIGATORIO, EL NUMERO DE LA POLIZA NUEVA),
001400* McoFechaEfectiva (CERO = HOY) Y, SI SE INFORMAN,
001500* McoMontoPoliza (LA SUMA ASEGURADA FINAL; CERO = LA COTIZADA)
001600* Y McoPlanPago (ESPACIO = EL COTIZADO).
001700* "R" REGISTRA EL RECHAZO DEL CLIENTE: SOLO USA LA CLAVE Y
001800* McoMotivoRechazo (ESPACIOS = "OT", VER COTREG).
001900*----------------------------------------------------------------
002000 01  RegistroMovCotizacion.
002100     05 McoTipoMovimiento PIC X(01).
002200         88 MovCotEmision      VALUE "E".
002300         88 MovCotAceptacion   VALUE "A".
002400         88 MovCotRechazo      VALUE "R".
002500     05 McoNumeroCotizacion PIC X(08).
002600     05 McoFechaValidez  PIC 9(08).
002700     05 McoIdCliente     PIC X(5).
002800     05 McoNombreCliente PIC X(20).
002900     05 McoIdentificacion PIC X(15).
003000     05 McoDatosContacto.
003100         10 McoDomicilio      PIC X(30).
003200         10 McoLocalidad      PIC X(20).
003300         10 McoProvincia      PIC X(20).
003400         10 McoCodigoPostal   PIC X(08).
003500         10 McoEmail          PIC X(40).
003600         10 McoTelefono       PIC X(15).
003700         10 McoCanalPreferido PIC X(01).
003800             88 McoCanalValido     VALUE "P" "E" "T" " ".
003900     05 McoCodigoRamo    PIC X(03).
004000     05 McoMontoPoliza   PIC 9(7)V99.
004100     05 McoCodigoAgente  PIC X(05).
004200     05 McoPlanPago      PIC X(01).
004300         88 McoPlanValido      VALUE "A" "S" "T" "M" " ".
004400     05 McoNumeroPoliza  PIC X(08).
004500     05 McoFechaEfectiva PIC 9(08).
004600     05 McoMotivoRechazo PIC X(02).
004700         88 McoMotivoValido    VALUE "PR" "CB" "DE" "OT" " ".

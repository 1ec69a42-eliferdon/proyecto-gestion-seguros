000804* TxIdentificacion IDENTIFICAN AL CLIENTE Y ALIMENTAN EL
000806* MAESTRO DE CLIENTES MAESTCLI.DAT (VER CLMREG).  TxOrigen ES
000807* LA ETIQUETA DEL FLUJO DE DONDE VINO LA TRANSACCION
000808* (CAPTURA/COTIZA/RENOV/RECICLA/COBRANZA/INTEGRID/TRASPASO),
000809* PUESTA POR ConsolidaTransacciones AL FUSIONAR LOS FLUJOS DE
000810* LA NOCHE; CADA FLUJO VIAJA CON ENCABEZADO Y COLA DE LOTE (VER
000811* LOTEREG).  UN CAMBIO CON
000813* TxOrigen "TRASPASO" (TraspasoCartera) SOLO CAMBIA EL AGENTE
000815* DE LA POLIZA; LOS DEMAS CAMPOS VIAJAN COMO REFERENCIA.
000816* UN CAMBIO CON TxOrigen "INTEGRID" (IntegridadReferencial) NO
000817* CAMBIA LA POLIZA: SOLO REPONE SU CLIENTE EN MAESTCLI.DAT.
000819* UN ALTA CON TxOrigen "COTIZA" (MantenimientoCotizaciones) ES
000821* LA POLIZA NUEVA DE UNA COTIZACION ACEPTADA; LA COTIZACION LA
000823* REFERENCIA POR CotNumeroPoliza (VER COTREG).
000825*
000827* LA BAJA "B" YA NO BORRA EL REGISTRO: MARCA LA POLIZA
000830* CANCELADA (EstadoPoliza "C" EN CLIREG) CON LA FECHA DEL PASE
000840* Y EL TxMotivoCancelacion CAPTURADO.  "S" SUSPENDE UNA POLIZA
000850* VIGENTE Y "R" REHABILITA UNA SUSPENDIDA O CANCELADA; EN
000860* AMBAS SOLO SE USA LA CLAVE, LOS DEMAS CAMPOS DEL MAESTRO NO
000870* SE TOCAN.
000876*
000882* TxPlanPago LLEVA EL PLAN DE PAGO (VER PlanPago EN CLIREG).
000888* EN UN ALTA EL ESPACIO SE TOMA COMO ANUAL; EN UN CAMBIO EL
000894* ESPACIO DEJA EL PLAN QUE LA POLIZA YA TENIA.
000904*
000914* TxDatosContacto LLEVA EL DOMICILIO, CORREO, TELEFONO Y CANAL
000924* PREFERIDO DEL CLIENTE PARA EL MAESTRO DE CLIENTES (VER
000934* CliDatosContacto EN CLMREG).  EN UN ALTA O CAMBIO CADA
000944* CAMPO EN ESPACIOS DEJA EL DATO QUE EL CLIENTE YA TENIA; LOS
000954* FLUJOS QUE NO LOS CAPTURAN (RENOVACION, RECICLAJE, COBRANZA,
000964* TRASPASO) LOS VIAJAN EN ESPACIOS.  UN CANAL DESCONOCIDO SE
000974* RECHAZA COMO UN PLAN DESCONOCIDO.
000984*----------------------------------------------------------------
001000 01  RegistroTransaccion.
001100     05 TipoTransaccion  PIC X(01).
001200         88 TranAlta          VALUE "A".
002200     05 TxMotivoCancelacion PIC X(02).
002300     05 TxIdentificacion PIC X(15).
002400     05 TxOrigen         PIC X(08).
002450         88 TxOrigenTraspaso   VALUE "TRASPASO".
002470         88 TxOrigenIntegridad VALUE "INTEGRID".
002480         88 TxOrigenCotizacion VALUE "COTIZA".
002500     05 TxPlanPago       PIC X(01).
002600         88 TxPlanValido       VALUE "A" "S" "T" "M" " ".
002700     05 TxDatosContacto.
002800         10 TxDomicilio      PIC X(30).
002900         10 TxLocalidad      PIC X(20).
003000         10 TxProvincia      PIC X(20).
003100         10 TxCodigoPostal   PIC X(08).
003200         10 TxEmail          PIC X(40).
003300         10 TxTelefono       PIC X(15).
003400         10 TxCanalPreferido PIC X(01).
003500             88 TxCanalValido      VALUE "P" "E" "T" " ".

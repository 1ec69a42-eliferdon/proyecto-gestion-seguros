000100*----------------------------------------------------------------
000200* CBZREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroCobranza, LA HUELLA PERMANENTE DEL CICLO DE
000500* COBRANZA EN ArchivoCobranza (COBRANZA.DAT), INDEXADO POR
000600* ClaveCobranza (NUMERO DE RECIBO + ETAPA); EL NUMERO DE
000650* RECIBO INCLUYE LA CUOTA: CADA CUOTA CORRE SU PROPIO CICLO.
000680* CicloCobranza GRABA UN REGISTRO POR CADA ETAPA QUE ALCANZA
000690* UN RECIBO IMPAGO: PRIMER AVISO ("1"), SEGUNDO AVISO ("2"),
000800* SUSPENSION ("S") Y CANCELACION POR FALTA DE PAGO ("B"), MAS LA
001000* REHABILITACION ("R") DE LA POLIZA SUSPENDIDA CUYO RECIBO SE
001100* COBRO ANTES DE LA CANCELACION.  CADA ETAPA SE GRABA UNA SOLA
001200* VEZ (LA CLAVE LO IMPIDE) Y NO SE BORRA: ES LA PRUEBA DE QUE
001300* EL ASEGURADO FUE AVISADO ANTES DE LA CADUCIDAD.
001400*----------------------------------------------------------------
001500 01  RegistroCobranza.
001600     05 ClaveCobranza.
001700         10 CbzNumeroRecibo.
001800             15 CbzNumeroPoliza  PIC X(08).
001900             15 CbzAnioVigencia  PIC 9(04).
001950             15 CbzNumeroCuota   PIC 9(02).
002000         10 CbzEtapa         PIC X(01).
002100             88 EtapaPrimerAviso    VALUE "1".
002200             88 EtapaSegundoAviso   VALUE "2".
002300             88 EtapaSuspension     VALUE "S".
002400             88 EtapaCancelacion    VALUE "B".
002500             88 EtapaRehabilitacion VALUE "R".
002600     05 CbzFechaEtapa    PIC 9(08).
002700     05 CbzIdCliente     PIC X(5).
002800     05 CbzDiasMora      PIC 9(05).
002900     05 CbzSaldo         PIC 9(7)V99.

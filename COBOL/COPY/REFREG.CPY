000100*----------------------------------------------------------------
000200* REFREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroReferido, LA COLA DE SINIESTROS REFERIDOS
000500* AL SUPERVISOR DE SINIESTROS (REFERSIN.DAT, SECUENCIAL
000600* ACUMULATIVO).  MantenimientoSiniestros GRABA AQUI, EN VEZ DE
000700* DARLA DE ALTA EN EL MAESTRO, TODA ALTA DE SINIESTRO CUYA
000800* POLIZA NO TENIA COBERTURA EN FechaSiniestro SEGUN EL ESTADO
000900* RECONSTRUIDO DESDE EL JOURNAL HISTCLI.DAT (VER JRNREG).
001000* RefFechaEfectiva, RefFechaVencimiento Y RefEstadoPoliza SON
001100* LOS DE LA POLIZA A ESA FECHA.  SI EL SUPERVISOR ACEPTA EL
001200* SINIESTRO, SE VUELVE A CAPTURAR CON TsCoberturaAutorizada EN
001300* "S" (VER TRANSIN) Y ENTRA AL MAESTRO SIN PASAR POR LA COLA.
001400*----------------------------------------------------------------
001500 01  RegistroReferido.
001600     05 RefFechaReferencia PIC 9(08).
001700     05 RefCodigoMotivo  PIC 9(02).
001800         88 RefAnteriorVigencia    VALUE 01.
001900         88 RefPosteriorVencimiento VALUE 02.
002000         88 RefPolizaSuspendida    VALUE 03.
002100         88 RefPolizaCancelada     VALUE 04.
002200     05 RefDescMotivo    PIC X(30).
002300     05 RefNumeroSiniestro PIC X(08).
002400     05 RefNumeroPoliza  PIC X(08).
002500     05 RefIdCliente     PIC X(5).
002600     05 RefFechaSiniestro PIC 9(08).
002700     05 RefMontoReservado PIC 9(7)V99.
002800     05 RefMontoPagado   PIC 9(7)V99.
002900     05 RefEstadoSiniestro PIC X(01).
003000     05 RefFechaEfectiva PIC 9(08).
003100     05 RefFechaVencimiento PIC 9(08).
003200     05 RefEstadoPoliza  PIC X(01).

000100*----------------------------------------------------------------
000200* AGETRA.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroTransAgente: LAS TRANSACCIONES DE ALTA/
000500* CAMBIO/TERMINACION QUE MantenimientoAgentes APLICA CONTRA EL
000600* MAESTRO DE AGENTES (AGENTES.DAT, VER AGEREG), CAPTURADAS EN
000700* AGENTRA.DAT.
000800* EN UN CAMBIO, UN CAMPO EN ESPACIOS (O EN CERO SI ES NUMERICO)
000900* DEJA EL VALOR QUE EL AGENTE YA TENIA.  LA TERMINACION "T"
001000* SOLO USA LA CLAVE Y TaFechaBaja (CERO = HOY).
001100* TaCodigoRamo, TaVigenciaTasa Y TaTasaRamo CARGAN UNA TASA POR
001200* RAMO EN EL ALTA O EN EL CAMBIO: REEMPLAZA LA DEL MISMO RAMO Y
001300* VIGENCIA O OCUPA UNA ENTRADA LIBRE DE AgeTablaTasas.  UNA
001400* TASA POR RAMO POR TRANSACCION; VARIAS TASAS SE CAPTURAN COMO
001500* VARIOS CAMBIOS.
001600*----------------------------------------------------------------
001700 01  RegistroTransAgente.
001800     05 TaTipoTransaccion PIC X(01).
001900         88 TranAgeAlta        VALUE "A".
002000         88 TranAgeCambio      VALUE "C".
002100         88 TranAgeTermino     VALUE "T".
002200     05 TaCodigoAgente   PIC X(05).
002300     05 TaNombreAgente   PIC X(20).
002400     05 TaTasaComision   PIC 9(01)V9(03).
002500     05 TaFechaIngreso   PIC 9(08).
002600     05 TaFechaBaja      PIC 9(08).
002700     05 TaNumeroLicencia PIC X(15).
002800     05 TaVenceLicencia  PIC 9(08).
002900     05 TaCodigoRamo     PIC X(03).
003000     05 TaVigenciaTasa   PIC 9(08).
003100     05 TaTasaRamo       PIC 9(01)V9(03).

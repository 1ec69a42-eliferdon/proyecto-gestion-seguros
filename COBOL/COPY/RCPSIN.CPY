000100*----------------------------------------------------------------
000200* RCPSIN.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroRecuperoSiniestro, EL DETALLE PERMANENTE
000500* DE CADA RECUPERO DE SINIESTRO APLICADO (RECUPSIN.DAT, SOLO
000600* EXTEND), HERMANO DE PAGOSSIN.DAT (VER PAGSIN):
000700* AplicacionRecuperos AGREGA UN REGISTRO POR CADA SALVAMENTO
000800* VENDIDO O SUBROGACION COBRADA QUE ABONA A MontoRecuperado
000900* DEL SINIESTRO.  RcsReferencia LLEVA EL COMPRADOR DEL
001000* SALVAMENTO O LA ASEGURADORA DEL TERCERO.
001100*----------------------------------------------------------------
001200 01  RegistroRecuperoSiniestro.
001300     05 RcsFechaAplicacion PIC 9(08).
001400     05 RcsNumeroSiniestro PIC X(08).
001500     05 RcsNumeroPoliza    PIC X(08).
001600     05 RcsFechaRecupero   PIC 9(08).
001700     05 RcsTipoRecupero    PIC X(01).
001800         88 RcsSalvamento       VALUE "S".
001900         88 RcsSubrogacion      VALUE "B".
002000     05 RcsMontoRecupero   PIC 9(7)V99.
002100     05 RcsReferencia      PIC X(20).

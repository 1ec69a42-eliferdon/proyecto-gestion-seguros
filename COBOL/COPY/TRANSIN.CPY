000500* CAMBIO/BAJA QUE MantenimientoSiniestros APLICA CONTRA
000600* ArchivoSiniestros, CON EL MISMO ESQUEMA A/C/B QUE TRANREG
000700* USA PARA EL MAESTRO DE CLIENTES.
000710* TsCoberturaAutorizada EN "S" MARCA UN ALTA QUE EL SUPERVISOR
000720* DE SINIESTROS YA REVISO DESDE LA COLA DE REFERIDOS (VER
000730* REFREG): ENTRA AL MAESTRO AUNQUE LA POLIZA NO TUVIERA
000740* COBERTURA EN TsFechaSiniestro.  EN ESPACIOS (O AUSENTE, EN
000750* LAS CAPTURAS ANTERIORES) EL ALTA PASA POR LA REVISION NORMAL.
000800*----------------------------------------------------------------
000900 01  RegistroTransaccionSin.
001000     05 TipoTransaccionSin PIC X(01).
001700     05 TsMontoReservado   PIC 9(7)V99.
001800     05 TsMontoPagado      PIC 9(7)V99.
001900     05 TsEstadoSiniestro  PIC X(01).
002000     05 TsCoberturaAutorizada PIC X(01).
002100         88 TsAutorizada       VALUE "S".

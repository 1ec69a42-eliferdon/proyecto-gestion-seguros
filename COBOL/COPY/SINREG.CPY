000700* DE ArchivoClientes CONTRA LA QUE SE PRESENTO EL SINIESTRO;
000710* SinIdCliente ACOMPANA COMO REFERENCIA AL CLIENTE Y LO
000720* DERIVA MantenimientoSiniestros DEL PROPIO MAESTRO DE
000730* POLIZAS.  MontoRecuperado ES LO RECUPERADO A LA FECHA POR
000732* SALVAMENTO O SUBROGACION SOBRE LO PAGADO; LO ABONA
000734* AplicacionRecuperos (DETALLE EN RECUPSIN.DAT, VER RCPSIN) Y
000736* NUNCA EXCEDE MontoPagado.  EXCEPCIONES AL LAYOUT:
000738* ConversionSiniestros Y ConversionRecuperos, QUE ABREN A
000740* PROPOSITO EL MAESTRO CON UNA DEFINICION ANTERIOR PARA SU
000750* CORTE DE CONVERSION.
000800*----------------------------------------------------------------
000900 01  RegistroSiniestro.
001000     05 NumeroSiniestro  PIC X(08).
001600         88 SiniestroAbierto   VALUE "A".
001700         88 SiniestroPagado    VALUE "P".
001800         88 SiniestroCerrado   VALUE "C".
001900     05 MontoRecuperado  PIC 9(7)V99.

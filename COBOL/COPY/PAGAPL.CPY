000700* ABONA A MontoCobrado, EL ESPEJO DE PAGOSSIN.DAT EN LOS
000800* SINIESTROS.  InterfazContable SUMA DE AQUI LA COBRANZA DEL
000900* DIA PARA EL ASIENTO CONTABLE, EN VEZ DE RELEER PAGOS.DAT
001000* (QUE TRAE TAMBIEN LOS RECHAZADOS).  EL PAGO LLEVA SU REPARTO
001020* ENTRE PRIMA NETA, DERECHO DE POLIZA E IMPUESTO, EN PROPORCION
001040* A LAS PARTES DEL RECIBO (EL MISMO DEL LIBRO DE IMPUESTOS,
001060* VER IMPREG).
001100*----------------------------------------------------------------
001200 01  RegistroPagoAplicado.
001300     05 PapFechaAplicacion PIC 9(08).
001500     05 PapAnioVigencia    PIC 9(04).
001600     05 PapFechaPago       PIC 9(08).
001700     05 PapMontoPago       PIC 9(7)V99.
001800     05 PapNumeroCuota     PIC 9(02).
001900     05 PapPrimaNeta       PIC 9(7)V99.
002000     05 PapDerechoPoliza   PIC 9(7)V99.
002100     05 PapImpuesto        PIC 9(7)V99.

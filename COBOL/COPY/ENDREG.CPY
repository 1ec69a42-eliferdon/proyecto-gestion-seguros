000800* SUPLEMENTARIOS NUEVOS NI LOS AJUSTES A RECIBOS EMITIDOS HOY
000810* MISMO: AMBOS LLEGAN A InterfazContable DENTRO DEL MontoRecibo
000820* DE LA EMISION DEL DIA Y AQUI SE CONTARIAN DOS VECES.
000840* EN UNA POLIZA FRACCIONADA EL AJUSTE SE REPARTE ENTRE LAS
000860* CUOTAS IMPAGAS DE LA VIGENCIA: VA UN REGISTRO POR CUOTA.
000870* EndAjuste ES EL AJUSTE BRUTO (PRORRATA MAS SU IMPUESTO), LO
000880* QUE SE CARGA AL RECIBO; LA PARTE DE IMPUESTO QUEDA EN EL
000890* LIBRO DE IMPUESTOS (VER IMPREG).
000900* EL ARCHIVO SE REGENERA EN CADA CORRIDA DE ENDOSOS.
001000*----------------------------------------------------------------
001100 01  RegistroEndosoDia.
001300     05 EndNumeroPoliza  PIC X(08).
001400     05 EndAnioVigencia  PIC 9(04).
001500     05 EndAjuste        PIC S9(7)V99.
001600     05 EndNumeroCuota   PIC 9(02).

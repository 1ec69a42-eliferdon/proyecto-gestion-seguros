000500* QUE VIAJAN EN EL MISMO ARCHIVO QUE LAS TRANSACCIONES TRANREG
000600* (EL PRIMER BYTE DISTINGUE EL TIPO DE REGISTRO).  TODO FLUJO
000700* DE TRANSACCIONES DE CLIENTES - CAPTURA (TRANSCAP.DAT),
000800* RENOVACIONES (RENOVTRA.DAT), RECICLAJE (TRANRECI.DAT),
000850* COBRANZA (COBRATRA.DAT), TRASPASO DE CARTERA (TRASPTRA.DAT),
000860* CORRECCIONES DE INTEGRIDAD (INTEGTRA.DAT),
000865* COTIZACIONES ACEPTADAS (COTIZTRA.DAT)
000870* Y LA ENTRADA CONSOLIDADA DE LA
000900* NOCHE (TRANSCLI.DAT) - ABRE CON UN
001000* "H" (ORIGEN Y FECHA DEL LOTE) Y CIERRA CON UN "T" (CANTIDAD
001100* DE TRANSACCIONES Y HASH TOTAL DE TxMontoPoliza).
001200* ConsolidaTransacciones VALIDA CADA FLUJO CONTRA SU COLA

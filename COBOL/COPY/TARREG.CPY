000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroTarifa, LA TABLA DE TARIFAS POR CodigoRamo
000500* EN ArchivoTarifas (TARIFAS.DAT, LINE SEQUENTIAL, MANTENIDA
000600* A MANO).  PUEDE HABER VARIAS LINEAS POR RAMO CON
000700* DISTINTA FECHA DE VIGENCIA; CalculoPrimas APLICA LA DE FECHA
000800* MAS RECIENTE QUE YA ESTE VIGENTE.  AjusteRenovacion ES EL
000810* PORCENTAJE (PUEDE SER NEGATIVO) QUE GeneradorRenovaciones

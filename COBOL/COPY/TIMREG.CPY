000100*----------------------------------------------------------------
000200* TIMREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroTasaImpuesto, LA TABLA DE IMPUESTO SOBRE
000500* PRIMAS Y DERECHO DE POLIZA POR CodigoRamo EN
000600* ArchivoTasasImpuesto (TASASIMP.DAT, LINE SEQUENTIAL,
000700* MANTENIDA COMO TARIFAS.DAT).  PUEDE HABER VARIAS LINEAS POR
000800* RAMO CON DISTINTA FECHA DE VIGENCIA; SE APLICA LA DE FECHA
000900* MAS RECIENTE QUE YA ESTE VIGENTE A LA FECHA DE EMISION.
001000* TimTasaImpuesto ES EL PORCENTAJE SOBRE PRIMA NETA MAS
001100* DERECHO; TimDerechoPoliza ES EL IMPORTE FIJO POR VIGENCIA,
001200* QUE SE COBRA EN LA PRIMERA CUOTA.
001300*----------------------------------------------------------------
001400 01  RegistroTasaImpuesto.
001500     05 TimCodigoRamo    PIC X(03).
001600     05 TimTasaImpuesto  PIC 9(02)V99.
001700     05 TimDerechoPoliza PIC 9(5)V99.
001800     05 TimFechaVigencia PIC 9(08).

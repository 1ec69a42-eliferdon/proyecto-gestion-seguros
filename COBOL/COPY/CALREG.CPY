000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroCalendario, EL CALENDARIO HABIL DE LA
000500* OPERACION EN ArchivoCalendario (CALENDAR.DAT, LINE
000600* SEQUENTIAL, EDITADO A MANO): UNA LINEA POR FECHA
000700* SENALADA.  "F" ES FERIADO (LA VENTANA NOCTURNA NO CORRE) Y
000800* "U" ES EL ULTIMO DIA HABIL DEL MES (PaseDiario AGREGA ESA
000900* NOCHE LOS PASOS DE CIERRE: CorteMensual,
001000* LiquidacionComisiones, DeclaracionImpuestos Y
001050* ReservasTecnicas).  LAS FECHAS NO SENALADAS SON DIAS HABILES
001100* NORMALES.
001200*----------------------------------------------------------------
001300 01  RegistroCalendario.
001400     05 CalFecha         PIC 9(08).

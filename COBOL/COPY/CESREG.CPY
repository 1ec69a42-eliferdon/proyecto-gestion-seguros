000400* LAYOUT DE RegistroCesion, EL RESUMEN DE LA CESION DEL DIA
000500* (CESION.DAT, UN REGISTRO POR CORRIDA DE CesionReaseguro):
000600* SUMA CEDIDA, SUMA RETENIDA, PRIMA CEDIDA Y RECUPEROS DE
000650* SINIESTROS (NETOS DE LA PARTE DEL REASEGURADOR EN LOS
000660* SALVAMENTOS Y SUBROGACIONES).
000700* CuadreDiario LO LEE PARA PROBAR QUE CEDIDO MAS
000800* RETENIDO CUADRA CON EL TOTAL DEL EXTRACTO DE REASEGURO.
000900*----------------------------------------------------------------
001000 01  RegistroCesion.

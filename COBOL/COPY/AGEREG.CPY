000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroAgente, EL REGISTRO DEL MAESTRO DE
000500* AGENTES/CORREDORES EN ArchivoAgentes (AGENTES.DAT).
000510* EL MAESTRO ES INDEXADO POR CodigoAgente Y LO MANTIENE
000520* MantenimientoAgentes (ALTA/CAMBIO/TERMINACION, VER AGETRA);
000530* ANTES ERA UN ARCHIVO DE LINEAS EDITADO A MANO CON LOS TRES
000540* PRIMEROS CAMPOS (VER ConversionAgentes).
000550* TasaComision ES LA TASA GENERAL DEL AGENTE.  AgeTablaTasas
000560* LLEVA HASTA 10 TASAS POR RAMO, CADA UNA CON SU FECHA DE
000570* VIGENCIA: PARA UN RAMO RIGE LA DE VIGENCIA MAS RECIENTE QUE
000580* YA APLIQUE, Y UN RAMO SIN TASA VIGENTE COMISIONA A LA TASA
000590* GENERAL.  UNA ENTRADA LIBRE TIENE AgeCodigoRamo EN ESPACIOS.
000600* EstadoAgente "T" MARCA AL AGENTE TERMINADO (AgeFechaBaja);
000610* SUS POLIZAS SE PASAN A OTRO AGENTE CON TraspasoCartera.
000620* AgeVenceLicencia EN CERO ES LICENCIA SIN VENCIMIENTO CARGADO.
000630*----------------------------------------------------------------
000700 01  RegistroAgente.
000800     05 CodigoAgente     PIC X(05).
000900     05 NombreAgente     PIC X(20).
001000     05 TasaComision     PIC 9(01)V9(03).
001100     05 EstadoAgente     PIC X(01).
001200         88 AgenteActivo      VALUE "A".
001300         88 AgenteTerminado   VALUE "T".
001400     05 AgeFechaIngreso  PIC 9(08).
001500     05 AgeFechaBaja     PIC 9(08).
001600     05 AgeNumeroLicencia PIC X(15).
001700     05 AgeVenceLicencia PIC 9(08).
001800     05 AgeTablaTasas.
001900         10 AgeTasaRamo  OCCURS 10 TIMES.
002000             15 AgeCodigoRamo     PIC X(03).
002100             15 AgeVigenciaTasa   PIC 9(08).
002200             15 AgeTasaRamoComision PIC 9(01)V9(03).

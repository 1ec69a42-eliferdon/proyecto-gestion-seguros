000100*----------------------------------------------------------------
000200* RSVREG.CPY
000300*----------------------------------------------------------------
000400* LAYOUT DE RegistroReserva, EL HISTORICO DE RESERVAS TECNICAS
000500* EN ArchivoReservas (HISTRESV.DAT, ACUMULATIVO COMO
000600* HISTRAMO.DAT: ReservasTecnicas AGREGA LOS REGISTROS DE CADA
000700* CIERRE DE MES Y SE NIEGA A REPETIR UN MES YA CORTADO).
000800*   - "U" RESERVA DE PRIMAS NO DEVENGADAS DE UN RAMO: PRIMA
000900*     ANUAL EN VIGOR Y RESERVA AL CIERRE.
001000*   - "P" / "I" UNA CELDA DE LOS TRIANGULOS DE SINIESTROS
001100*     PAGADOS / INCURRIDOS: ANIO DE OCURRENCIA (EL DE
001200*     FechaSiniestro) Y ANIO DE DESARROLLO (1 = EL MISMO ANIO
001300*     DE OCURRENCIA), IMPORTE ACUMULADO A LA FECHA DE CORTE.
001400* RsvMontoAnterior ES EL IMPORTE DEL MISMO RAMO O CELDA EN EL
001500* CORTE ANTERIOR DEL ARCHIVO Y RsvVariacion LA DIFERENCIA; LA
001600* VARIACION DE LOS "U" CON RsvFechaCorte DE HOY ES LA QUE
001700* InterfazContable ASIENTA AL MAYOR.
001800*----------------------------------------------------------------
001900 01  RegistroReserva.
002000     05 RsvAnioMes       PIC 9(06).
002100     05 RsvFechaCorte    PIC 9(08).
002200     05 RsvTipoRegistro  PIC X(01).
002300         88 RsvPrimaNoDevengada  VALUE "U".
002400         88 RsvTrianguloPagado   VALUE "P".
002500         88 RsvTrianguloIncurrido VALUE "I".
002600     05 RsvCodigoRamo    PIC X(03).
002700     05 RsvAnioOcurrencia PIC 9(04).
002800     05 RsvAnioDesarrollo PIC 9(02).
002900     05 RsvPrimaVigor    PIC 9(9)V99.
003000     05 RsvMonto         PIC 9(9)V99.
003100     05 RsvMontoAnterior PIC 9(9)V99.
003200     05 RsvVariacion     PIC S9(9)V99.

001939*                 MantenimientoClientes POR LA MISMA RAZON: SUS
001941*                 AJUSTES Y SUPLEMENTOS DEL DIA DEBEN EXISTIR
001942*                 ANTES DE QUE LA INTERFAZ LOS SUME.
001944* 2026-10-15 DSS  CicloCobranza SE AGREGA ENTRE RespaldoMaestro
001945*                 Y ConsolidaTransacciones: SUS SUSPENSIONES Y
001946*                 CANCELACIONES POR FALTA DE PAGO (COBRATRA.DAT)
001947*                 SE FUSIONAN Y APLICAN LA MISMA NOCHE.  LOS
001948*                 PASOS DE CIERRE PASAN A SER EL 14 Y EL 15.
001949* 2026-10-15 DSS  DevolucionPrimas SE AGREGA DESPUES DE
001950*                 ProcesoEndosos: LA DEVOLUCION DE PRIMA DE LAS
001951*                 BAJAS DEL DIA DEBE EXISTIR ANTES DE QUE LA
001952*                 INTERFAZ LA SUME.  LOS PASOS DE CIERRE PASAN A
001953*                 SER EL 15 Y EL 16.
001954* 2026-10-15 DSS  DeclaracionImpuestos SE AGREGA COMO TERCER PASO
001955*                 DE CIERRE, DESPUES DE LiquidacionComisiones:
001956*                 LA DECLARACION MENSUAL DEL IMPUESTO SOBRE
001957*                 PRIMAS.  LOS PASOS DE CIERRE PASAN A SER EL
001958*                 15, EL 16 Y EL 17.
001961* 2026-10-15 DSS  ReservasTecnicas SE AGREGA COMO CUARTO PASO DE
001965*                 CIERRE, DESPUES DE DeclaracionImpuestos Y ANTES
001972*                 DE InterfazContable, QUE ASIENTA LA VARIACION
001979*                 DE LA RESERVA DE PRIMAS DE ESA NOCHE.  LOS
001986*                 PASOS DE CIERRE PASAN A SER DEL 15 AL 18.
001987* 2026-10-15 DSS  CorrespondenciaClientes SE AGREGA DESPUES DE
001988*                 DevolucionPrimas: LA CORRESPONDENCIA DEL DIA
001989*                 PARA LA IMPRENTA (CORRESP.DAT) SE ARMA CON LAS
001990*                 BAJAS, SUSPENSIONES Y SUPLEMENTOS DE HOY YA
001991*                 APLICADOS.  LOS PASOS DE CIERRE PASAN A SER
001992*                 DEL 16 AL 19.
001993*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002110 INPUT-OUTPUT SECTION.
002390 01  LineaResumen         PIC X(80).
002395
002400 WORKING-STORAGE SECTION.
002500 77  TotalPasos          PIC 9(02)      COMP VALUE 20.
002510 77  PasoCorteMensual    PIC 9(02)      COMP VALUE 16.
002520 77  PasoLiquidacion     PIC 9(02)      COMP VALUE 17.
002530 77  PasoDeclaracion     PIC 9(02)      COMP VALUE 18.
002540 77  PasoReservas        PIC 9(02)      COMP VALUE 19.
002600 77  IndicePaso          PIC 9(02)      COMP VALUE ZEROES.
002700 77  ComandoCorrida      PIC X(40)      VALUE SPACES.
002800 77  CodigoComando       PIC S9(04)     COMP VALUE ZEROES.
003100* SECUENCIA DE LA VENTANA NOCTURNA, EN EL ORDEN OBLIGATORIO.
003200* CADA PROGRAMA VERIFICA POR SU CUENTA (COPY RUNCTL) QUE SU
003300* PREDECESOR HAYA COMPLETADO; ESTA TABLA SOLO DEFINE EL ORDEN
003400* DE LANZAMIENTO.  LOS PASOS 16 A 19 SON LOS DE CIERRE DE MES
003410* Y SOLO ENTRAN LA NOCHE DEL ULTIMO DIA HABIL (CALENDAR.DAT);
003420* InterfazContable CIERRA SIEMPRE LA VENTANA, DESPUES DEL
003430* CIERRE, PARA QUE LO LIQUIDADO ESA NOCHE ENTRE AL ASIENTO.
003600 01  TablaPasos.
003610     05 FILLER           PIC X(30)
003620         VALUE "RespaldoMaestro".
003625     05 FILLER           PIC X(30)
003627         VALUE "CicloCobranza".
003630     05 FILLER           PIC X(30)
003640         VALUE "ConsolidaTransacciones".
003700     05 FILLER           PIC X(30)
003800         VALUE "MantenimientoClientes".
003810     05 FILLER           PIC X(30)
003820         VALUE "ProcesoEndosos".
003822     05 FILLER           PIC X(30)
003824         VALUE "DevolucionPrimas".
003844     05 FILLER           PIC X(30)
003864         VALUE "CorrespondenciaClientes".
003900     05 FILLER           PIC X(30)
004000         VALUE "GestionSeguros".
004100     05 FILLER           PIC X(30)
004860         VALUE "CorteMensual".
004870     05 FILLER           PIC X(30)
004880         VALUE "LiquidacionComisiones".
004882     05 FILLER           PIC X(30)
004884         VALUE "DeclaracionImpuestos".
004886     05 FILLER           PIC X(30)
004888         VALUE "ReservasTecnicas".
004890     05 FILLER           PIC X(30)
004892         VALUE "InterfazContable".
004900 01  TablaPasosR REDEFINES TablaPasos.
005000     05 NombrePaso       OCCURS 20 TIMES PIC X(30).
005100
005110*----------------------------------------------------------------
005120* HORAS DE INICIO Y FIN DE CADA PASO, TOMADAS DE LAS LINEAS
005130* "I"/"F" DE HOY EN CONTROL.DAT PARA EL RESUMEN DE LA VENTANA.
005140*----------------------------------------------------------------
005150 01  TablaTiempos.
005160     05 TiempoPaso       OCCURS 20 TIMES.
005170         10 TpoHoraInicio PIC 9(06).
005180         10 TpoHoraFin    PIC 9(06).
005190         10 TpoVisto      PIC X(01).
006900*----------------------------------------------------------------
007000 2000-EJECUTAR-PASO.
007002     IF (IndicePaso = PasoCorteMensual
007004         OR IndicePaso = PasoLiquidacion
007005         OR IndicePaso = PasoDeclaracion
007006         OR IndicePaso = PasoReservas)
007007         AND NOT EsUltimoDiaHabil
007008         GO TO 2000-EJECUTAR-PASO-EXIT
007009     END-IF
007010     MOVE "V" TO CtlAccion
010038*----------------------------------------------------------------
010042 8200-LINEA-PASO.
010043     IF (IndicePaso = PasoCorteMensual
010045         OR IndicePaso = PasoLiquidacion
010046         OR IndicePaso = PasoDeclaracion
010047         OR IndicePaso = PasoReservas)
010048         AND NOT EsUltimoDiaHabil
010049         GO TO 8200-LINEA-PASO-EXIT
010051     END-IF
010052     IF TpoVisto(IndicePaso) NOT = "S"

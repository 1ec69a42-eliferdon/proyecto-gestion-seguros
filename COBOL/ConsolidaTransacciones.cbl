003050*                 LOS FLUJOS BUENOS YA REGISTRADOS SE SALTABAN
003060*                 COMO "YA CONSOLIDADO" Y SUS TRANSACCIONES SE
003070*                 PERDIAN SIN APLICARSE AL MAESTRO.
003072* 2026-10-15 DSS  SE AGREGA EL FLUJO COBRATRA.DAT (ORIGEN
003074*                 "COBRANZA") DE CicloCobranza, CON LAS
003076*                 SUSPENSIONES, CANCELACIONES POR FALTA DE PAGO
003078*                 Y REHABILITACIONES DEL CICLO DE COBRANZA.
003080*                 CicloCobranza PASA A SER EL PREDECESOR.  LA
003082*                 CANTIDAD DE FLUJOS QUEDA EN TotalFlujos.
003088* 2026-10-15 DSS  LA TRANSACCION CRECE A 93 POSICIONES POR EL
003094*                 PLAN DE PAGO (TxPlanPago EN TRANREG).
003095* 2026-10-15 DSS  SE AGREGA EL FLUJO TRASPTRA.DAT (ORIGEN
003096*                 "TRASPASO") DE TraspasoCartera, CON LOS
003097*                 CAMBIOS DE AGENTE DEL TRASPASO DE CARTERA.  VA
003098*                 ULTIMO PARA QUE EL AGENTE NUEVO NO QUEDE
003099*                 PISADO POR UNA RENOVACION DE LA MISMA NOCHE.
003109* 2026-10-15 DSS  LA TRANSACCION CRECE A 227 POSICIONES POR LOS
003119*                 DATOS DE CONTACTO DEL CLIENTE (TxDatosContacto
003129*                 EN TRANREG).  UN FLUJO QUE NO LOS TRAE LLEGA
003139*                 CON LINEAS MAS CORTAS Y SE COMPLETA EN
003149*                 ESPACIOS.
003150* 2026-10-15 DSS  SE AGREGA EL FLUJO INTEGTRA.DAT (ORIGEN
003151*                 "INTEGRID") DE IntegridadReferencial, CON LAS
003152*                 CORRECCIONES DE LA REVISION SEMANAL DE
003153*                 INTEGRIDAD.  VA ANTES DE TRASPTRA.DAT, QUE
003154*                 SIGUE SIENDO EL ULTIMO.
003160* 2026-10-15 DSS  SE AGREGA EL FLUJO COTIZTRA.DAT (ORIGEN
003166*                 "COTIZA") DE MantenimientoCotizaciones, CON LAS
003172*                 ALTAS DE LAS COTIZACIONES ACEPTADAS EN EL DIA.
003178*                 VA DESPUES DE TRANSCAP.DAT, CON LAS DEMAS
003184*                 ALTAS.
003190*----------------------------------------------------------------
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ArchivoEntrada.
004800 01  RegistroEntrada      PIC X(227).
004900
005000 FD  ArchivoSalida.
005100 01  RegistroSalida       PIC X(227).
005200
005300 FD  LotesConsolidados.
005400 01  RegistroLoteCon.
008700 77  HashSalida          PIC 9(11)V99   VALUE ZEROES.
008800 77  ContadorFlujosOk    PIC 9(02)      COMP VALUE ZEROES.
008810 77  IndiceConsolidado   PIC 9(02)      COMP VALUE ZEROES.
008815 77  TotalFlujos         PIC 9(02)      COMP VALUE 7.
008820
008830*----------------------------------------------------------------
008840* LOTES FUSIONADOS EN ESTA CORRIDA, PENDIENTES DE REGISTRO:
008850* SOLO SE ESCRIBEN A LOTESCON.DAT AL COMPLETAR LIMPIO.
008860*----------------------------------------------------------------
008870 01  TablaConsolidados.
008880     05 LoteConsolidado  OCCURS 7 TIMES.
008890         10 TcoOrigen    PIC X(08).
008892         10 TcoFecha     PIC 9(08).
008900
009400*----------------------------------------------------------------
009500 01  TablaFlujos.
009600     05 FILLER           PIC X(12)      VALUE "TRANSCAP.DAT".
009650     05 FILLER           PIC X(12)      VALUE "COTIZTRA.DAT".
009700     05 FILLER           PIC X(12)      VALUE "RENOVTRA.DAT".
009800     05 FILLER           PIC X(12)      VALUE "TRANRECI.DAT".
009850     05 FILLER           PIC X(12)      VALUE "COBRATRA.DAT".
009860     05 FILLER           PIC X(12)      VALUE "INTEGTRA.DAT".
009870     05 FILLER           PIC X(12)      VALUE "TRASPTRA.DAT".
009900 01  TablaFlujosR REDEFINES TablaFlujos.
010000     05 NombreFlujo      OCCURS 7 TIMES PIC X(12).
010100
010200     COPY TRANREG.
010300
011000     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
011100     PERFORM 2000-PROCESAR-FLUJO THRU 2000-PROCESAR-FLUJO-EXIT
011200         VARYING IndiceFlujo FROM 1 BY 1
011300         UNTIL IndiceFlujo > TotalFlujos
011400     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
011500     STOP RUN.
011600
011700 1000-INICIAR.
011800     MOVE "ConsolidaTransacciones" TO CtlPrograma
011900     MOVE "CicloCobranza"          TO CtlPredecesor
012000     PERFORM 9600-CONTROL-INICIO
012100         THRU 9600-CONTROL-INICIO-EXIT
012200     ACCEPT FechaHoy FROM DATE YYYYMMDD

001415* 2026-09-02 DSS  EL MAESTRO Y PRIMAS.DAT PASAN A CLAVE
001416*                 NumeroPoliza; LA PRIMA DE CADA POLIZA SE LEE
001417*                 AHORA POR SU NUMERO DE POLIZA.
001427* 2026-10-15 DSS  AGENTES.DAT PASA A MAESTRO INDEXADO (VER AGEREG
001437*                 Y MantenimientoAgentes).  LA COMISION DEVENGADA
001447*                 SE CALCULA CON LA TASA DEL RAMO DE LA POLIZA
001457*                 VIGENTE HOY, O CON LA TASA GENERAL DEL AGENTE
001467*                 SI EL RAMO NO TIENE TASA, COMO
001477*                 LiquidacionComisiones.
001487*----------------------------------------------------------------
001500
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
002000         ORGANIZATION IS INDEXED
002020         ACCESS MODE IS SEQUENTIAL
002040         RECORD KEY IS CodigoAgente OF RegistroAgente
002060         FILE STATUS IS EstadoArchivoAgentes.
002100     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
002150         ORGANIZATION IS INDEXED
002160         ACCESS MODE IS SEQUENTIAL
003200 WORKING-STORAGE SECTION.
003250 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
003260 77  EstadoArchivoPrimas PIC X(02)      VALUE "00".
003265 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
003270 77  ContadorSinPrima    PIC 9(07)      COMP VALUE ZEROES.
003300 77  FinArchivo          PIC X(01)      VALUE "N".
003400     88 TodoLeido                       VALUE "S".
003920 77  RegistroEsValido    PIC X(01)      VALUE "N".
003930     88 EsValido                        VALUE "S".
003940 77  ContadorRechazados  PIC 9(07)      COMP VALUE ZEROES.
003950 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
003960 77  TasaAplicadaWk      PIC 9(01)V9(03) VALUE ZEROES.
003970 77  VigenciaElegidaWk   PIC 9(08)      VALUE ZEROES.
003980 77  IndiceTasaRamo      PIC 9(02)      COMP VALUE ZEROES.
003990 77  MaxTasasRamo        PIC 9(02)      COMP VALUE 10.
004000
004100*----------------------------------------------------------------
004200* TABLA DE AGENTES, CARGADA UNA SOLA VEZ DESDE AGENTES.DAT,
004250* CON SUS TASAS POR RAMO (COMO AgeTablaTasas).
004300*----------------------------------------------------------------
004400 01  TablaAgentes.
004500     05 EntradaAgente    OCCURS 1 TO 500 TIMES
004900         10 TagNombreAgente  PIC X(20).
005000         10 TagTasaComision  PIC 9(01)V9(03).
005100         10 TagComisionAcum  PIC 9(08)V99.
005110         10 TagTasasRamo.
005120             15 TagTasaRamo  OCCURS 10 TIMES.
005130                 20 TagCodigoRamo     PIC X(03).
005140                 20 TagVigenciaTasa   PIC 9(08).
005150                 20 TagTasaRamoComision PIC 9(01)V9(03).
005210
005220     COPY CTLPAR.
005230
006120     MOVE "CalculoPrimas"     TO CtlPredecesor
006130     PERFORM 9600-CONTROL-INICIO
006140         THRU 9600-CONTROL-INICIO-EXIT
006170     ACCEPT FechaHoy FROM DATE YYYYMMDD
006200     OPEN INPUT ArchivoAgentes
006210     IF EstadoArchivoAgentes NOT = "00"
006220         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT - ESTADO "
006230             EstadoArchivoAgentes
006240         MOVE 8 TO RETURN-CODE
006250         STOP RUN
006260     END-IF
006300     PERFORM 1100-CARGAR-AGENTE THRU 1100-CARGAR-AGENTE-EXIT
006400         UNTIL TodoLeido
006500     CLOSE ArchivoAgentes
008050                 TO TagNombreAgente(IxAgente)
008100             MOVE TasaComision   TO TagTasaComision(IxAgente)
008200             MOVE ZEROES         TO TagComisionAcum(IxAgente)
008250             MOVE AgeTablaTasas  TO TagTasasRamo(IxAgente)
008300     END-READ.
008400 1100-CARGAR-AGENTE-EXIT.
008500     EXIT.
010760                 IdCliente
010770             GO TO 2100-LIQUIDAR-EXIT
010780     END-READ
010790     PERFORM 2170-TASA-AGENTE THRU 2170-TASA-AGENTE-EXIT
010800     COMPUTE ComisionPoliza ROUNDED =
010900         PriPrimaAnual * TasaAplicadaWk
011000     ADD ComisionPoliza TO TagComisionAcum(IxAgente)
011100     ADD ComisionPoliza TO TotalComisiones.
011200 2100-LIQUIDAR-EXIT.
011300     EXIT.
011400
011402*----------------------------------------------------------------
011404* 2170-TASA-AGENTE - TASA DEL AGENTE IxAgente PARA EL RAMO DE LA
011406* POLIZA: LA DE VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR A
011408* HOY, O LA TASA GENERAL SI NO HAY.
011410*----------------------------------------------------------------
011412 2170-TASA-AGENTE.
011414     MOVE TagTasaComision(IxAgente) TO TasaAplicadaWk
011416     MOVE ZEROES TO VigenciaElegidaWk
011418     PERFORM 2180-EXAMINAR-TASA-RAMO
011420         THRU 2180-EXAMINAR-TASA-RAMO-EXIT
011422         VARYING IndiceTasaRamo FROM 1 BY 1
011424         UNTIL IndiceTasaRamo > MaxTasasRamo.
011426 2170-TASA-AGENTE-EXIT.
011428     EXIT.
011430
011432 2180-EXAMINAR-TASA-RAMO.
011434     IF TagCodigoRamo(IxAgente, IndiceTasaRamo) NOT = CodigoRamo
011436         GO TO 2180-EXAMINAR-TASA-RAMO-EXIT
011438     END-IF
011440     IF TagVigenciaTasa(IxAgente, IndiceTasaRamo) NOT NUMERIC
011442         OR TagTasaRamoComision(IxAgente, IndiceTasaRamo)
011444            NOT NUMERIC
011446         GO TO 2180-EXAMINAR-TASA-RAMO-EXIT
011448     END-IF
011450     IF TagVigenciaTasa(IxAgente, IndiceTasaRamo) > FechaHoy
011452         OR TagVigenciaTasa(IxAgente, IndiceTasaRamo) <
011454            VigenciaElegidaWk
011456         GO TO 2180-EXAMINAR-TASA-RAMO-EXIT
011458     END-IF
011460     MOVE TagVigenciaTasa(IxAgente, IndiceTasaRamo)
011462         TO VigenciaElegidaWk
011464     MOVE TagTasaRamoComision(IxAgente, IndiceTasaRamo)
011466         TO TasaAplicadaWk.
011468 2180-EXAMINAR-TASA-RAMO-EXIT.
011470     EXIT.
011472
011500 8000-FINALIZAR.
011600     CLOSE ArchivoClientes
011610     CLOSE ArchivoPrimas

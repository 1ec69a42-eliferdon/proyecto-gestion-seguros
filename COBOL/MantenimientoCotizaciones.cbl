000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MantenimientoCotizaciones.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  MANTIENE EL ARCHIVO DE
001100*                 COTIZACIONES (COTIZA.DAT, VER COTREG) CON LOS
001200*                 MOVIMIENTOS DEL DIA DE COTIMOV.DAT (COPY
001300*                 COTMOV), CON EL MISMO ESQUEMA QUE
001400*                 MantenimientoAgentes.  PRIMERO VENCE LAS
001500*                 COTIZACIONES EMITIDAS CUYA VALIDEZ YA PASO;
001600*                 LUEGO APLICA LAS EMISIONES ("E"), TARIFADAS
001700*                 CON TARIFAS.DAT IGUAL QUE CalculoPrimas, LAS
001800*                 ACEPTACIONES ("A") Y LOS RECHAZOS DEL CLIENTE
001900*                 ("R").  CADA ACEPTACION GENERA EL ALTA "A" DE
002000*                 LA POLIZA NUEVA EN COTIZTRA.DAT, CON
002100*                 ENCABEZADO Y COLA DE LOTE (COPY LOTEREG,
002200*                 ORIGEN "COTIZA") COMO TraspasoCartera, QUE
002300*                 ENTRA AL MAESTRO ESA NOCHE POR
002400*                 ConsolidaTransacciones Y MantenimientoClientes;
002500*                 LA COTIZACION QUEDA VINCULADA A SU POLIZA POR
002600*                 CotNumeroPoliza.  LA PRIMA DE LA EMISION SE
002700*                 VUELVE A TARIFAR SOBRE LA SUMA ASEGURADA FINAL.
002800*                 TODO LO APLICADO O RECHAZADO, CON EL MOTIVO,
002900*                 SALE AL LISTADO DE AUDITORIA COTIZA.LST.
003000*                 CORRE DE DIA, FUERA DEL PASE DIARIO; TODOS LOS
003100*                 MOVIMIENTOS DEL DIA VAN EN UNA SOLA CORRIDA.
003110* 2026-10-15 DSS  SE NIEGA A CORRER SI EL LOTE QUE TIENE
003120*                 COTIZTRA.DAT (SEA DE HOY O DE UN DIA CUYO PASE
003130*                 NOCTURNO ABORTO) NO FIGURA AUN EN LOTESCON.DAT,
003140*                 EL REGISTRO DE LOTES CONSOLIDADOS DE
003150*                 ConsolidaTransacciones: LAS ACEPTACIONES DE ESE
003160*                 LOTE YA ESTAN GRABADAS EN COTIZA.DAT Y, SI SE
003170*                 PISARA EL ARCHIVO, SUS POLIZAS NO SE DARIAN DE
003180*                 ALTA NUNCA.
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ArchivoCotizaciones ASSIGN TO "COTIZA.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CotNumeroCotizacion
004100         ALTERNATE RECORD KEY IS CotNumeroPoliza
004200             WITH DUPLICATES
004300         FILE STATUS IS EstadoArchivoCotiz.
004400     SELECT ArchivoMovCotiz ASSIGN TO "COTIMOV.DAT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS EstadoArchivoMov.
004700     SELECT ArchivoTarifas ASSIGN TO "TARIFAS.DAT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS EstadoArchivoTarifas.
005000     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CodigoAgente OF RegistroAgente
005400         FILE STATUS IS EstadoArchivoAgentes.
005500     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS NumeroPoliza
005900         ALTERNATE RECORD KEY IS IdCliente
006000             WITH DUPLICATES
006100         ALTERNATE RECORD KEY IS CodigoAgente
006200             OF RegistroCliente
006300             WITH DUPLICATES
006400         FILE STATUS IS EstadoArchivoClientes.
006500     SELECT ArchivoTransCotiz ASSIGN TO "COTIZTRA.DAT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006650         FILE STATUS IS EstadoArchivoTrans.
006660     SELECT LotesConsolidados ASSIGN TO "LOTESCON.DAT"
006670         ORGANIZATION IS LINE SEQUENTIAL
006680         FILE STATUS IS EstadoLotesCon.
006700     SELECT ListadoAuditoria ASSIGN TO "COTIZA.LST"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ArchivoCotizaciones.
007300     COPY COTREG.
007400
007500 FD  ArchivoMovCotiz.
007600     COPY COTMOV.
007700
007800 FD  ArchivoTarifas.
007900     COPY TARREG.
008000
008100 FD  ArchivoAgentes.
008200     COPY AGEREG.
008300
008400 FD  ArchivoClientes.
008500     COPY CLIREG.
008600
008700 FD  ArchivoTransCotiz.
008800     COPY TRANREG.
008900     COPY LOTEREG.
009000
009100 FD  ListadoAuditoria.
009200 01  LineaAuditoria       PIC X(80).
009210
009220 FD  LotesConsolidados.
009230 01  RegistroLoteCon.
009240     05 LcnOrigen        PIC X(08).
009250     05 LcnFecha         PIC 9(08).
009300
009400 WORKING-STORAGE SECTION.
009500 77  EstadoArchivoCotiz  PIC X(02)      VALUE "00".
009600 77  EstadoArchivoMov    PIC X(02)      VALUE "00".
009700 77  EstadoArchivoTarifas PIC X(02)     VALUE "00".
009800 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
009900 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
009950 77  EstadoArchivoTrans  PIC X(02)      VALUE "00".
009960 77  EstadoLotesCon      PIC X(02)      VALUE "00".
009970 77  FinLotes            PIC X(01)      VALUE "N".
009975     88 TodoLote                        VALUE "S".
009980 77  HayLoteConsolidado  PIC X(01)      VALUE "N".
009985     88 LoteYaConsolidado               VALUE "S".
009990 77  OrigenLoteWk        PIC X(08)      VALUE SPACES.
009995 77  FechaLoteWk         PIC 9(08)      VALUE ZEROES.
010000 77  FinMov              PIC X(01)      VALUE "N".
010100     88 TodoMov                         VALUE "S".
010200 77  FinTarifas          PIC X(01)      VALUE "N".
010300     88 TodasTarifas                    VALUE "S".
010400 77  FinCotizaciones     PIC X(01)      VALUE "N".
010500     88 TodasCotizaciones               VALUE "S".
010600 77  ContadorEmitidas    PIC 9(05)      COMP VALUE ZEROES.
010700 77  ContadorAceptadas   PIC 9(05)      COMP VALUE ZEROES.
010800 77  ContadorDeclinadas  PIC 9(05)      COMP VALUE ZEROES.
010900 77  ContadorVencidas    PIC 9(05)      COMP VALUE ZEROES.
011000 77  ContadorRechazos    PIC 9(05)      COMP VALUE ZEROES.
011100 77  TotalEmitidasEd     PIC ZZZZ9.
011200 77  TotalAceptadasEd    PIC ZZZZ9.
011300 77  TotalDeclinadasEd   PIC ZZZZ9.
011400 77  TotalVencidasEd     PIC ZZZZ9.
011500 77  TotalRechazosEd     PIC ZZZZ9.
011600 77  HashMontoTrans      PIC 9(11)V99   VALUE ZEROES.
011700 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
011800 77  IntHoy              PIC 9(07)      COMP VALUE ZEROES.
011900 77  DiasValidez         PIC 9(03)      COMP VALUE 30.
012000 77  FechaValidezNormal  PIC 9(08)      VALUE ZEROES.
012100 77  MotivoWk            PIC X(30)      VALUE SPACES.
012200 77  NombreWk            PIC X(20)      VALUE SPACES.
012300 77  FechaEfectivaWk     PIC 9(08)      VALUE ZEROES.
012400 77  MontoEmitidoWk      PIC 9(7)V99    VALUE ZEROES.
012500 77  PlanPagoWk          PIC X(01)      VALUE SPACES.
012600 77  PrimaEd             PIC Z(6)9.99.
012700 77  MaxTarifas          PIC 9(04)      COMP VALUE 50.
012800 77  CuentaTarifas       PIC 9(04)      COMP VALUE ZEROES.
012900 77  IndiceTarifa        PIC 9(04)      COMP VALUE ZEROES.
013000 77  TarifaElegida       PIC 9(04)      COMP VALUE ZEROES.
013100 77  RamoTarifaWk        PIC X(03)      VALUE SPACES.
013200 77  MontoTarifaWk       PIC 9(7)V99    VALUE ZEROES.
013300 77  PrimaCalculada      PIC 9(7)V99    VALUE ZEROES.
013400 01  FechaTerminoWk.
013500     05 FechaTermino     PIC 9(08).
013600     05 FechaTerminoR REDEFINES FechaTermino.
013700         10 TerAnio      PIC 9(04).
013800         10 TerMesDia    PIC 9(04).
013900 01  LineaAuditoriaWk.
014000     05 LawAccion         PIC X(10).
014100     05 LawCotizacion     PIC X(10).
014200     05 LawNombre         PIC X(22).
014300     05 LawMotivo         PIC X(30).
014400     05 FILLER            PIC X(08).
014500
014600*----------------------------------------------------------------
014700* TABLA DE TARIFAS, CARGADA UNA SOLA VEZ DESDE TARIFAS.DAT, LA
014800* MISMA DE CalculoPrimas: SE CONSERVAN TODAS LAS VIGENCIAS Y
014900* 2500-TARIFAR ELIGE LA APLICABLE.
015000*----------------------------------------------------------------
015100 01  TablaTarifas.
015200     05 EntradaTarifa    OCCURS 1 TO 50 TIMES
015300                         DEPENDING ON CuentaTarifas
015400                         INDEXED BY IxTarifa.
015500         10 TtaCodigoRamo    PIC X(03).
015600         10 TtaTasaPorMil    PIC 9(02)V99.
015700         10 TtaPrimaMinima   PIC 9(5)V99.
015800         10 TtaFechaVigencia PIC 9(08).
015900
016000 PROCEDURE DIVISION.
016100 0000-MAINLINE.
016200     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
016300     PERFORM 1500-VENCER-COTIZACIONES
016400         THRU 1500-VENCER-COTIZACIONES-EXIT
016500     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
016600         UNTIL TodoMov
016700     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
016800     STOP RUN.
016900
017000*----------------------------------------------------------------
017100* 1000-INICIAR - SIN COTIMOV.DAT NO HAY NADA QUE APLICAR, Y SIN
017200* TARIFAS, AGENTES O MAESTRO DE POLIZAS NO SE PUEDE VALIDAR NI
017300* TARIFAR: LA CORRIDA TERMINA CON CODIGO 8 ANTES DE CREAR
017400* COTIZTRA.DAT.  SI EL ARCHIVO DE COTIZACIONES AUN NO EXISTE
017500* (ESTADO 35) SE CREA VACIO Y SE REABRE EN I-O.  ANTES QUE
017530* NADA SE NIEGA A CORRER SI COTIZTRA.DAT TIENE UN LOTE AUN NO
017560* CONSOLIDADO (VER 1050-VERIFICAR-LOTE).
017600*----------------------------------------------------------------
017700 1000-INICIAR.
017800     ACCEPT FechaHoy FROM DATE YYYYMMDD
017850     PERFORM 1050-VERIFICAR-LOTE THRU 1050-VERIFICAR-LOTE-EXIT
017900     COMPUTE IntHoy = FUNCTION INTEGER-OF-DATE(FechaHoy)
018000     COMPUTE FechaValidezNormal =
018100         FUNCTION DATE-OF-INTEGER(IntHoy + DiasValidez)
018200     OPEN INPUT  ArchivoMovCotiz
018300     IF EstadoArchivoMov NOT = "00"
018400         DISPLAY "NO SE PUDO ABRIR COTIMOV.DAT - ESTADO "
018500             EstadoArchivoMov
018600         MOVE 8 TO RETURN-CODE
018700         STOP RUN
018800     END-IF
018900     OPEN INPUT  ArchivoTarifas
019000     IF EstadoArchivoTarifas NOT = "00"
019100         DISPLAY "NO SE PUDO ABRIR TARIFAS.DAT - ESTADO "
019200             EstadoArchivoTarifas
019300         MOVE 8 TO RETURN-CODE
019400         STOP RUN
019500     END-IF
019600     PERFORM 1100-CARGAR-TARIFA THRU 1100-CARGAR-TARIFA-EXIT
019700         UNTIL TodasTarifas
019800     CLOSE ArchivoTarifas
019900     OPEN INPUT  ArchivoAgentes
020000     IF EstadoArchivoAgentes NOT = "00"
020100         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT - ESTADO "
020200             EstadoArchivoAgentes
020300         MOVE 8 TO RETURN-CODE
020400         STOP RUN
020500     END-IF
020600     OPEN INPUT  ArchivoClientes
020700     IF EstadoArchivoClientes NOT = "00"
020800         DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT - ESTADO "
020900             EstadoArchivoClientes
021000         MOVE 8 TO RETURN-CODE
021100         STOP RUN
021200     END-IF
021300     OPEN I-O    ArchivoCotizaciones
021400     IF EstadoArchivoCotiz = "35"
021500         OPEN OUTPUT ArchivoCotizaciones
021600         CLOSE ArchivoCotizaciones
021700         OPEN I-O    ArchivoCotizaciones
021800     END-IF
021900     OPEN OUTPUT ArchivoTransCotiz
022000     MOVE SPACES     TO RegistroLote
022100     MOVE "H"        TO TipoRegistroLote
022200     MOVE "COTIZA"   TO LoteOrigen
022300     MOVE FechaHoy   TO LoteFecha
022400     MOVE ZEROES     TO LoteCantidad
022500     MOVE ZEROES     TO LoteHashMonto
022600     WRITE RegistroLote
022700     OPEN OUTPUT ListadoAuditoria
022800     MOVE SPACES TO LineaAuditoria
022900     STRING "LISTADO DE AUDITORIA - COTIZACIONES - " FechaHoy
023000         DELIMITED BY SIZE INTO LineaAuditoria
023100     END-STRING
023200     WRITE LineaAuditoria
023300     MOVE "ACCION    COTIZ.    NOMBRE                MOTIVO"
023400         TO LineaAuditoria
023500     WRITE LineaAuditoria.
023600 1000-INICIAR-EXIT.
023700     EXIT.
023701
023702*----------------------------------------------------------------
023703* 1050-VERIFICAR-LOTE - LAS ACEPTACIONES DE UNA CORRIDA QUEDAN
023704* GRABADAS EN COTIZA.DAT CON SU CotNumeroPoliza, Y SUS ALTAS SOLO
023705* VIVEN EN COTIZTRA.DAT HASTA QUE ConsolidaTransacciones LAS
023706* LEVANTA.  EL LOTE DEL ARCHIVO (ORIGEN + FECHA DEL ENCABEZADO)
023707* SE BUSCA EN LOTESCON.DAT COMO LO HACE ConsolidaTransacciones:
023708* SI NO FIGURA, SEA DE HOY O DE UN DIA CUYO PASE NOCTURNO ABORTO,
023709* OTRA CORRIDA LO PISARIA Y ESAS POLIZAS NO SE DARIAN DE ALTA
023710* NUNCA, ASI QUE SE TERMINA CON CODIGO 8 SIN TOCAR NADA.  SI EL
023711* ARCHIVO NO EXISTE, NO TIENE ENCABEZADO O SU LOTE YA SE
023712* CONSOLIDO, LA CORRIDA SIGUE.
023713*----------------------------------------------------------------
023714 1050-VERIFICAR-LOTE.
023715     OPEN INPUT ArchivoTransCotiz
023716     IF EstadoArchivoTrans NOT = "00"
023717         GO TO 1050-VERIFICAR-LOTE-EXIT
023718     END-IF
023719     MOVE SPACES TO RegistroLote
023720     READ ArchivoTransCotiz
023721         AT END
023722             MOVE SPACES TO RegistroLote
023723     END-READ
023724     CLOSE ArchivoTransCotiz
023725     IF TipoRegistroLote NOT = "H"
023726         GO TO 1050-VERIFICAR-LOTE-EXIT
023727     END-IF
023728     MOVE LoteOrigen TO OrigenLoteWk
023729     MOVE LoteFecha  TO FechaLoteWk
023730     MOVE "N" TO HayLoteConsolidado
023731     MOVE "N" TO FinLotes
023732     OPEN INPUT LotesConsolidados
023733     IF EstadoLotesCon = "00"
023734         PERFORM 1060-LEER-LOTE THRU 1060-LEER-LOTE-EXIT
023735             UNTIL TodoLote
023736         CLOSE LotesConsolidados
023737     END-IF
023738     IF NOT LoteYaConsolidado
023739         DISPLAY "COTIZTRA.DAT - LOTE " OrigenLoteWk " DEL "
023740             FechaLoteWk " SIN CONSOLIDAR - NO SE PISA"
023741         MOVE 8 TO RETURN-CODE
023742         STOP RUN
023743     END-IF.
023744 1050-VERIFICAR-LOTE-EXIT.
023745     EXIT.
023746
023747 1060-LEER-LOTE.
023748     READ LotesConsolidados
023749         AT END
023750             MOVE "S" TO FinLotes
023751             GO TO 1060-LEER-LOTE-EXIT
023752     END-READ
023753     IF LcnOrigen = OrigenLoteWk
023754         AND LcnFecha = FechaLoteWk
023755         MOVE "S" TO HayLoteConsolidado
023756         MOVE "S" TO FinLotes
023757     END-IF.
023758 1060-LEER-LOTE-EXIT.
023759     EXIT.
023800
023900 1100-CARGAR-TARIFA.
024000     READ ArchivoTarifas INTO RegistroTarifa
024100         AT END
024200             MOVE "S" TO FinTarifas
024300             GO TO 1100-CARGAR-TARIFA-EXIT
024400     END-READ
024500     IF CuentaTarifas >= MaxTarifas
024600         DISPLAY "TARIFA EXCEDE CAPACIDAD DE TABLA - "
024700             "DESCARTADA: " TarCodigoRamo
024800         GO TO 1100-CARGAR-TARIFA-EXIT
024900     END-IF
025000     IF TasaPorMil NOT NUMERIC
025100         OR PrimaMinima NOT NUMERIC
025200         OR FechaVigenciaTarifa NOT NUMERIC
025300         DISPLAY "TARIFA CON DATOS NO NUMERICOS - "
025400             "DESCARTADA: " TarCodigoRamo
025500         GO TO 1100-CARGAR-TARIFA-EXIT
025600     END-IF
025700     ADD 1 TO CuentaTarifas
025800     SET IxTarifa TO CuentaTarifas
025900     MOVE TarCodigoRamo      TO TtaCodigoRamo(IxTarifa)
026000     MOVE TasaPorMil         TO TtaTasaPorMil(IxTarifa)
026100     MOVE PrimaMinima        TO TtaPrimaMinima(IxTarifa)
026200     MOVE FechaVigenciaTarifa TO TtaFechaVigencia(IxTarifa).
026300 1100-CARGAR-TARIFA-EXIT.
026400     EXIT.
026500
026600 1200-LEER-MOV.
026700     READ ArchivoMovCotiz INTO RegistroMovCotizacion
026800         AT END
026900             MOVE "S" TO FinMov
027000             GO TO 1200-LEER-MOV-EXIT
027100     END-READ.
027200 1200-LEER-MOV-EXIT.
027300     EXIT.
027400
027500*----------------------------------------------------------------
027600* 1500-VENCER-COTIZACIONES - ANTES DE APLICAR LOS MOVIMIENTOS
027700* RECORRE EL ARCHIVO Y MARCA VENCIDA ("V", CON FECHA DE HOY)
027800* TODA COTIZACION EMITIDA CUYA VALIDEZ YA PASO, PARA QUE NO SE
027900* PUEDA ACEPTAR FUERA DE PLAZO.
028000*----------------------------------------------------------------
028100 1500-VENCER-COTIZACIONES.
028200     MOVE LOW-VALUES TO CotNumeroCotizacion
028300     START ArchivoCotizaciones KEY IS NOT LESS THAN
028400         CotNumeroCotizacion
028500         INVALID KEY
028600             MOVE "S" TO FinCotizaciones
028700     END-START
028800     PERFORM 1550-VENCER-UNA THRU 1550-VENCER-UNA-EXIT
028900         UNTIL TodasCotizaciones.
029000 1500-VENCER-COTIZACIONES-EXIT.
029100     EXIT.
029200
029300 1550-VENCER-UNA.
029400     READ ArchivoCotizaciones NEXT RECORD
029500         AT END
029600             MOVE "S" TO FinCotizaciones
029700             GO TO 1550-VENCER-UNA-EXIT
029800     END-READ
029900     IF NOT CotEmitida
030000         GO TO 1550-VENCER-UNA-EXIT
030100     END-IF
030200     IF CotFechaValidez NOT < FechaHoy
030300         GO TO 1550-VENCER-UNA-EXIT
030400     END-IF
030500     MOVE "V"      TO CotEstado
030600     MOVE FechaHoy TO CotFechaEstado
030700     REWRITE RegistroCotizacion
030800         INVALID KEY
030900             DISPLAY "ERROR AL VENCER LA COTIZACION "
031000                 CotNumeroCotizacion
031100             GO TO 1550-VENCER-UNA-EXIT
031200     END-REWRITE
031300     ADD 1 TO ContadorVencidas
031400     MOVE "VENCIDA"           TO LawAccion
031500     MOVE CotNumeroCotizacion TO LawCotizacion
031600     MOVE CotNombreCliente    TO LawNombre
031700     MOVE SPACES              TO LawMotivo
031800     STRING "VALIDEZ " CotFechaValidez
031900         DELIMITED BY SIZE INTO LawMotivo
032000     END-STRING
032100     PERFORM 2950-GRABAR-LINEA THRU 2950-GRABAR-LINEA-EXIT.
032200 1550-VENCER-UNA-EXIT.
032300     EXIT.
032400
032500 2000-PROCESAR.
032600     PERFORM 1200-LEER-MOV THRU 1200-LEER-MOV-EXIT
032700     IF TodoMov
032800         GO TO 2000-PROCESAR-EXIT
032900     END-IF
033000     MOVE SPACES TO MotivoWk
033100     MOVE SPACES TO NombreWk
033200     EVALUATE TRUE
033300         WHEN MovCotEmision
033400             PERFORM 2100-PROCESAR-EMISION
033500                 THRU 2100-PROCESAR-EMISION-EXIT
033600         WHEN MovCotAceptacion
033700             PERFORM 2200-PROCESAR-ACEPTACION
033800                 THRU 2200-PROCESAR-ACEPTACION-EXIT
033900         WHEN MovCotRechazo
034000             PERFORM 2300-PROCESAR-RECHAZO
034100                 THRU 2300-PROCESAR-RECHAZO-EXIT
034200         WHEN OTHER
034300             MOVE "TIPO DE MOVIMIENTO INVALIDO" TO MotivoWk
034400             PERFORM 2800-RECHAZAR-MOV
034500                 THRU 2800-RECHAZAR-MOV-EXIT
034600     END-EVALUATE.
034700 2000-PROCESAR-EXIT.
034800     EXIT.
034900
035000*----------------------------------------------------------------
035100* 2050-VALIDAR-EMISION - EDITA LA EMISION: CLAVE Y CLIENTE
035200* INFORMADOS, SUMA ASEGURADA NUMERICA Y POSITIVA, VALIDEZ NO
035300* ANTERIOR A HOY, PLAN Y CANAL CONOCIDOS, Y UN AGENTE ACTIVO Y
035400* CON LICENCIA AL DIA (COMO EL DESTINO DE TraspasoCartera).
035500* DEJA EL MOTIVO DEL RECHAZO EN MotivoWk.
035600*----------------------------------------------------------------
035700 2050-VALIDAR-EMISION.
035800     EVALUATE TRUE
035900         WHEN McoNumeroCotizacion = SPACES
036000             MOVE "NUMERO DE COTIZACION EN BLANCO" TO MotivoWk
036100         WHEN McoIdCliente = SPACES
036200             OR McoNombreCliente = SPACES
036300             MOVE "CLIENTE EN BLANCO" TO MotivoWk
036400         WHEN McoMontoPoliza NOT NUMERIC
036500             MOVE "SUMA ASEGURADA NO NUMERICA" TO MotivoWk
036600         WHEN McoMontoPoliza NOT > ZEROES
036700             MOVE "SUMA ASEGURADA EN CERO" TO MotivoWk
036800         WHEN McoFechaValidez NOT NUMERIC
036900             MOVE "FECHA NO NUMERICA" TO MotivoWk
037000         WHEN McoFechaValidez NOT = ZEROES
037100             AND McoFechaValidez < FechaHoy
037200             MOVE "VALIDEZ ANTERIOR A HOY" TO MotivoWk
037300         WHEN NOT McoPlanValido
037400             MOVE "PLAN DE PAGO DESCONOCIDO" TO MotivoWk
037500         WHEN NOT McoCanalValido
037600             MOVE "CANAL PREFERIDO DESCONOCIDO" TO MotivoWk
037700         WHEN McoCodigoAgente = SPACES
037800             MOVE "AGENTE EN BLANCO" TO MotivoWk
037900     END-EVALUATE
038000     IF MotivoWk NOT = SPACES
038100         GO TO 2050-VALIDAR-EMISION-EXIT
038200     END-IF
038300     MOVE McoCodigoAgente TO CodigoAgente OF RegistroAgente
038400     READ ArchivoAgentes
038500         INVALID KEY
038600             MOVE "AGENTE NO EXISTE" TO MotivoWk
038700             GO TO 2050-VALIDAR-EMISION-EXIT
038800     END-READ
038900     IF NOT AgenteActivo
039000         MOVE "AGENTE NO ACTIVO" TO MotivoWk
039100         GO TO 2050-VALIDAR-EMISION-EXIT
039200     END-IF
039300     IF AgeVenceLicencia NUMERIC
039400         AND AgeVenceLicencia NOT = ZEROES
039500         AND AgeVenceLicencia < FechaHoy
039600         MOVE "LICENCIA DEL AGENTE VENCIDA" TO MotivoWk
039700     END-IF.
039800 2050-VALIDAR-EMISION-EXIT.
039900     EXIT.
040000
040100*----------------------------------------------------------------
040200* 2100-PROCESAR-EMISION - UNA COTIZACION YA EXISTENTE O DE UN
040300* RAMO SIN TARIFA VIGENTE SE RECHAZA.  LA COTIZACION NACE
040400* EMITIDA, CON LA PRIMA TARIFADA SOBRE LA SUMA ASEGURADA Y LA
040500* VALIDEZ INFORMADA O, EN CERO, LA NORMAL DE DiasValidez.
040600*----------------------------------------------------------------
040700 2100-PROCESAR-EMISION.
040800     PERFORM 2050-VALIDAR-EMISION THRU 2050-VALIDAR-EMISION-EXIT
040900     IF MotivoWk NOT = SPACES
041000         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
041100         GO TO 2100-PROCESAR-EMISION-EXIT
041200     END-IF
041300     MOVE McoNumeroCotizacion TO CotNumeroCotizacion
041400     READ ArchivoCotizaciones KEY IS CotNumeroCotizacion
041500         INVALID KEY
041600             CONTINUE
041700         NOT INVALID KEY
041800             MOVE "COTIZACION YA EXISTE" TO MotivoWk
041900             PERFORM 2800-RECHAZAR-MOV
042000                 THRU 2800-RECHAZAR-MOV-EXIT
042100             GO TO 2100-PROCESAR-EMISION-EXIT
042200     END-READ
042300     MOVE McoCodigoRamo   TO RamoTarifaWk
042400     MOVE McoMontoPoliza  TO MontoTarifaWk
042500     PERFORM 2500-TARIFAR THRU 2500-TARIFAR-EXIT
042600     IF TarifaElegida = ZEROES
042700         MOVE "RAMO SIN TARIFA VIGENTE" TO MotivoWk
042800         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
042900         GO TO 2100-PROCESAR-EMISION-EXIT
043000     END-IF
043100     MOVE SPACES              TO RegistroCotizacion
043200     MOVE McoNumeroCotizacion TO CotNumeroCotizacion
043300     MOVE "E"                 TO CotEstado
043400     MOVE FechaHoy            TO CotFechaEmision
043500     MOVE McoFechaValidez     TO CotFechaValidez
043600     IF CotFechaValidez = ZEROES
043700         MOVE FechaValidezNormal TO CotFechaValidez
043800     END-IF
043900     MOVE FechaHoy            TO CotFechaEstado
044000     MOVE McoIdCliente        TO CotIdCliente
044100     MOVE McoNombreCliente    TO CotNombreCliente
044200     MOVE McoIdentificacion   TO CotIdentificacion
044300     MOVE McoDatosContacto    TO CotDatosContacto
044400     MOVE McoCodigoRamo       TO CotCodigoRamo
044500     MOVE McoMontoPoliza      TO CotMontoPoliza
044600     MOVE McoCodigoAgente     TO CotCodigoAgente
044700     MOVE McoPlanPago         TO CotPlanPago
044800     MOVE PrimaCalculada      TO CotPrimaCotizada
044900     MOVE ZEROES              TO CotFechaEfectiva
045000     MOVE ZEROES              TO CotMontoEmitido
045100     MOVE ZEROES              TO CotPrimaEmitida
045200     WRITE RegistroCotizacion
045300         INVALID KEY
045400             MOVE "ERROR AL GRABAR LA COTIZACION" TO MotivoWk
045500             PERFORM 2800-RECHAZAR-MOV
045600                 THRU 2800-RECHAZAR-MOV-EXIT
045700         NOT INVALID KEY
045800             ADD 1 TO ContadorEmitidas
045900             MOVE PrimaCalculada TO PrimaEd
046000             STRING "PRIMA COTIZADA " PrimaEd
046100                 DELIMITED BY SIZE INTO MotivoWk
046200             END-STRING
046300             MOVE "EMISION"  TO LawAccion
046400             PERFORM 2900-ESCRIBIR-AUDIT
046500                 THRU 2900-ESCRIBIR-AUDIT-EXIT
046600     END-WRITE.
046700 2100-PROCESAR-EMISION-EXIT.
046800     EXIT.
046900
047000*----------------------------------------------------------------
047100* 2200-PROCESAR-ACEPTACION - EL NUMERO DE POLIZA NO PUEDE
047200* ESTAR YA ASIGNADO A OTRA COTIZACION (CLAVE ALTERNA
047300* CotNumeroPoliza) NI EXISTIR EN EL MAESTRO, Y SE VERIFICA
047400* ANTES DE LEER LA COTIZACION PORQUE LA LECTURA POR CLAVE
047500* ALTERNA PISA EL REGISTRO.  SOLO SE ACEPTA UNA COTIZACION
047600* EMITIDA DE UN AGENTE QUE SIGA ACTIVO.  LA PRIMA DE LA EMISION
047700* SE TARIFA SOBRE LA SUMA ASEGURADA FINAL; LA COTIZACION SE
047800* REGRABA ANTES DE GENERAR EL ALTA, PARA QUE NO SALGA UN ALTA
047900* DE UNA COTIZACION QUE NO QUEDO ACEPTADA.
048000*----------------------------------------------------------------
048100 2200-PROCESAR-ACEPTACION.
048200     EVALUATE TRUE
048300         WHEN McoNumeroCotizacion = SPACES
048400             MOVE "NUMERO DE COTIZACION EN BLANCO" TO MotivoWk
048500         WHEN McoNumeroPoliza = SPACES
048600             MOVE "NUMERO DE POLIZA EN BLANCO" TO MotivoWk
048700         WHEN McoMontoPoliza NOT NUMERIC
048800             MOVE "SUMA ASEGURADA NO NUMERICA" TO MotivoWk
048900         WHEN McoFechaEfectiva NOT NUMERIC
049000             MOVE "FECHA NO NUMERICA" TO MotivoWk
049100         WHEN McoFechaEfectiva NOT = ZEROES
049200             AND McoFechaEfectiva < FechaHoy
049300             MOVE "FECHA EFECTIVA ANTERIOR A HOY" TO MotivoWk
049400         WHEN NOT McoPlanValido
049500             MOVE "PLAN DE PAGO DESCONOCIDO" TO MotivoWk
049600     END-EVALUATE
049700     IF MotivoWk NOT = SPACES
049800         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
049900         GO TO 2200-PROCESAR-ACEPTACION-EXIT
050000     END-IF
050100     MOVE McoNumeroPoliza TO CotNumeroPoliza
050200     READ ArchivoCotizaciones KEY IS CotNumeroPoliza
050300         INVALID KEY
050400             CONTINUE
050500         NOT INVALID KEY
050600             MOVE "POLIZA YA USADA EN COTIZACION" TO MotivoWk
050700             PERFORM 2800-RECHAZAR-MOV
050800                 THRU 2800-RECHAZAR-MOV-EXIT
050900             GO TO 2200-PROCESAR-ACEPTACION-EXIT
051000     END-READ
051100     MOVE McoNumeroPoliza TO NumeroPoliza
051200     READ ArchivoClientes
051300         INVALID KEY
051400             CONTINUE
051500         NOT INVALID KEY
051600             MOVE "POLIZA YA EXISTE EN EL MAESTRO" TO MotivoWk
051700             PERFORM 2800-RECHAZAR-MOV
051800                 THRU 2800-RECHAZAR-MOV-EXIT
051900             GO TO 2200-PROCESAR-ACEPTACION-EXIT
052000     END-READ
052100     MOVE McoNumeroCotizacion TO CotNumeroCotizacion
052200     READ ArchivoCotizaciones KEY IS CotNumeroCotizacion
052300         INVALID KEY
052400             MOVE "COTIZACION NO EXISTE" TO MotivoWk
052500             PERFORM 2800-RECHAZAR-MOV
052600                 THRU 2800-RECHAZAR-MOV-EXIT
052700             GO TO 2200-PROCESAR-ACEPTACION-EXIT
052800     END-READ
052900     MOVE CotNombreCliente TO NombreWk
053000     EVALUATE TRUE
053100         WHEN CotVencida
053200             MOVE "COTIZACION VENCIDA" TO MotivoWk
053300         WHEN NOT CotEmitida
053400             MOVE "COTIZACION NO ESTA EMITIDA" TO MotivoWk
053500     END-EVALUATE
053600     IF MotivoWk NOT = SPACES
053700         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
053800         GO TO 2200-PROCESAR-ACEPTACION-EXIT
053900     END-IF
054000     MOVE CotCodigoAgente TO CodigoAgente OF RegistroAgente
054100     READ ArchivoAgentes
054200         INVALID KEY
054300             MOVE "AGENTE DE COTIZACION NO EXISTE" TO MotivoWk
054400             PERFORM 2800-RECHAZAR-MOV
054500                 THRU 2800-RECHAZAR-MOV-EXIT
054600             GO TO 2200-PROCESAR-ACEPTACION-EXIT
054700     END-READ
054800     IF NOT AgenteActivo
054900         MOVE "AGENTE DE COTIZACION NO ACTIVO" TO MotivoWk
055000         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
055100         GO TO 2200-PROCESAR-ACEPTACION-EXIT
055200     END-IF
055300     MOVE McoMontoPoliza  TO MontoEmitidoWk
055400     IF MontoEmitidoWk = ZEROES
055500         MOVE CotMontoPoliza TO MontoEmitidoWk
055600     END-IF
055700     MOVE CotCodigoRamo   TO RamoTarifaWk
055800     MOVE MontoEmitidoWk  TO MontoTarifaWk
055900     PERFORM 2500-TARIFAR THRU 2500-TARIFAR-EXIT
056000     IF TarifaElegida = ZEROES
056100         MOVE "RAMO SIN TARIFA VIGENTE" TO MotivoWk
056200         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
056300         GO TO 2200-PROCESAR-ACEPTACION-EXIT
056400     END-IF
056500     MOVE McoFechaEfectiva TO FechaEfectivaWk
056600     IF FechaEfectivaWk = ZEROES
056700         MOVE FechaHoy     TO FechaEfectivaWk
056800     END-IF
056900     MOVE McoPlanPago      TO PlanPagoWk
057000     IF PlanPagoWk = SPACE
057100         MOVE CotPlanPago  TO PlanPagoWk
057200     END-IF
057300     MOVE "A"              TO CotEstado
057400     MOVE FechaHoy         TO CotFechaEstado
057500     MOVE McoNumeroPoliza  TO CotNumeroPoliza
057600     MOVE FechaEfectivaWk  TO CotFechaEfectiva
057700     MOVE MontoEmitidoWk   TO CotMontoEmitido
057800     MOVE PrimaCalculada   TO CotPrimaEmitida
057900     REWRITE RegistroCotizacion
058000         INVALID KEY
058100             MOVE "ERROR AL REGRABAR COTIZACION" TO MotivoWk
058200             PERFORM 2800-RECHAZAR-MOV
058300                 THRU 2800-RECHAZAR-MOV-EXIT
058400             GO TO 2200-PROCESAR-ACEPTACION-EXIT
058500     END-REWRITE
058600     PERFORM 2600-GENERAR-ALTA THRU 2600-GENERAR-ALTA-EXIT
058700     ADD 1 TO ContadorAceptadas
058800     MOVE PrimaCalculada TO PrimaEd
058900     STRING "POL " McoNumeroPoliza " PRIMA " PrimaEd
059000         DELIMITED BY SIZE INTO MotivoWk
059100     END-STRING
059200     MOVE "ACEPTACION" TO LawAccion
059300     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
059400 2200-PROCESAR-ACEPTACION-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------
059800* 2300-PROCESAR-RECHAZO - EL CLIENTE NO TOMA LA COTIZACION.
059900* SOLO SE DECLINA UNA COTIZACION EMITIDA; EL MOTIVO EN
060000* ESPACIOS SE REGISTRA COMO "OT" (OTRO).
060100*----------------------------------------------------------------
060200 2300-PROCESAR-RECHAZO.
060300     EVALUATE TRUE
060400         WHEN McoNumeroCotizacion = SPACES
060500             MOVE "NUMERO DE COTIZACION EN BLANCO" TO MotivoWk
060600         WHEN NOT McoMotivoValido
060700             MOVE "MOTIVO DE RECHAZO DESCONOCIDO" TO MotivoWk
060800     END-EVALUATE
060900     IF MotivoWk NOT = SPACES
061000         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
061100         GO TO 2300-PROCESAR-RECHAZO-EXIT
061200     END-IF
061300     MOVE McoNumeroCotizacion TO CotNumeroCotizacion
061400     READ ArchivoCotizaciones KEY IS CotNumeroCotizacion
061500         INVALID KEY
061600             MOVE "COTIZACION NO EXISTE" TO MotivoWk
061700             PERFORM 2800-RECHAZAR-MOV
061800                 THRU 2800-RECHAZAR-MOV-EXIT
061900             GO TO 2300-PROCESAR-RECHAZO-EXIT
062000     END-READ
062100     MOVE CotNombreCliente TO NombreWk
062200     EVALUATE TRUE
062300         WHEN CotVencida
062400             MOVE "COTIZACION VENCIDA" TO MotivoWk
062500         WHEN NOT CotEmitida
062600             MOVE "COTIZACION NO ESTA EMITIDA" TO MotivoWk
062700     END-EVALUATE
062800     IF MotivoWk NOT = SPACES
062900         PERFORM 2800-RECHAZAR-MOV THRU 2800-RECHAZAR-MOV-EXIT
063000         GO TO 2300-PROCESAR-RECHAZO-EXIT
063100     END-IF
063200     MOVE "R"              TO CotEstado
063300     MOVE FechaHoy         TO CotFechaEstado
063400     MOVE McoMotivoRechazo TO CotMotivoRechazo
063500     IF CotMotivoRechazo = SPACES
063600         MOVE "OT"         TO CotMotivoRechazo
063700     END-IF
063800     REWRITE RegistroCotizacion
063900         INVALID KEY
064000             MOVE "ERROR AL REGRABAR COTIZACION" TO MotivoWk
064100             PERFORM 2800-RECHAZAR-MOV
064200                 THRU 2800-RECHAZAR-MOV-EXIT
064300         NOT INVALID KEY
064400             ADD 1 TO ContadorDeclinadas
064500             STRING "MOTIVO " CotMotivoRechazo
064600                 DELIMITED BY SIZE INTO MotivoWk
064700             END-STRING
064800             MOVE "DECLINADA" TO LawAccion
064900             PERFORM 2900-ESCRIBIR-AUDIT
065000                 THRU 2900-ESCRIBIR-AUDIT-EXIT
065100     END-REWRITE.
065200 2300-PROCESAR-RECHAZO-EXIT.
065300     EXIT.
065400
065500*----------------------------------------------------------------
065600* 2500-TARIFAR - TARIFA MontoTarifaWk (SUMA ASEGURADA) EN EL
065700* RAMO RamoTarifaWk IGUAL QUE CalculoPrimas: ELIGE LA TARIFA DE
065800* VIGENCIA MAS RECIENTE QUE NO SEA FUTURA, APLICA LA TASA POR
065900* MIL Y SUBE A LA PRIMA MINIMA DEL RAMO.  TarifaElegida QUEDA
066000* EN CERO SI EL RAMO NO TIENE NINGUNA TARIFA VIGENTE.
066100*----------------------------------------------------------------
066200 2500-TARIFAR.
066300     MOVE ZEROES TO TarifaElegida
066400     MOVE ZEROES TO PrimaCalculada
066500     PERFORM 2550-EXAMINAR-TARIFA
066600         THRU 2550-EXAMINAR-TARIFA-EXIT
066700         VARYING IndiceTarifa FROM 1 BY 1
066800         UNTIL IndiceTarifa > CuentaTarifas
066900     IF TarifaElegida = ZEROES
067000         GO TO 2500-TARIFAR-EXIT
067100     END-IF
067200     COMPUTE PrimaCalculada ROUNDED =
067300         MontoTarifaWk * TtaTasaPorMil(TarifaElegida) / 1000
067400     IF PrimaCalculada < TtaPrimaMinima(TarifaElegida)
067500         MOVE TtaPrimaMinima(TarifaElegida) TO PrimaCalculada
067600     END-IF.
067700 2500-TARIFAR-EXIT.
067800     EXIT.
067900
068000 2550-EXAMINAR-TARIFA.
068100     IF TtaCodigoRamo(IndiceTarifa) NOT = RamoTarifaWk
068200         GO TO 2550-EXAMINAR-TARIFA-EXIT
068300     END-IF
068400     IF TtaFechaVigencia(IndiceTarifa) > FechaHoy
068500         GO TO 2550-EXAMINAR-TARIFA-EXIT
068600     END-IF
068700     IF TarifaElegida = ZEROES
068800         MOVE IndiceTarifa TO TarifaElegida
068900         GO TO 2550-EXAMINAR-TARIFA-EXIT
069000     END-IF
069100     IF TtaFechaVigencia(IndiceTarifa) >
069200         TtaFechaVigencia(TarifaElegida)
069300         MOVE IndiceTarifa TO TarifaElegida
069400     END-IF.
069500 2550-EXAMINAR-TARIFA-EXIT.
069600     EXIT.
069700
069800*----------------------------------------------------------------
069900* 2600-GENERAR-ALTA - ARMA EL ALTA "A" DE LA POLIZA NUEVA CON
070000* LOS DATOS DE LA COTIZACION ACEPTADA: CLIENTE, IDENTIFICACION
070100* Y CONTACTO PARA EL MAESTRO DE CLIENTES, LA SUMA ASEGURADA
070200* FINAL Y UN ANIO DE VIGENCIA DESDE LA FECHA EFECTIVA (UN 29
070300* DE FEBRERO VENCE EL 28, COMO EN GeneradorRenovaciones).
070400*----------------------------------------------------------------
070500 2600-GENERAR-ALTA.
070600     MOVE SPACES            TO RegistroTransaccion
070700     MOVE "A"               TO TipoTransaccion
070800     MOVE McoNumeroPoliza   TO TxNumeroPoliza
070900     MOVE CotIdCliente      TO TxIdCliente
071000     MOVE CotNombreCliente  TO TxNombreCliente
071100     MOVE MontoEmitidoWk    TO TxMontoPoliza
071200     MOVE CotCodigoRamo     TO TxCodigoRamo
071300     MOVE CotCodigoAgente   TO TxCodigoAgente
071400     MOVE FechaEfectivaWk   TO TxFechaEfectiva
071500     MOVE FechaEfectivaWk   TO FechaTermino
071600     ADD 1 TO TerAnio
071700     IF TerMesDia = 0229
071800         MOVE 0228 TO TerMesDia
071900     END-IF
072000     MOVE FechaTermino      TO TxFechaVencimiento
072100     MOVE CotIdentificacion TO TxIdentificacion
072200     MOVE PlanPagoWk        TO TxPlanPago
072300     MOVE CotDatosContacto  TO TxDatosContacto
072400     WRITE RegistroTransaccion
072500     ADD TxMontoPoliza TO HashMontoTrans.
072600 2600-GENERAR-ALTA-EXIT.
072700     EXIT.
072800
072900 2800-RECHAZAR-MOV.
073000     ADD 1 TO ContadorRechazos
073100     MOVE "RECHAZO"  TO LawAccion
073200     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
073300 2800-RECHAZAR-MOV-EXIT.
073400     EXIT.
073500
073600 2900-ESCRIBIR-AUDIT.
073700     MOVE McoNumeroCotizacion TO LawCotizacion
073800     MOVE McoNombreCliente    TO LawNombre
073900     IF NombreWk NOT = SPACES
074000         MOVE NombreWk        TO LawNombre
074100     END-IF
074200     MOVE MotivoWk            TO LawMotivo
074300     PERFORM 2950-GRABAR-LINEA THRU 2950-GRABAR-LINEA-EXIT.
074400 2900-ESCRIBIR-AUDIT-EXIT.
074500     EXIT.
074600
074700 2950-GRABAR-LINEA.
074800     MOVE SPACES TO LineaAuditoria
074900     STRING LawAccion       DELIMITED BY SIZE
075000            LawCotizacion   DELIMITED BY SIZE
075100            LawNombre       DELIMITED BY SIZE
075200            LawMotivo       DELIMITED BY SIZE
075300         INTO LineaAuditoria
075400     END-STRING
075500     WRITE LineaAuditoria.
075600 2950-GRABAR-LINEA-EXIT.
075700     EXIT.
075800
075900 8000-FINALIZAR.
076000     CLOSE ArchivoCotizaciones
076100     CLOSE ArchivoMovCotiz
076200     CLOSE ArchivoAgentes
076300     CLOSE ArchivoClientes
076400     MOVE SPACES     TO RegistroLote
076500     MOVE "T"        TO TipoRegistroLote
076600     MOVE "COTIZA"   TO LoteOrigen
076700     MOVE FechaHoy   TO LoteFecha
076800     MOVE ContadorAceptadas TO LoteCantidad
076900     MOVE HashMontoTrans    TO LoteHashMonto
077000     WRITE RegistroLote
077100     CLOSE ArchivoTransCotiz
077200     MOVE SPACES TO LineaAuditoria
077300     WRITE LineaAuditoria
077400     MOVE ContadorEmitidas   TO TotalEmitidasEd
077500     MOVE ContadorAceptadas  TO TotalAceptadasEd
077600     MOVE ContadorDeclinadas TO TotalDeclinadasEd
077700     MOVE ContadorVencidas   TO TotalVencidasEd
077800     MOVE ContadorRechazos   TO TotalRechazosEd
077900     STRING "EMITIDAS="       DELIMITED BY SIZE
078000            TotalEmitidasEd   DELIMITED BY SIZE
078100            " ACEPTADAS="     DELIMITED BY SIZE
078200            TotalAceptadasEd  DELIMITED BY SIZE
078300            " DECLINADAS="    DELIMITED BY SIZE
078400            TotalDeclinadasEd DELIMITED BY SIZE
078500            " VENCIDAS="      DELIMITED BY SIZE
078600            TotalVencidasEd   DELIMITED BY SIZE
078700            " RECHAZOS="      DELIMITED BY SIZE
078800            TotalRechazosEd   DELIMITED BY SIZE
078900         INTO LineaAuditoria
079000     END-STRING
079100     WRITE LineaAuditoria
079200     CLOSE ListadoAuditoria
079300     DISPLAY "---------------------------------------------"
079400     DISPLAY "COTIZACIONES: COTIZTRA.DAT / COTIZA.LST"
079500     DISPLAY "Cotizaciones Emitidas  : " ContadorEmitidas
079600     DISPLAY "Aceptadas (Altas)      : " ContadorAceptadas
079700     DISPLAY "Declinadas             : " ContadorDeclinadas
079800     DISPLAY "Vencidas               : " ContadorVencidas
079900     DISPLAY "Movimientos Rechazados : " ContadorRechazos
080000     DISPLAY "---------------------------------------------".
080100 8000-FINALIZAR-EXIT.
080200     EXIT.

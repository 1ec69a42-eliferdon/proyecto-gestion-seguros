002930*                 LANZA LA LIQUIDACION AUTOMATICAMENTE LA NOCHE
002940*                 DEL ULTIMO DIA HABIL DEL MES (CALENDAR.DAT)
002950*                 EN VEZ DE CORRERSE A MANO.
002956* 2026-10-15 DSS  UNA POLIZA CANCELADA CON DEVOLUCION DE PRIMA EN
002962*                 DEVOLUC.DAT (COPY DEVREG, DE DevolucionPrimas)
002968*                 YA NO SE LIQUIDA A BASE CERO: LA BASE QUEDA EN
002974*                 LO COBRADO MENOS LO DEVUELTO, ASI QUE EL
002980*                 CONTRACARGO ALCANZA SOLO A LA PARTE DEVUELTA Y
002986*                 LA PRIMA DEVENGADA CONSERVA SU COMISION.  LA
002992*                 CANCELADA SIN DEVOLUCION SIGUE A BASE CERO.
002993* 2026-10-15 DSS  PLANES DE PAGO: CADA CUOTA SE LIQUIDA COMO UN
002994*                 RECIBO MAS (LA CUOTA VA EN LIQCOM.DAT, EN EL
002995*                 ORDEN DEL SORT Y EN EL ESTADO DE CUENTA) Y EL
002996*                 RECARGO FINANCIERO DE LA CUOTA NO COMISIONA:
002997*                 LA BASE SE REDUCE EN LA PROPORCION QUE EL
002998*                 RECARGO REPRESENTA DENTRO DE MontoRecibo
002999*                 (2260-EXCLUIR-RECARGO).
003009* 2026-10-15 DSS  EL DERECHO DE POLIZA Y EL IMPUESTO SOBRE PRIMAS
003019*                 DE LA CUOTA (VER RECREG) TAMPOCO COMISIONAN:
003029*                 2260-EXCLUIR-RECARGO LOS SACA DE LA BASE JUNTO
003039*                 CON EL RECARGO, EN LA MISMA PROPORCION.
003043* 2026-10-15 DSS  AGENTES.DAT PASA A MAESTRO INDEXADO (VER AGEREG
003047*                 Y MantenimientoAgentes).  LA COMISION SE
003051*                 CALCULA CON LA TASA DEL RAMO DEL RECIBO
003055*                 VIGENTE A FechaEmisionRecibo, O CON LA TASA
003059*                 GENERAL DEL AGENTE SI EL RAMO NO TIENE TASA
003063*                 (2270-TASA-AGENTE).  UN COBRO NUEVO SOBRE UN
003067*                 RECIBO DE UN AGENTE TERMINADO, PAGADO DESPUES
003071*                 DE SU BAJA, SE LIQUIDA AL AGENTE ACTUAL DE LA
003075*                 POLIZA SI ESTA ACTIVO (CARTERA YA TRASPASADA,
003079*                 VER TraspasoCartera); SI NO, LA COMISION SE
003083*                 RETIENE SIN TOCAR EL RECIBO Y SE LIQUIDA EN
003087*                 UNA CORRIDA POSTERIOR, DESPUES DEL TRASPASO.
003091*                 LOS CONTRACARGOS SIGUEN AL AGENTE DEL RECIBO.
003095*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
003600         ORGANIZATION IS INDEXED
003620         ACCESS MODE IS SEQUENTIAL
003640         RECORD KEY IS CodigoAgente OF RegistroAgente
003660         FILE STATUS IS EstadoArchivoAgentes.
003700     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
005500         FILE STATUS IS EstadoArchivoLiquidacion.
005600     SELECT EstadoAgentes ASSIGN TO "ESTADOAG.LST"
005700         ORGANIZATION IS LINE SEQUENTIAL.
005710     SELECT ArchivoDevoluciones ASSIGN TO "DEVOLUC.DAT"
005720         ORGANIZATION IS INDEXED
005730         ACCESS MODE IS DYNAMIC
005740         RECORD KEY IS ClaveDevolucion
005750         FILE STATUS IS EstadoArchivoDevoluciones.
005800     SELECT ArchivoOrdenLiq ASSIGN TO "LIQCOM.SRT".
005900
006000 DATA DIVISION.
007100 FD  ArchivoLiquidacion.
007200     COPY LIQREG.
007300
007320 FD  ArchivoDevoluciones.
007340     COPY DEVREG.
007360
007400 FD  EstadoAgentes.
007500 01  LineaEstado          PIC X(80).
007600
007900     05 SrtCodigoAgente  PIC X(05).
008000     05 SrtNumeroPoliza  PIC X(08).
008100     05 SrtAnioVigencia  PIC 9(04).
008150     05 SrtNumeroCuota   PIC 9(02).
008200     05 SrtBase          PIC S9(7)V99.
008300     05 SrtComision      PIC S9(7)V99.
008400
008600 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
008700 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
008800 77  EstadoArchivoLiquidacion PIC X(02) VALUE "00".
008850 77  EstadoArchivoDevoluciones PIC X(02) VALUE "00".
008870 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
008900 77  FinArchivo          PIC X(01)      VALUE "N".
009000     88 TodoLeido                       VALUE "S".
009100 77  FinRecibos          PIC X(01)      VALUE "N".
009200     88 TodoRecibo                      VALUE "S".
009300 77  FinOrden            PIC X(01)      VALUE "N".
009400     88 TodoRetornado                   VALUE "S".
009430 77  HayDevoluciones     PIC X(01)      VALUE "N".
009460     88 DevolucionesAbiertas            VALUE "S".
009500 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
009600 77  MaxAgentes          PIC 9(04)      COMP VALUE 500.
009700 77  CuentaAgentes       PIC 9(04)      COMP VALUE ZEROES.
009900 77  ContadorLiquidados  PIC 9(07)      COMP VALUE ZEROES.
010000 77  ContadorContracargos PIC 9(07)     COMP VALUE ZEROES.
010100 77  ContadorSinAgente   PIC 9(07)      COMP VALUE ZEROES.
010110 77  ContadorRetenidos   PIC 9(07)      COMP VALUE ZEROES.
010120 77  ContadorDesviados   PIC 9(07)      COMP VALUE ZEROES.
010130 77  HayPoliza           PIC X(01)      VALUE "N".
010140     88 PolizaEnMaestro                 VALUE "S".
010150 77  AgenteLiquidarWk    PIC X(05)      VALUE SPACES.
010160 77  TasaAplicadaWk      PIC 9(01)V9(03) VALUE ZEROES.
010170 77  VigenciaElegidaWk   PIC 9(08)      VALUE ZEROES.
010180 77  IndiceTasaRamo      PIC 9(02)      COMP VALUE ZEROES.
010190 77  MaxTasasRamo        PIC 9(02)      COMP VALUE 10.
010200 77  BaseObjetivo        PIC 9(7)V99    VALUE ZEROES.
010250 77  NoComisionableWk    PIC 9(7)V99    VALUE ZEROES.
010300 77  DeltaBase           PIC S9(7)V99   VALUE ZEROES.
010400 77  ComisionDelta       PIC S9(7)V99   VALUE ZEROES.
010500 77  TotalComisiones     PIC S9(8)V99   VALUE ZEROES.
011400 01  LineaEstadoWk.
011500     05 LewNumeroPoliza   PIC X(10).
011600     05 LewAnio           PIC X(06).
011650     05 LewCuota          PIC X(04).
011700     05 LewBase           PIC X(12).
011800     05 LewComision       PIC X(12).
011900     05 FILLER            PIC X(36).
012000
012100*----------------------------------------------------------------
012200* TABLA DE AGENTES, CARGADA UNA SOLA VEZ DESDE AGENTES.DAT,
012300* CON LA COMISION NETA ACUMULADA DE LA LIQUIDACION (PUEDE SER
012400* NEGATIVA SI DOMINAN LOS CONTRACARGOS), EL ESTADO Y LA FECHA
012450* DE BAJA DEL AGENTE Y SUS TASAS POR RAMO (COMO AgeTablaTasas).
012500*----------------------------------------------------------------
012600 01  TablaAgentes.
012700     05 EntradaAgente    OCCURS 1 TO 500 TIMES
013100         10 TagNombreAgente  PIC X(20).
013200         10 TagTasaComision  PIC 9(01)V9(03).
013300         10 TagComisionAcum  PIC S9(08)V99.
013301         10 TagEstadoAgente  PIC X(01).
013302             88 TagTerminado      VALUE "T".
013303         10 TagFechaBaja     PIC 9(08).
013304         10 TagTasasRamo.
013305             15 TagTasaRamo  OCCURS 10 TIMES.
013306                 20 TagCodigoRamo     PIC X(03).
013307                 20 TagVigenciaTasa   PIC 9(08).
013308                 20 TagTasaRamoComision PIC 9(01)V9(03).
013310
013320     COPY CTLPAR.
013400
013900         ON ASCENDING KEY SrtCodigoAgente
014000                          SrtNumeroPoliza
014100                          SrtAnioVigencia
014150                          SrtNumeroCuota
014200         INPUT PROCEDURE IS 2000-LIQUIDAR
014300             THRU 2000-LIQUIDAR-EXIT
014400         OUTPUT PROCEDURE IS 5000-IMPRIMIR-ESTADOS
015540         THRU 9600-CONTROL-INICIO-EXIT
015600     ACCEPT FechaHoy FROM DATE YYYYMMDD
015700     OPEN INPUT ArchivoAgentes
015710     IF EstadoArchivoAgentes NOT = "00"
015720         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT - ESTADO "
015730             EstadoArchivoAgentes
015740         MOVE 8 TO RETURN-CODE
015750         STOP RUN
015760     END-IF
015800     PERFORM 1100-CARGAR-AGENTE THRU 1100-CARGAR-AGENTE-EXIT
015900         UNTIL TodoLeido
016000     CLOSE ArchivoAgentes
016600         STOP RUN
016700     END-IF
016800     OPEN INPUT ArchivoClientes
016820     OPEN INPUT ArchivoDevoluciones
016840     IF EstadoArchivoDevoluciones = "00"
016860         MOVE "S" TO HayDevoluciones
016880     END-IF
016900     OPEN EXTEND ArchivoLiquidacion
017000     IF EstadoArchivoLiquidacion = "35"
017100         OPEN OUTPUT ArchivoLiquidacion
020100     MOVE NombreAgente IN RegistroAgente
020200         TO TagNombreAgente(IxAgente)
020300     MOVE TasaComision   TO TagTasaComision(IxAgente)
020400     MOVE ZEROES         TO TagComisionAcum(IxAgente)
020420     MOVE EstadoAgente   TO TagEstadoAgente(IxAgente)
020440     MOVE AgeFechaBaja   TO TagFechaBaja(IxAgente)
020460     MOVE AgeTablaTasas  TO TagTasasRamo(IxAgente).
020500 1100-CARGAR-AGENTE-EXIT.
020600     EXIT.
020700
022800
022900*----------------------------------------------------------------
023000* 2200-LIQUIDAR-RECIBO - LA BASE OBJETIVO ES EL COBRADO DEL
023100* RECIBO, O CERO SI LA POLIZA ESTA CANCELADA EN EL MAESTRO;
023130* SI LA CANCELACION TUVO DEVOLUCION DE PRIMA, LO COBRADO MENOS
023160* LO DEVUELTO (2250-BASE-CANCELADA).  EN TODOS LOS CASOS LA
023170* PARTE DEL RECARGO FINANCIERO DE LA CUOTA QUEDA FUERA DE LA
023180* BASE (2260-EXCLUIR-RECARGO).
023186* LA COMISION VA AL AGENTE DEL RECIBO, SALVO EL COBRO POSTERIOR
023192* A LA BAJA DE UN AGENTE TERMINADO (2240-AGENTE-TERMINADO).
023200* SOLO LA DIFERENCIA CONTRA LO YA LIQUIDADO GENERA COMISION
023300* (POSITIVA O CONTRACARGO); EL RECIBO SE REGRABA CON LA BASE
023400* NUEVA PARA QUE LA PROXIMA LIQUIDACION NO LA REPITA.
023500*----------------------------------------------------------------
023600 2200-LIQUIDAR-RECIBO.
023700     MOVE MontoCobrado TO BaseObjetivo
023750     MOVE "N" TO HayPoliza
023800     MOVE RecNumeroPoliza TO NumeroPoliza
023900     READ ArchivoClientes
024000         INVALID KEY
024100             CONTINUE
024200         NOT INVALID KEY
024250             MOVE "S" TO HayPoliza
024300             IF PolizaCancelada
024360                 PERFORM 2250-BASE-CANCELADA
024420                     THRU 2250-BASE-CANCELADA-EXIT
024500             END-IF
024600     END-READ
024630     PERFORM 2260-EXCLUIR-RECARGO
024660         THRU 2260-EXCLUIR-RECARGO-EXIT
024700     IF MontoBaseLiquidado NOT NUMERIC
024800         MOVE ZEROES TO MontoBaseLiquidado
024900     END-IF
025700             ADD 1 TO ContadorSinAgente
025800             DISPLAY "AGENTE NO ENCONTRADO - RECIBO "
025900                 RecNumeroPoliza " " RecAnioVigencia
025950                 "/" RecNumeroCuota
026000                 " AGENTE " RecCodigoAgente
026100             GO TO 2200-LIQUIDAR-RECIBO-EXIT
026200         WHEN TagCodigoAgente(IxAgente) = RecCodigoAgente
026300             CONTINUE
026400     END-SEARCH
026410     MOVE RecCodigoAgente TO AgenteLiquidarWk
026420     IF TagTerminado(IxAgente) AND DeltaBase > ZEROES
026430         PERFORM 2240-AGENTE-TERMINADO
026440             THRU 2240-AGENTE-TERMINADO-EXIT
026450         IF AgenteLiquidarWk = SPACES
026460             GO TO 2200-LIQUIDAR-RECIBO-EXIT
026470         END-IF
026480     END-IF
026490     PERFORM 2270-TASA-AGENTE THRU 2270-TASA-AGENTE-EXIT
026500     COMPUTE ComisionDelta ROUNDED =
026600         DeltaBase * TasaAplicadaWk
026700     MOVE BaseObjetivo TO MontoBaseLiquidado
026800     REWRITE RegistroRecibo
026900         INVALID KEY
027000             DISPLAY "ERROR AL REGRABAR RECIBO "
027100                 RecNumeroPoliza " " RecAnioVigencia
027150                 "/" RecNumeroCuota
027200             GO TO 2200-LIQUIDAR-RECIBO-EXIT
027300     END-REWRITE
027400     ADD ComisionDelta TO TagComisionAcum(IxAgente)
027800         ADD 1 TO ContadorContracargos
027900     END-IF
028000     MOVE FechaHoy        TO LiqFechaLiquidacion
028100     MOVE AgenteLiquidarWk TO LiqCodigoAgente
028200     MOVE RecNumeroPoliza TO LiqNumeroPoliza
028300     MOVE RecAnioVigencia TO LiqAnioVigencia
028350     MOVE RecNumeroCuota  TO LiqNumeroCuota
028400     MOVE DeltaBase       TO LiqBaseLiquidada
028500     MOVE ComisionDelta   TO LiqComision
028600     WRITE RegistroLiquidacion
028700     MOVE AgenteLiquidarWk TO SrtCodigoAgente
028800     MOVE RecNumeroPoliza TO SrtNumeroPoliza
028900     MOVE RecAnioVigencia TO SrtAnioVigencia
028950     MOVE RecNumeroCuota  TO SrtNumeroCuota
029000     MOVE DeltaBase       TO SrtBase
029100     MOVE ComisionDelta   TO SrtComision
029200     RELEASE RegistroOrdenLiq.
029300 2200-LIQUIDAR-RECIBO-EXIT.
029400     EXIT.
029401
029402*----------------------------------------------------------------
029403* 2240-AGENTE-TERMINADO - UN COBRO HECHO HASTA LA FECHA DE BAJA
029404* SE LO GANO EL AGENTE DEL RECIBO Y SE LE LIQUIDA.  UNO
029405* POSTERIOR VA AL AGENTE ACTUAL DE LA POLIZA EN EL MAESTRO SI ES
029406* OTRO Y ESTA ACTIVO (IxAgente QUEDA EN EL); SI NO, LA COMISION
029407* SE RETIENE Y AgenteLiquidarWk QUEDA EN ESPACIOS.
029408*----------------------------------------------------------------
029409 2240-AGENTE-TERMINADO.
029410     IF FechaUltimoPago NUMERIC
029411         AND FechaUltimoPago NOT = ZEROES
029412         AND FechaUltimoPago NOT > TagFechaBaja(IxAgente)
029413         GO TO 2240-AGENTE-TERMINADO-EXIT
029414     END-IF
029415     MOVE SPACES TO AgenteLiquidarWk
029416     IF PolizaEnMaestro
029417         AND CodigoAgente OF RegistroCliente NOT = RecCodigoAgente
029418         SET IxAgente TO 1
029419         SEARCH EntradaAgente
029420             AT END
029421                 CONTINUE
029422             WHEN TagCodigoAgente(IxAgente) =
029423                 CodigoAgente OF RegistroCliente
029424                 IF NOT TagTerminado(IxAgente)
029425                     MOVE TagCodigoAgente(IxAgente)
029426                         TO AgenteLiquidarWk
029427                 END-IF
029428         END-SEARCH
029429     END-IF
029430     IF AgenteLiquidarWk = SPACES
029431         ADD 1 TO ContadorRetenidos
029432         DISPLAY "COMISION RETENIDA - AGENTE TERMINADO "
029433             RecCodigoAgente " - RECIBO " RecNumeroPoliza " "
029434             RecAnioVigencia "/" RecNumeroCuota
029435     ELSE
029436         ADD 1 TO ContadorDesviados
029437     END-IF.
029438 2240-AGENTE-TERMINADO-EXIT.
029439     EXIT.
029440
029441*----------------------------------------------------------------
029442* 2270-TASA-AGENTE - TASA DEL AGENTE IxAgente PARA EL RAMO DEL
029443* RECIBO: LA DE VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR A
029444* LA EMISION DEL RECIBO, O LA TASA GENERAL SI NO HAY.
029445*----------------------------------------------------------------
029446 2270-TASA-AGENTE.
029447     MOVE TagTasaComision(IxAgente) TO TasaAplicadaWk
029448     MOVE ZEROES TO VigenciaElegidaWk
029449     PERFORM 2280-EXAMINAR-TASA-RAMO
029450         THRU 2280-EXAMINAR-TASA-RAMO-EXIT
029451         VARYING IndiceTasaRamo FROM 1 BY 1
029452         UNTIL IndiceTasaRamo > MaxTasasRamo.
029453 2270-TASA-AGENTE-EXIT.
029454     EXIT.
029455
029456 2280-EXAMINAR-TASA-RAMO.
029457     IF TagCodigoRamo(IxAgente, IndiceTasaRamo) NOT =
029458         RecCodigoRamo
029459         GO TO 2280-EXAMINAR-TASA-RAMO-EXIT
029460     END-IF
029461     IF TagVigenciaTasa(IxAgente, IndiceTasaRamo) NOT NUMERIC
029462         OR TagTasaRamoComision(IxAgente, IndiceTasaRamo)
029463            NOT NUMERIC
029464         GO TO 2280-EXAMINAR-TASA-RAMO-EXIT
029465     END-IF
029466     IF TagVigenciaTasa(IxAgente, IndiceTasaRamo) >
029467         FechaEmisionRecibo
029468         OR TagVigenciaTasa(IxAgente, IndiceTasaRamo) <
029469            VigenciaElegidaWk
029470         GO TO 2280-EXAMINAR-TASA-RAMO-EXIT
029471     END-IF
029472     MOVE TagVigenciaTasa(IxAgente, IndiceTasaRamo)
029473         TO VigenciaElegidaWk
029474     MOVE TagTasaRamoComision(IxAgente, IndiceTasaRamo)
029475         TO TasaAplicadaWk.
029476 2280-EXAMINAR-TASA-RAMO-EXIT.
029477     EXIT.
029478
029479*----------------------------------------------------------------
029480* 2250-BASE-CANCELADA - LA DEVOLUCION DEL RECIBO (MISMA CLAVE
029481* POLIZA + ANIO + CUOTA) DEJA COMO BASE LA PRIMA QUE LA COMPANIA
029482* RETIENE; SIN DEVOLUCION LA BASE ES CERO.
029483*----------------------------------------------------------------
029484 2250-BASE-CANCELADA.
029485     MOVE ZEROES TO BaseObjetivo
029486     IF NOT DevolucionesAbiertas
029487         GO TO 2250-BASE-CANCELADA-EXIT
029488     END-IF
029489     MOVE NumeroRecibo TO ClaveDevolucion
029490     READ ArchivoDevoluciones
029491         INVALID KEY
029492             GO TO 2250-BASE-CANCELADA-EXIT
029493     END-READ
029494     IF DevMontoDevuelto NOT NUMERIC
029495         OR DevMontoDevuelto NOT < MontoCobrado
029496         GO TO 2250-BASE-CANCELADA-EXIT
029497     END-IF
029498     COMPUTE BaseObjetivo = MontoCobrado - DevMontoDevuelto.
029499 2250-BASE-CANCELADA-EXIT.
029500     EXIT.
029501
029502*----------------------------------------------------------------
029507* 2260-EXCLUIR-RECARGO - EL RECARGO FINANCIERO DE UNA CUOTA
029512* FRACCIONADA, EL DERECHO DE POLIZA Y EL IMPUESTO SOBRE PRIMAS
029517* VAN INCLUIDOS EN MontoRecibo Y SE COBRAN JUNTO CON LA PRIMA,
029522* PERO NO SON PRIMA Y NO PAGAN COMISION: LA BASE SE LLEVA A LA
029527* PROPORCION DE PRIMA DEL RECIBO.  UN RECIBO SIN NINGUNO DE LOS
029529* TRES (PLAN ANUAL ANTERIOR A LOS IMPUESTOS) QUEDA COMO ESTABA.
029532*----------------------------------------------------------------
029537 2260-EXCLUIR-RECARGO.
029539     MOVE ZEROES TO NoComisionableWk
029542     IF RecRecargoFinanciero NUMERIC
029543         ADD RecRecargoFinanciero TO NoComisionableWk
029544     END-IF
029545     IF RecDerechoPoliza NUMERIC
029546         ADD RecDerechoPoliza TO NoComisionableWk
029547     END-IF
029548     IF RecImpuesto NUMERIC
029549         ADD RecImpuesto TO NoComisionableWk
029550     END-IF
029551     IF NoComisionableWk = ZEROES
029552         OR MontoRecibo NOT > NoComisionableWk
029557         GO TO 2260-EXCLUIR-RECARGO-EXIT
029562     END-IF
029567     COMPUTE BaseObjetivo ROUNDED =
029572         BaseObjetivo * (MontoRecibo - NoComisionableWk)
029577         / MontoRecibo.
029582 2260-EXCLUIR-RECARGO-EXIT.
029587     EXIT.
029592
029600*----------------------------------------------------------------
029700* 5000-IMPRIMIR-ESTADOS - RECUPERA LAS LINEAS YA ORDENADAS POR
029800* AGENTE E IMPRIME EL ESTADO DE CUENTA CON CORTE DE CONTROL:
032400     END-IF
032500     MOVE SrtNumeroPoliza TO LewNumeroPoliza
032600     MOVE SrtAnioVigencia TO LewAnio
032650     MOVE SrtNumeroCuota  TO LewCuota
032700     MOVE SrtBase         TO BaseEd
032800     MOVE BaseEd          TO LewBase
032900     MOVE SrtComision     TO ComisionEd
033200     STRING "  "           DELIMITED BY SIZE
033300            LewNumeroPoliza DELIMITED BY SIZE
033400            LewAnio        DELIMITED BY SIZE
033450            LewCuota       DELIMITED BY SIZE
033500            LewBase        DELIMITED BY SIZE
033600            LewComision    DELIMITED BY SIZE
033700         INTO LineaEstado
036000         DELIMITED BY SIZE INTO LineaEstado
036100     END-STRING
036200     WRITE LineaEstado
036300     MOVE "  POLIZA    ANIO  CU  BASE        COMISION"
036400         TO LineaEstado
036500     WRITE LineaEstado.
036600 5200-ABRIR-AGENTE-EXIT.
039000     CLOSE ArchivoLiquidacion
039100     CLOSE ArchivoRecibos
039200     CLOSE ArchivoClientes
039220     IF DevolucionesAbiertas
039240         CLOSE ArchivoDevoluciones
039260     END-IF
039300     DISPLAY "---------------------------------------------"
039400     DISPLAY "LIQUIDACION DE COMISIONES: LIQCOM.DAT / "
039500         "ESTADOAG.LST"
039600     DISPLAY "Recibos Liquidados   : " ContadorLiquidados
039700     DISPLAY "Contracargos         : " ContadorContracargos
039800     DISPLAY "Recibos Sin Agente   : " ContadorSinAgente
039830     DISPLAY "Comisiones Retenidas : " ContadorRetenidos
039860     DISPLAY "Al Agente Actual     : " ContadorDesviados
039900     DISPLAY "Comision Neta Pagada : " TotalComisiones
040000     DISPLAY "---------------------------------------------"
040050     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.

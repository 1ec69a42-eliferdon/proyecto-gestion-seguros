000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DevolucionPrimas.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  DEVOLUCION DE PRIMA NO
001100*                 DEVENGADA EN LA CANCELACION A MEDIO PERIODO:
001200*                 RECORRE EL JOURNAL HISTCLI.DAT BUSCANDO LAS
001300*                 BAJAS "B" DE HOY (IMAGEN DESPUES, COMO
001400*                 ProcesoEndosos BUSCA LOS CAMBIOS "C") Y
001500*                 DEVUELVE LA PARTE DE MontoCobrado DEL RECIBO DE
001600*                 LA VIGENCIA QUE CORRESPONDE A LOS DIAS DESDE
001700*                 FechaCancelacion HASTA FechaVencimiento (BASE
001800*                 365, LA DE LOS ENDOSOS).  LA CANCELACION POR LA
001900*                 COMPANIA (CancelacionCompania EN CLIREG) SE
002000*                 DEVUELVE A PRORRATA COMPLETA; LA DEL ASEGURADO
002100*                 RETIENE EL RECARGO DE CORTO PLAZO.  CADA
002200*                 DEVOLUCION QUEDA EN DEVOLUC.DAT (COPY DEVREG)
002300*                 PARA InterfazContable Y LiquidacionComisiones,
002400*                 Y SALE EN EL REGISTRO REGDEVOL.LST, DEL QUE
002500*                 TESORERIA PAGA AL ASEGURADO COMO PAGA LOS
002600*                 SINIESTROS DE REGDESEM.LST.  ANTES LA
002700*                 DEVOLUCION SE CALCULABA A MANO SOBRE
002800*                 ConsultaPolizas.  CORRE EN LA VENTANA DESPUES
002900*                 DE ProcesoEndosos (COPY RUNCTL).
002910* 2026-10-15 DSS  PLANES DE PAGO (VER RECREG): EN UNA VIGENCIA
002920*                 FRACCIONADA CADA CUOTA COBRADA DEVUELVE LO
002930*                 COBRADO POR LOS DIAS DE SU PERIODO (DE SU
002940*                 VENCIMIENTO AL DE LA CUOTA SIGUIENTE, O AL DE
002950*                 LA POLIZA EN LA ULTIMA) QUE QUEDAN DESPUES DE
002960*                 LA CANCELACION, CON UN REGISTRO EN DEVOLUC.DAT
002970*                 POR CUOTA (2400-DEVOLVER-PLAN).  EL RECIBO
002980*                 ANUAL, EL SUPLEMENTO Y LA CUOTA SIN FECHA DE
002990*                 VENCIMIENTO SIGUEN CON LA BASE 365 DE SIEMPRE.
002991* 2026-10-15 DSS  IMPUESTO SOBRE PRIMAS Y DERECHO DE POLIZA (VER
002992*                 RECREG): CADA DEVOLUCION SE REPARTE ENTRE PRIMA
002993*                 NETA, DERECHO E IMPUESTO EN PROPORCION A LAS
002994*                 PARTES DEL RECIBO, IGUAL QUE EL COBRO, Y DEJA
002995*                 SU MOVIMIENTO "D" EN EL LIBRO DE IMPUESTOS
002996*                 LIBIMP.DAT (COPY IMPREG): ES EL IMPUESTO QUE
002997*                 LA DECLARACION MENSUAL REVIERTE.
003000*----------------------------------------------------------------
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ArchivoJournal ASSIGN TO "HISTCLI.DAT"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS ClaveJournal
003900         ALTERNATE RECORD KEY IS JrnIdCliente
004000             WITH DUPLICATES
004100         FILE STATUS IS EstadoArchivoJournal.
004200     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS NumeroPoliza
004600         ALTERNATE RECORD KEY IS IdCliente
004700             WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS CodigoAgente
004900             WITH DUPLICATES
005000         FILE STATUS IS EstadoArchivoClientes.
005100     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS NumeroRecibo
005500         ALTERNATE RECORD KEY IS RecIdCliente
005600             WITH DUPLICATES
005700         FILE STATUS IS EstadoArchivoRecibos.
005800     SELECT ArchivoDevoluciones ASSIGN TO "DEVOLUC.DAT"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS ClaveDevolucion
006200         FILE STATUS IS EstadoArchivoDevoluciones.
006300     SELECT RegistroDevoluciones ASSIGN TO "REGDEVOL.LST"
006400         ORGANIZATION IS LINE SEQUENTIAL.
006420     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
006440         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS EstadoArchivoLibro.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  ArchivoJournal.
006900     COPY JRNREG.
007000
007100 FD  ArchivoClientes.
007200     COPY CLIREG.
007300
007400 FD  ArchivoRecibos.
007500     COPY RECREG.
007600
007700 FD  ArchivoDevoluciones.
007800     COPY DEVREG.
007820
007840 FD  ArchivoLibroImpuesto.
007860     COPY IMPREG.
007900
008000 FD  RegistroDevoluciones.
008100 01  LineaRegistro        PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
008500 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
008600 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
008700 77  EstadoArchivoDevoluciones PIC X(02) VALUE "00".
008800 77  FinJournal          PIC X(01)      VALUE "N".
008900     88 TodoJournal                     VALUE "S".
008950 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
009000 77  PorcentajeCortoPlazo PIC 9(02)V99  VALUE 10.
009100 77  DiasBaseAnual       PIC 9(03)      VALUE 365.
009200 77  ContadorBajas       PIC 9(05)      COMP VALUE ZEROES.
009300 77  ContadorDevueltas   PIC 9(05)      COMP VALUE ZEROES.
009400 77  ContadorSinDevolucion PIC 9(05)    COMP VALUE ZEROES.
009500 77  TotalDevuelto       PIC 9(8)V99    VALUE ZEROES.
009600 77  TotalPenalidad      PIC 9(8)V99    VALUE ZEROES.
009700 77  IntCancelacion      PIC 9(07)      COMP VALUE ZEROES.
009800 77  IntVencimiento      PIC 9(07)      COMP VALUE ZEROES.
009900 77  DiasRestantes       PIC S9(05)     VALUE ZEROES.
010000 77  PrimaNoDevengadaWk  PIC 9(7)V99    VALUE ZEROES.
010100 77  PenalidadWk         PIC 9(7)V99    VALUE ZEROES.
010200 77  AnioVigenciaWk      PIC 9(04)      VALUE ZEROES.
010210 77  DiasPeriodoWk       PIC 9(05)      VALUE ZEROES.
010220 77  CuotasPlanWk        PIC 9(02)      VALUE ZEROES.
010230 77  NumeroCuotaWk       PIC 9(02)      VALUE ZEROES.
010240 77  SiguienteCuota      PIC 9(02)      VALUE ZEROES.
010250 77  IntInicioCuota      PIC 9(07)      COMP VALUE ZEROES.
010260 77  IntFinCuota         PIC 9(07)      COMP VALUE ZEROES.
010270 77  IntDesde            PIC 9(07)      COMP VALUE ZEROES.
010280 77  CuotasDevueltas     PIC 9(03)      COMP VALUE ZEROES.
010285 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
010290 77  DerechoDevueltoWk   PIC 9(7)V99    VALUE ZEROES.
010295 77  ImpuestoDevueltoWk  PIC 9(7)V99    VALUE ZEROES.
010300 77  TotalDevueltoEd     PIC Z(7)9.99.
010400 77  TotalPenalidadEd    PIC Z(7)9.99.
010500 77  TotalDevueltasEd    PIC ZZZZ9.
010600 77  TotalSinDevolEd     PIC ZZZZ9.
010700 01  FechaCancelacionWk.
010800     05 FechaCancelTrab  PIC 9(08).
010900     05 FechaCancelTrabR REDEFINES FechaCancelTrab.
011000         10 CanAnio      PIC 9(04).
011100         10 CanMesDia    PIC 9(04).
011200 01  FechaEfectivaWk.
011300     05 FechaTrabajo     PIC 9(08).
011400     05 FechaTrabajoR REDEFINES FechaTrabajo.
011500         10 TrbAnio      PIC 9(04).
011600         10 TrbMesDia    PIC 9(04).
011700 01  LineaRegistroWk.
011800     05 LrwAccion         PIC X(10).
011900     05 LrwNumeroPoliza   PIC X(10).
012000     05 LrwAnio           PIC X(06).
012050     05 LrwCuota          PIC X(03).
012100     05 LrwIdCliente      PIC X(07).
012200     05 LrwMonto          PIC Z(6)9.99.
012300     05 FILLER            PIC X(01).
012400     05 LrwMotivo         PIC X(26).
012500     05 FILLER            PIC X(07).
012600
012700     COPY CTLPAR.
012800
012900 PROCEDURE DIVISION.
013000 0000-MAINLINE.
013100     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
013200     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
013300         UNTIL TodoJournal
013400     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
013500     STOP RUN.
013600
013700*----------------------------------------------------------------
013800* 1000-INICIAR - EL CONTROL DE CORRIDAS IMPIDE DEVOLVER DOS
013900* VECES LAS BAJAS DE UN MISMO DIA Y EXIGE QUE LOS ENDOSOS DE
014000* HOY YA ESTEN APLICADOS AL RECIBO.  SIN CARTERA DE RECIBOS LA
014100* CORRIDA TERMINA CON CODIGO 8; SIN JOURNAL NO HAY BAJAS Y
014200* TERMINA LIMPIA.  DEVOLUC.DAT SE CREA EN LA PRIMERA CORRIDA
014300* (ESTADO 35).
014400*----------------------------------------------------------------
014500 1000-INICIAR.
014600     MOVE "DevolucionPrimas" TO CtlPrograma
014700     MOVE "ProcesoEndosos"   TO CtlPredecesor
014800     PERFORM 9600-CONTROL-INICIO
014900         THRU 9600-CONTROL-INICIO-EXIT
015000     ACCEPT FechaHoy FROM DATE YYYYMMDD
015100     OPEN INPUT ArchivoRecibos
015200     IF EstadoArchivoRecibos NOT = "00"
015300         DISPLAY "NO SE PUDO ABRIR RECIBOS.DAT - ESTADO "
015400             EstadoArchivoRecibos
015500         MOVE 8 TO RETURN-CODE
015600         STOP RUN
015700     END-IF
015800     OPEN INPUT ArchivoClientes
015900     OPEN I-O ArchivoDevoluciones
016000     IF EstadoArchivoDevoluciones = "35"
016100         OPEN OUTPUT ArchivoDevoluciones
016200         CLOSE ArchivoDevoluciones
016300         OPEN I-O ArchivoDevoluciones
016400     END-IF
016420     OPEN EXTEND ArchivoLibroImpuesto
016440     IF EstadoArchivoLibro = "35"
016460         OPEN OUTPUT ArchivoLibroImpuesto
016480     END-IF
016500     OPEN OUTPUT RegistroDevoluciones
016600     MOVE "REGISTRO DE DEVOLUCIONES DE PRIMA" TO LineaRegistro
016700     WRITE LineaRegistro
016800     MOVE SPACES TO LineaRegistro
016900     STRING "CANCELACIONES DEL " FechaHoy
017000         DELIMITED BY SIZE INTO LineaRegistro
017100     END-STRING
017200     WRITE LineaRegistro
017300     OPEN INPUT ArchivoJournal
017400     IF EstadoArchivoJournal NOT = "00"
017500         DISPLAY "SIN JOURNAL HISTCLI.DAT - SIN BAJAS HOY"
017600         MOVE "S" TO FinJournal
017700     END-IF.
017800 1000-INICIAR-EXIT.
017900     EXIT.
018000
018100*----------------------------------------------------------------
018200* 2000-PROCESAR - SOLO LA IMAGEN DESPUES DE UNA BAJA "B" DE HOY
018300* DISPARA LA DEVOLUCION; TRAE YA LA FECHA Y EL MOTIVO DE LA
018400* CANCELACION.
018500*----------------------------------------------------------------
018600 2000-PROCESAR.
018700     READ ArchivoJournal NEXT RECORD INTO RegistroJournal
018800         AT END
018900             MOVE "S" TO FinJournal
019000             GO TO 2000-PROCESAR-EXIT
019100     END-READ
019200     IF JrnFecha NOT = FechaHoy
019300         OR JrnTipoTransaccion NOT = "B"
019400         OR NOT ImagenDespues
019500         GO TO 2000-PROCESAR-EXIT
019600     END-IF
019700     ADD 1 TO ContadorBajas
019800     PERFORM 2100-EVALUAR-BAJA THRU 2100-EVALUAR-BAJA-EXIT.
019900 2000-PROCESAR-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------------
020300* 2100-EVALUAR-BAJA - UBICA EL RECIBO DE LA VIGENCIA EN QUE CAE
020400* LA CANCELACION Y CALCULA LA PRIMA NO DEVENGADA SOBRE LO
020430* COBRADO (SI LA VIGENCIA ESTA FRACCIONADA, CUOTA POR CUOTA EN
020460* 2400-DEVOLVER-PLAN).  SIN COBRO, SIN DIAS POR DEVENGAR O CON
020500* EL RECIBO YA DEVUELTO NO HAY DEVOLUCION, PERO QUEDA
020600* CONSTANCIA EN EL REGISTRO.  EL MOTIVO SE TOMA DEL MAESTRO
020700* (SUS CONDICIONES EN CLIREG DICEN QUIEN CANCELO).
020900*----------------------------------------------------------------
021000 2100-EVALUAR-BAJA.
021050     MOVE ZEROES TO NumeroCuotaWk
021100     MOVE JrnFechaCancelacion TO FechaCancelTrab
021200     IF FechaCancelTrab NOT NUMERIC
021300         OR FechaCancelTrab = ZEROES
021400         MOVE FechaHoy TO FechaCancelTrab
021500     END-IF
021600     IF JrnFechaVencimiento NOT NUMERIC
021700         OR JrnFechaVencimiento = ZEROES
021800         OR JrnFechaEfectiva NOT NUMERIC
021900         OR JrnFechaEfectiva = ZEROES
022000         MOVE "SIN FECHAS DE VIGENCIA" TO LrwMotivo
022100         PERFORM 2800-SIN-DEVOLUCION
022200             THRU 2800-SIN-DEVOLUCION-EXIT
022300         GO TO 2100-EVALUAR-BAJA-EXIT
022400     END-IF
022500     MOVE JrnDatNumeroPoliza TO NumeroPoliza
022600     READ ArchivoClientes
022700         INVALID KEY
022800             MOVE "POLIZA NO EXISTE" TO LrwMotivo
022900             PERFORM 2800-SIN-DEVOLUCION
023000                 THRU 2800-SIN-DEVOLUCION-EXIT
023100             GO TO 2100-EVALUAR-BAJA-EXIT
023200     END-READ
023300     PERFORM 2150-ANIO-VIGENCIA
023400         THRU 2150-ANIO-VIGENCIA-EXIT
023500     IF AnioVigenciaWk = ZEROES
023600         MOVE "VIGENCIA NO INICIADA" TO LrwMotivo
023700         PERFORM 2800-SIN-DEVOLUCION
023800             THRU 2800-SIN-DEVOLUCION-EXIT
023900         GO TO 2100-EVALUAR-BAJA-EXIT
024000     END-IF
024100     MOVE JrnDatNumeroPoliza TO RecNumeroPoliza
024200     MOVE AnioVigenciaWk     TO RecAnioVigencia
024250     MOVE 01                 TO RecNumeroCuota
024300     READ ArchivoRecibos
024400         INVALID KEY
024500             MOVE "SIN RECIBO DE LA VIGENCIA" TO LrwMotivo
024600             PERFORM 2800-SIN-DEVOLUCION
024700                 THRU 2800-SIN-DEVOLUCION-EXIT
024800             GO TO 2100-EVALUAR-BAJA-EXIT
024900     END-READ
024910     MOVE 01 TO NumeroCuotaWk
024920     IF RecCuotasPlan NUMERIC
024930         AND RecCuotasPlan > 1
024940         AND FechaVencimientoRecibo NUMERIC
024950         AND FechaVencimientoRecibo NOT = ZEROES
024960         PERFORM 2400-DEVOLVER-PLAN
024970             THRU 2400-DEVOLVER-PLAN-EXIT
024980         GO TO 2100-EVALUAR-BAJA-EXIT
024990     END-IF
025000     IF MontoCobrado NOT NUMERIC
025100         OR MontoCobrado = ZEROES
025200         MOVE "RECIBO SIN COBRO" TO LrwMotivo
025300         PERFORM 2800-SIN-DEVOLUCION
025400             THRU 2800-SIN-DEVOLUCION-EXIT
025500         GO TO 2100-EVALUAR-BAJA-EXIT
025600     END-IF
025700     COMPUTE IntCancelacion =
025800         FUNCTION INTEGER-OF-DATE(FechaCancelTrab)
025900     COMPUTE IntVencimiento =
026000         FUNCTION INTEGER-OF-DATE(JrnFechaVencimiento)
026100     COMPUTE DiasRestantes = IntVencimiento - IntCancelacion
026200     IF DiasRestantes NOT > ZEROES
026300         MOVE "SIN DIAS POR DEVENGAR" TO LrwMotivo
026400         PERFORM 2800-SIN-DEVOLUCION
026500             THRU 2800-SIN-DEVOLUCION-EXIT
026600         GO TO 2100-EVALUAR-BAJA-EXIT
026700     END-IF
026800     IF DiasRestantes > DiasBaseAnual
026900         MOVE DiasBaseAnual TO DiasRestantes
027000     END-IF
027050     MOVE DiasBaseAnual TO DiasPeriodoWk
027100     PERFORM 2200-CALCULAR-DEVOLUCION
027200         THRU 2200-CALCULAR-DEVOLUCION-EXIT
027300     PERFORM 2300-GRABAR-DEVOLUCION
027400         THRU 2300-GRABAR-DEVOLUCION-EXIT.
027500 2100-EVALUAR-BAJA-EXIT.
027600     EXIT.
027700
027800*----------------------------------------------------------------
027900* 2150-ANIO-VIGENCIA - EL ANIO DE VIGENCIA DEL RECIBO CON LA
028000* REGLA DE FacturacionRecibos Y ProcesoEndosos, PERO TOMANDO
028100* COMO REFERENCIA LA FECHA DE CANCELACION Y NO LA DE HOY: EL
028200* ANIO EN QUE CAYO EL ANIVERSARIO DE JrnFechaEfectiva (29-FEB
028300* CUENTA COMO 28-FEB), O EL ANTERIOR SI AUN NO SE CUMPLIA.
028400*----------------------------------------------------------------
028500 2150-ANIO-VIGENCIA.
028600     MOVE ZEROES TO AnioVigenciaWk
028700     MOVE JrnFechaEfectiva TO FechaTrabajo
028800     IF TrbAnio > CanAnio
028900         GO TO 2150-ANIO-VIGENCIA-EXIT
029000     END-IF
029100     IF TrbMesDia = 0229
029200         MOVE 0228 TO TrbMesDia
029300     END-IF
029400     IF TrbMesDia > CanMesDia
029500         COMPUTE AnioVigenciaWk = CanAnio - 1
029600     ELSE
029700         MOVE CanAnio TO AnioVigenciaWk
029800     END-IF.
029900 2150-ANIO-VIGENCIA-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 2200-CALCULAR-DEVOLUCION - LA PRIMA NO DEVENGADA ES LO
030400* COBRADO POR LOS DIAS QUE QUEDABAN DE VIGENCIA SOBRE LOS DIAS
030430* DEL PERIODO QUE EL RECIBO CUBRE (DiasPeriodoWk: 365 EN EL
030460* RECIBO ANUAL, LOS DE SU PERIODO EN UNA CUOTA).
030500* LA CANCELACION A PEDIDO DEL ASEGURADO RETIENE ADEMAS EL
030600* RECARGO DE CORTO PLAZO (PorcentajeCortoPlazo DE LA PRIMA NO
030700* DEVENGADA); LA DE LA COMPANIA SE DEVUELVE COMPLETA.
030800*----------------------------------------------------------------
030900 2200-CALCULAR-DEVOLUCION.
031000     COMPUTE PrimaNoDevengadaWk ROUNDED =
031100         MontoCobrado * DiasRestantes / DiasPeriodoWk
031200     IF PrimaNoDevengadaWk > MontoCobrado
031300         MOVE MontoCobrado TO PrimaNoDevengadaWk
031400     END-IF
031500     MOVE SPACES TO RegistroDevolucion
031600     IF CancelacionCompania
031700         MOVE ZEROES TO PenalidadWk
031800         MOVE "P" TO DevTipoCalculo
031900     ELSE
032000         COMPUTE PenalidadWk ROUNDED =
032100             PrimaNoDevengadaWk * PorcentajeCortoPlazo / 100
032200         MOVE "C" TO DevTipoCalculo
032300     END-IF.
032400 2200-CALCULAR-DEVOLUCION-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------
032800* 2300-GRABAR-DEVOLUCION - DEJA LA DEVOLUCION EN DEVOLUC.DAT Y
032900* LA LINEA DE PAGO EN EL REGISTRO.  UN RECIBO QUE YA TIENE
033000* DEVOLUCION (POLIZA REHABILITADA Y VUELTA A CANCELAR EN LA
033100* MISMA VIGENCIA) NO SE DEVUELVE OTRA VEZ: SE REPORTA PARA
033200* TRAMITE MANUAL.  LA DEVOLUCION GRABADA DEJA SU REPARTO EN EL
033250* LIBRO DE IMPUESTOS.
033300*----------------------------------------------------------------
033400 2300-GRABAR-DEVOLUCION.
033500     MOVE RecNumeroPoliza     TO DevNumeroPoliza
033600     MOVE RecAnioVigencia     TO DevAnioVigencia
033650     MOVE RecNumeroCuota      TO DevNumeroCuota
033700     MOVE FechaHoy            TO DevFechaDevolucion
033800     MOVE RecIdCliente        TO DevIdCliente
033900     MOVE RecCodigoAgente     TO DevCodigoAgente
034000     MOVE RecCodigoRamo       TO DevCodigoRamo
034100     MOVE FechaCancelTrab     TO DevFechaCancelacion
034200     MOVE MotivoCancelacion   TO DevMotivo
034300     MOVE DiasRestantes       TO DevDiasNoDevengados
034400     MOVE MontoCobrado        TO DevMontoCobrado
034500     MOVE PrimaNoDevengadaWk  TO DevPrimaNoDevengada
034600     MOVE PenalidadWk         TO DevPenalidad
034700     COMPUTE DevMontoDevuelto =
034800         PrimaNoDevengadaWk - PenalidadWk
034900     WRITE RegistroDevolucion
035000         INVALID KEY
035100             MOVE "RECIBO YA DEVUELTO" TO LrwMotivo
035200             PERFORM 2800-SIN-DEVOLUCION
035300                 THRU 2800-SIN-DEVOLUCION-EXIT
035400             GO TO 2300-GRABAR-DEVOLUCION-EXIT
035500     END-WRITE
035600     ADD 1 TO ContadorDevueltas
035700     ADD DevMontoDevuelto TO TotalDevuelto
035800     ADD DevPenalidad     TO TotalPenalidad
035850     PERFORM 2350-GRABAR-LIBRO THRU 2350-GRABAR-LIBRO-EXIT
035900     MOVE "DEVOLVER"       TO LrwAccion
036000     MOVE DevMontoDevuelto TO LrwMonto
036100     IF DevolucionProrrata
036200         MOVE "PRORRATA    - MOTIVO " TO LrwMotivo
036300     ELSE
036400         MOVE "CORTO PLAZO - MOTIVO " TO LrwMotivo
036500     END-IF
036600     MOVE DevMotivo TO LrwMotivo(22:2)
036700     PERFORM 2900-ESCRIBIR-REGISTRO
036800         THRU 2900-ESCRIBIR-REGISTRO-EXIT.
036900 2300-GRABAR-DEVOLUCION-EXIT.
037000     EXIT.
037003
037006*----------------------------------------------------------------
037009* 2350-GRABAR-LIBRO - REPARTE LO DEVUELTO ENTRE LAS PARTES DEL
037012* RECIBO EN PROPORCION A SU MONTO (LA PRIMA NETA SE LLEVA EL
037015* RESTO DEL REDONDEO) Y LO DEJA COMO MOVIMIENTO "D" EN EL
037018* LIBRO DE IMPUESTOS.  UN RECIBO SIN PARTES VA TODO A PRIMA
037021* NETA.
037024*----------------------------------------------------------------
037027 2350-GRABAR-LIBRO.
037030     MOVE ZEROES TO DerechoDevueltoWk
037033     MOVE ZEROES TO ImpuestoDevueltoWk
037036     IF MontoRecibo > ZEROES
037039         AND RecDerechoPoliza NUMERIC
037042         AND RecImpuesto NUMERIC
037045         COMPUTE DerechoDevueltoWk ROUNDED =
037048             DevMontoDevuelto * RecDerechoPoliza / MontoRecibo
037051         COMPUTE ImpuestoDevueltoWk ROUNDED =
037054             DevMontoDevuelto * RecImpuesto / MontoRecibo
037057     END-IF
037060     MOVE FechaHoy            TO LimFecha
037063     MOVE "D"                 TO LimTipoMovimiento
037066     MOVE RecCodigoRamo       TO LimCodigoRamo
037069     MOVE RecNumeroPoliza     TO LimNumeroPoliza
037072     MOVE RecAnioVigencia     TO LimAnioVigencia
037075     MOVE RecNumeroCuota      TO LimNumeroCuota
037078     COMPUTE LimPrimaNeta = DevMontoDevuelto
037081         - DerechoDevueltoWk - ImpuestoDevueltoWk
037084     MOVE DerechoDevueltoWk   TO LimDerechoPoliza
037087     MOVE ImpuestoDevueltoWk  TO LimImpuesto
037090     WRITE RegistroLibroImpuesto.
037093 2350-GRABAR-LIBRO-EXIT.
037096     EXIT.
037100
037101*----------------------------------------------------------------
037102* 2400-DEVOLVER-PLAN - VIGENCIA FRACCIONADA: RECORRE LAS CUOTAS
037103* DEL PLAN (RecCuotasPlan DE LA CUOTA 01) Y DEVUELVE CADA UNA
037104* POR SEPARADO.  SI NINGUNA LLEGA A DEVOLUCION (TODAS SIN
037105* COBRO O YA DEVENGADAS) QUEDA UNA SOLA CONSTANCIA.
037106*----------------------------------------------------------------
037107 2400-DEVOLVER-PLAN.
037108     MOVE RecCuotasPlan TO CuotasPlanWk
037109     MOVE ZEROES TO CuotasDevueltas
037110     COMPUTE IntCancelacion =
037111         FUNCTION INTEGER-OF-DATE(FechaCancelTrab)
037112     COMPUTE IntVencimiento =
037113         FUNCTION INTEGER-OF-DATE(JrnFechaVencimiento)
037114     IF IntVencimiento NOT > IntCancelacion
037115         MOVE "SIN DIAS POR DEVENGAR" TO LrwMotivo
037116         PERFORM 2800-SIN-DEVOLUCION
037117             THRU 2800-SIN-DEVOLUCION-EXIT
037118         GO TO 2400-DEVOLVER-PLAN-EXIT
037119     END-IF
037120     PERFORM 2450-DEVOLVER-CUOTA
037121         THRU 2450-DEVOLVER-CUOTA-EXIT
037122         VARYING NumeroCuotaWk FROM 1 BY 1
037123         UNTIL NumeroCuotaWk > CuotasPlanWk
037124     IF CuotasDevueltas = ZEROES
037125         MOVE ZEROES TO NumeroCuotaWk
037126         MOVE "SIN CUOTAS A DEVOLVER" TO LrwMotivo
037127         PERFORM 2800-SIN-DEVOLUCION
037128             THRU 2800-SIN-DEVOLUCION-EXIT
037129     END-IF.
037130 2400-DEVOLVER-PLAN-EXIT.
037131     EXIT.
037132
037133*----------------------------------------------------------------
037134* 2450-DEVOLVER-CUOTA - EL PERIODO DE LA CUOTA VA DE SU
037135* VENCIMIENTO AL DE LA CUOTA SIGUIENTE (EN LA ULTIMA, O SI LA
037136* SIGUIENTE NO EXISTE, AL VENCIMIENTO DE LA POLIZA).  SE
037137* DEVUELVEN LOS DIAS DEL PERIODO POSTERIORES A LA CANCELACION;
037138* UNA CUOTA SIN COBRO O YA DEVENGADA NO DEVUELVE NADA.
037139*----------------------------------------------------------------
037140 2450-DEVOLVER-CUOTA.
037141     MOVE IntVencimiento TO IntFinCuota
037142     IF NumeroCuotaWk < CuotasPlanWk
037143         COMPUTE SiguienteCuota = NumeroCuotaWk + 1
037144         MOVE JrnDatNumeroPoliza TO RecNumeroPoliza
037145         MOVE AnioVigenciaWk     TO RecAnioVigencia
037146         MOVE SiguienteCuota     TO RecNumeroCuota
037147         READ ArchivoRecibos
037148             INVALID KEY
037149                 CONTINUE
037150             NOT INVALID KEY
037151                 IF FechaVencimientoRecibo NUMERIC
037152                     AND FechaVencimientoRecibo NOT = ZEROES
037153                     COMPUTE IntFinCuota = FUNCTION
037154                         INTEGER-OF-DATE(FechaVencimientoRecibo)
037155                 END-IF
037156         END-READ
037157     END-IF
037158     IF IntFinCuota > IntVencimiento
037159         MOVE IntVencimiento TO IntFinCuota
037160     END-IF
037161     MOVE JrnDatNumeroPoliza TO RecNumeroPoliza
037162     MOVE AnioVigenciaWk     TO RecAnioVigencia
037163     MOVE NumeroCuotaWk      TO RecNumeroCuota
037164     READ ArchivoRecibos
037165         INVALID KEY
037166             GO TO 2450-DEVOLVER-CUOTA-EXIT
037167     END-READ
037168     IF MontoCobrado NOT NUMERIC
037169         OR MontoCobrado = ZEROES
037170         OR FechaVencimientoRecibo NOT NUMERIC
037171         OR FechaVencimientoRecibo = ZEROES
037172         GO TO 2450-DEVOLVER-CUOTA-EXIT
037173     END-IF
037174     COMPUTE IntInicioCuota =
037175         FUNCTION INTEGER-OF-DATE(FechaVencimientoRecibo)
037176     IF IntFinCuota NOT > IntInicioCuota
037177         GO TO 2450-DEVOLVER-CUOTA-EXIT
037178     END-IF
037179     COMPUTE DiasPeriodoWk = IntFinCuota - IntInicioCuota
037180     MOVE IntInicioCuota TO IntDesde
037181     IF IntCancelacion > IntInicioCuota
037182         MOVE IntCancelacion TO IntDesde
037183     END-IF
037184     COMPUTE DiasRestantes = IntFinCuota - IntDesde
037185     IF DiasRestantes NOT > ZEROES
037186         GO TO 2450-DEVOLVER-CUOTA-EXIT
037187     END-IF
037188     ADD 1 TO CuotasDevueltas
037189     PERFORM 2200-CALCULAR-DEVOLUCION
037190         THRU 2200-CALCULAR-DEVOLUCION-EXIT
037191     PERFORM 2300-GRABAR-DEVOLUCION
037192         THRU 2300-GRABAR-DEVOLUCION-EXIT.
037193 2450-DEVOLVER-CUOTA-EXIT.
037194     EXIT.
037195
037200 2800-SIN-DEVOLUCION.
037300     ADD 1 TO ContadorSinDevolucion
037400     MOVE "SIN DEVOL" TO LrwAccion
037500     MOVE ZEROES      TO LrwMonto
037600     PERFORM 2900-ESCRIBIR-REGISTRO
037700         THRU 2900-ESCRIBIR-REGISTRO-EXIT.
037800 2800-SIN-DEVOLUCION-EXIT.
037900     EXIT.
038000
038100 2900-ESCRIBIR-REGISTRO.
038200     MOVE JrnDatNumeroPoliza TO LrwNumeroPoliza
038300     MOVE AnioVigenciaWk     TO LrwAnio
038350     MOVE NumeroCuotaWk      TO LrwCuota
038400     MOVE JrnIdCliente       TO LrwIdCliente
038500     MOVE SPACES TO LineaRegistro
038600     STRING LrwAccion        DELIMITED BY SIZE
038700            LrwNumeroPoliza  DELIMITED BY SIZE
038800            LrwAnio          DELIMITED BY SIZE
038850            LrwCuota         DELIMITED BY SIZE
038900            LrwIdCliente     DELIMITED BY SIZE
039000            LrwMonto         DELIMITED BY SIZE
039100            " "              DELIMITED BY SIZE
039200            LrwMotivo        DELIMITED BY SIZE
039300         INTO LineaRegistro
039400     END-STRING
039500     WRITE LineaRegistro
039600     MOVE SPACES TO LrwMotivo.
039700 2900-ESCRIBIR-REGISTRO-EXIT.
039800     EXIT.
039900
040000*----------------------------------------------------------------
040100* 8000-FINALIZAR - TRAILER DEL REGISTRO CON LA CANTIDAD Y EL
040200* MONTO A PAGAR, QUE TESORERIA CUADRA CONTRA SUS PAGOS.
040300*----------------------------------------------------------------
040400 8000-FINALIZAR.
040500     IF EstadoArchivoJournal = "00" OR "10"
040600         CLOSE ArchivoJournal
040700     END-IF
040800     CLOSE ArchivoRecibos
040900     CLOSE ArchivoClientes
041000     CLOSE ArchivoDevoluciones
041050     CLOSE ArchivoLibroImpuesto
041100     MOVE SPACES TO LineaRegistro
041200     WRITE LineaRegistro
041300     MOVE ContadorDevueltas     TO TotalDevueltasEd
041400     MOVE ContadorSinDevolucion TO TotalSinDevolEd
041500     MOVE TotalDevuelto         TO TotalDevueltoEd
041600     MOVE TotalPenalidad        TO TotalPenalidadEd
041700     MOVE SPACES TO LineaRegistro
041800     STRING "DEVUELTAS="      DELIMITED BY SIZE
041900            TotalDevueltasEd  DELIMITED BY SIZE
042000            " SIN DEVOL="     DELIMITED BY SIZE
042100            TotalSinDevolEd   DELIMITED BY SIZE
042200            " MONTO="         DELIMITED BY SIZE
042300            TotalDevueltoEd   DELIMITED BY SIZE
042400            " RETENIDO="      DELIMITED BY SIZE
042500            TotalPenalidadEd  DELIMITED BY SIZE
042600         INTO LineaRegistro
042700     END-STRING
042800     WRITE LineaRegistro
042900     CLOSE RegistroDevoluciones
043000     DISPLAY "---------------------------------------------"
043100     DISPLAY "DEVOLUCION DE PRIMAS: DEVOLUC.DAT / REGDEVOL.LST"
043200     DISPLAY "Bajas Del Dia        : " ContadorBajas
043300     DISPLAY "Devoluciones         : " ContadorDevueltas
043400     DISPLAY "Bajas Sin Devolucion : " ContadorSinDevolucion
043500     DISPLAY "Monto A Devolver     : " TotalDevuelto
043600     DISPLAY "Recargo Corto Plazo  : " TotalPenalidad
043700     DISPLAY "---------------------------------------------"
043800     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
043900 8000-FINALIZAR-EXIT.
044000     EXIT.
044100
044200     COPY RUNCTL.

001898*                 MUESTRA AHORA EL NUMERO DE POLIZA, QUE CON
001899*                 VARIAS POLIZAS POR CLIENTE ES LO QUE
001901*                 IDENTIFICA CUAL SE SALTO.
001905* 2026-10-15 DSS  PLANES DE PAGO EN CUOTAS (PlanPago EN CLIREG):
001909*                 LA VIGENCIA SE FACTURA EN 1, 2, 4 O 12 CUOTAS
001913*                 (ANUAL/SEMESTRAL/TRIMESTRAL/MENSUAL, TABLA
001917*                 TablaPlanes) CON SU RECARGO FINANCIERO SOBRE
001921*                 LA PRIMA ANUAL.  CADA CUOTA ES UN RECIBO
001925*                 (CLAVE POLIZA + ANIO + CUOTA) QUE SE EMITE AL
001929*                 LLEGAR SU VENCIMIENTO, CON LA MISMA REGLA DEL
001933*                 ANIVERSARIO: SE EMITE DESDE QUE EL VENCIMIENTO
001937*                 YA SE CUMPLIO DENTRO DEL ANIO EN CURSO, Y LA
001941*                 CLAVE ABSORBE LAS REPETICIONES.  LA VIGENCIA
001945*                 CORRIENTE ES LA DEL ULTIMO ANIVERSARIO, ASI QUE
001949*                 LAS CUOTAS QUE VENCEN ANTES DEL ANIVERSARIO DEL
001953*                 ANIO SIGUEN PERTENECIENDO A LA VIGENCIA
001957*                 ANTERIOR.  LA CUOTA 01 ABSORBE LOS CENTAVOS DE
001961*                 LA DIVISION.  EL PLAN Y LA PRIMA ANUAL SE
001965*                 TOMAN DE LA CUOTA 01 YA EMITIDA, PARA QUE UN
001969*                 CAMBIO DE PLAN O DE TARIFA A MEDIA VIGENCIA
001973*                 RIJA DESDE EL PROXIMO ANIVERSARIO.  UN PLAN
001977*                 ANUAL FACTURA EXACTAMENTE COMO ANTES.
001978* 2026-10-15 DSS  IMPUESTO SOBRE PRIMAS Y DERECHO DE POLIZA: CADA
001979*                 CUOTA LLEVA SUS PARTES (RecPrimaNeta,
001980*                 RecDerechoPoliza, RecImpuesto EN RECREG) CON LA
001981*                 TASA Y EL DERECHO VIGENTES DEL RAMO EN
001982*                 TASASIMP.DAT (COPY TIMREG).  EL DERECHO SE
001983*                 COBRA EN LA CUOTA 01 Y EL IMPUESTO SE CALCULA
001984*                 SOBRE PRIMA NETA MAS DERECHO; MontoRecibo ES LA
001985*                 SUMA DE LAS TRES.  CADA CUOTA EMITIDA O
001986*                 SUPLEMENTO COMPLETADO DEJA SU MOVIMIENTO "E" EN
001987*                 EL LIBRO DE IMPUESTOS LIBIMP.DAT (COPY IMPREG).
001988*                 UN RAMO SIN TASA SE FACTURA SIN IMPUESTO NI
001989*                 DERECHO Y SE REPORTA; SIN TASASIMP.DAT LA
001990*                 CORRIDA TERMINA CON CODIGO 8.
001991* 2026-10-15 DSS  CADA CUOTA EMITIDA REVISA EL AGENTE DE LA POLIZA
001992*                 EN EL MAESTRO DE AGENTES (AGENTES.DAT, VER
001993*                 AGEREG) Y AVISA SI NO ESTA REGISTRADO, SI ESTA
001994*                 TERMINADO (CARTERA PENDIENTE DE TRASPASO, VER
001995*                 TraspasoCartera) O SI TIENE LA LICENCIA
001996*                 VENCIDA.  EL RECIBO SE EMITE IGUAL.  SIN
001997*                 AGENTES.DAT SE FACTURA SIN REVISAR AGENTES.
001998* 2026-10-15 DSS  EL SUPLEMENTO COMPLETADO QUE SE HABIA EMITIDO
001999*                 OTRO DIA DEJA SU MOVIMIENTO COMO "S" EN
002010*                 LIBIMP.DAT (VER IMPREG): SU IMPORTE NO ESTA EN
002020*                 LA EMISION DE HOY Y InterfazContable LO SUMA A
002030*                 LAS PRIMAS EMITIDAS.
002040*----------------------------------------------------------------
002050
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002701         ALTERNATE RECORD KEY IS IdCliente
002702             WITH DUPLICATES
002704         ALTERNATE RECORD KEY IS CodigoAgente
002705             OF RegistroCliente
002706             WITH DUPLICATES
002800         FILE STATUS IS EstadoArchivoClientes.
002900     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
003330         ACCESS MODE IS DYNAMIC
003340         RECORD KEY IS PriNumeroPoliza
003350         FILE STATUS IS EstadoArchivoPrimas.
003357     SELECT ArchivoTasasImpuesto ASSIGN TO "TASASIMP.DAT"
003364         ORGANIZATION IS LINE SEQUENTIAL
003371         FILE STATUS IS EstadoArchivoTasas.
003378     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
003385         ORGANIZATION IS LINE SEQUENTIAL
003392         FILE STATUS IS EstadoArchivoLibro.
003393     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
003394         ORGANIZATION IS INDEXED
003395         ACCESS MODE IS RANDOM
003396         RECORD KEY IS CodigoAgente OF RegistroAgente
003397         FILE STATUS IS EstadoArchivoAgentes.
003400
003500 DATA DIVISION.
003600 FILE SECTION.
004150
004160 FD  ArchivoPrimas.
004170     COPY PRIREG.
004174
004178 FD  ArchivoTasasImpuesto.
004182     COPY TIMREG.
004186
004190 FD  ArchivoLibroImpuesto.
004194     COPY IMPREG.
004195
004196 FD  ArchivoAgentes.
004197     COPY AGEREG.
004200
004300 WORKING-STORAGE SECTION.
004400 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
005200 77  ContadorRechazados  PIC 9(07)      COMP VALUE ZEROES.
005210 77  ContadorNoVigentes  PIC 9(07)      COMP VALUE ZEROES.
005220 77  ContadorCompletados PIC 9(07)      COMP VALUE ZEROES.
005225 77  FinCuotas           PIC X(01)      VALUE "N".
005230     88 CuotasAgotadas                  VALUE "S".
005235 77  AnioVigenciaWk      PIC 9(04)      VALUE ZEROES.
005240 77  PlanPagoWk          PIC X(01)      VALUE SPACE.
005245 77  CuotasPlanWk        PIC 9(02)      VALUE ZEROES.
005250 77  MesesCuotaWk        PIC 9(02)      VALUE ZEROES.
005255 77  NumeroCuotaWk       PIC 9(02)      VALUE ZEROES.
005260 77  PrimaAnualWk        PIC 9(7)V99    VALUE ZEROES.
005265 77  RecargoAnualWk      PIC 9(7)V99    VALUE ZEROES.
005270 77  CuotaPrimaWk        PIC 9(7)V99    VALUE ZEROES.
005275 77  CuotaRecargoWk      PIC 9(7)V99    VALUE ZEROES.
005280 77  MesesDesdeInicio    PIC 9(04)      COMP VALUE ZEROES.
005285 77  AniosDesdeInicio    PIC 9(04)      COMP VALUE ZEROES.
005290 77  RestoMeses          PIC 9(04)      COMP VALUE ZEROES.
005297 77  EstadoArchivoTasas  PIC X(02)      VALUE "00".
005304 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
005311 77  FinTasas            PIC X(01)      VALUE "N".
005318     88 TasasLeidas                     VALUE "S".
005325 77  MaxTasas            PIC 9(04)      COMP VALUE 50.
005332 77  CuentaTasas         PIC 9(04)      COMP VALUE ZEROES.
005339 77  IndiceTasa          PIC 9(04)      COMP VALUE ZEROES.
005346 77  TasaElegida         PIC 9(04)      COMP VALUE ZEROES.
005353 77  ContadorSinTasa     PIC 9(07)      COMP VALUE ZEROES.
005360 77  TasaImpuestoWk      PIC 9(2)V99    VALUE ZEROES.
005367 77  DerechoPolizaWk     PIC 9(5)V99    VALUE ZEROES.
005374 77  CuotaDerechoWk      PIC 9(7)V99    VALUE ZEROES.
005381 77  CuotaImpuestoWk     PIC 9(7)V99    VALUE ZEROES.
005382 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
005383 77  HayAgentes          PIC X(01)      VALUE "N".
005384     88 AgentesDisponibles              VALUE "S".
005385 77  ContadorAvisosAgente PIC 9(07)     COMP VALUE ZEROES.
005388 01  FechaHoyWk.
005400     05 FechaHoy         PIC 9(08).
005500     05 FechaHoyR REDEFINES FechaHoy.
005600         10 HoyAnio      PIC 9(04).
006000     05 FechaTrabajoR REDEFINES FechaTrabajo.
006100         10 TrbAnio      PIC 9(04).
006200         10 TrbMesDia    PIC 9(04).
006202     05 FechaTrabajoD REDEFINES FechaTrabajo.
006204         10 FILLER       PIC 9(04).
006206         10 TrbMes       PIC 9(02).
006208         10 TrbDia       PIC 9(02).
006210 01  VencimientoCuotaWk.
006212     05 FechaCuota       PIC 9(08).
006214     05 FechaCuotaR REDEFINES FechaCuota.
006216         10 CuoAnio      PIC 9(04).
006218         10 CuoMes       PIC 9(02).
006220         10 CuoDia       PIC 9(02).
006222
006224*----------------------------------------------------------------
006226* TABLA DE PLANES DE PAGO: CODIGO (PlanPago EN CLIREG),
006228* CANTIDAD DE CUOTAS DE LA VIGENCIA, MESES ENTRE CUOTAS Y
006230* PORCENTAJE DE RECARGO FINANCIERO SOBRE LA PRIMA ANUAL.  EL
006232* PLAN ANUAL NO LLEVA RECARGO.
006234*----------------------------------------------------------------
006236 01  TablaPlanes.
006238     05 FILLER           PIC X(01)      VALUE "A".
006240     05 FILLER           PIC 9(02)      VALUE 01.
006242     05 FILLER           PIC 9(02)      VALUE 12.
006244     05 FILLER           PIC 9(2)V99    VALUE 0.
006246     05 FILLER           PIC X(01)      VALUE "S".
006248     05 FILLER           PIC 9(02)      VALUE 02.
006250     05 FILLER           PIC 9(02)      VALUE 06.
006252     05 FILLER           PIC 9(2)V99    VALUE 2.00.
006254     05 FILLER           PIC X(01)      VALUE "T".
006256     05 FILLER           PIC 9(02)      VALUE 04.
006258     05 FILLER           PIC 9(02)      VALUE 03.
006260     05 FILLER           PIC 9(2)V99    VALUE 3.50.
006262     05 FILLER           PIC X(01)      VALUE "M".
006264     05 FILLER           PIC 9(02)      VALUE 12.
006266     05 FILLER           PIC 9(02)      VALUE 01.
006268     05 FILLER           PIC 9(2)V99    VALUE 5.00.
006270 01  TablaPlanesR REDEFINES TablaPlanes.
006272     05 EntradaPlan      OCCURS 4 TIMES INDEXED BY IxPlan.
006274         10 PlnCodigo    PIC X(01).
006276         10 PlnCuotas    PIC 9(02).
006278         10 PlnMeses     PIC 9(02).
006280         10 PlnRecargo   PIC 9(2)V99.
006281
006282*----------------------------------------------------------------
006283* TABLA DE TASAS DE IMPUESTO Y DERECHO DE POLIZA POR RAMO
006284* (TASASIMP.DAT): SE CONSERVAN TODAS LAS LINEAS Y
006285* 6200-BUSCAR-TASA ELIGE LA DE VIGENCIA MAS RECIENTE QUE YA
006286* APLIQUE AL RAMO, COMO LA TABLA DE TARIFAS.
006287*----------------------------------------------------------------
006288 01  TablaTasas.
006289     05 EntradaTasa      OCCURS 1 TO 50 TIMES
006290                         DEPENDING ON CuentaTasas
006291                         INDEXED BY IxTasa.
006292         10 TtiCodigoRamo    PIC X(03).
006293         10 TtiTasaImpuesto  PIC 9(02)V99.
006294         10 TtiDerechoPoliza PIC 9(5)V99.
006295         10 TtiFechaVigencia PIC 9(08).
006300
006400 PROCEDURE DIVISION.
006500 0000-MAINLINE.
007200*----------------------------------------------------------------
007300* 1000-INICIAR - SI LA CARTERA DE RECIBOS AUN NO EXISTE
007400* (PRIMERA CORRIDA, ESTADO 35) SE CREA VACIA Y SE REABRE EN
007500* I-O ANTES DE EMITIR.  SIN TASAS DE IMPUESTO NO SE FACTURA;
007530* EL LIBRO DE IMPUESTOS SE ABRE EN EXTEND Y SE CREA EN LA
007560* PRIMERA CORRIDA.  EL MAESTRO DE AGENTES ES OPCIONAL.
007600*----------------------------------------------------------------
007700 1000-INICIAR.
007800     ACCEPT FechaHoy FROM DATE YYYYMMDD
007990         MOVE 8 TO RETURN-CODE
007995         STOP RUN
007996     END-IF
008004     OPEN INPUT ArchivoTasasImpuesto
008012     IF EstadoArchivoTasas NOT = "00"
008020         DISPLAY "NO SE PUDO ABRIR TASASIMP.DAT - ESTADO "
008028             EstadoArchivoTasas
008036         MOVE 8 TO RETURN-CODE
008044         STOP RUN
008052     END-IF
008060     PERFORM 1100-CARGAR-TASA THRU 1100-CARGAR-TASA-EXIT
008068         UNTIL TasasLeidas
008076     CLOSE ArchivoTasasImpuesto
008084     OPEN I-O   ArchivoRecibos
008100     IF EstadoArchivoRecibos = "35"
008200         OPEN OUTPUT ArchivoRecibos
008300         CLOSE ArchivoRecibos
008400         OPEN I-O    ArchivoRecibos
008500     END-IF
008520     OPEN EXTEND ArchivoLibroImpuesto
008540     IF EstadoArchivoLibro = "35"
008560         OPEN OUTPUT ArchivoLibroImpuesto
008580     END-IF
008582     OPEN INPUT ArchivoAgentes
008584     IF EstadoArchivoAgentes = "00"
008586         MOVE "S" TO HayAgentes
008588     ELSE
008590         DISPLAY "SIN AGENTES.DAT - NO SE REVISAN LOS AGENTES "
008592             "DE LAS POLIZAS"
008594     END-IF.
008600 1000-INICIAR-EXIT.
008700     EXIT.
008703
008706 1100-CARGAR-TASA.
008709     READ ArchivoTasasImpuesto INTO RegistroTasaImpuesto
008712         AT END
008715             MOVE "S" TO FinTasas
008718             GO TO 1100-CARGAR-TASA-EXIT
008721     END-READ
008724     IF CuentaTasas >= MaxTasas
008727         DISPLAY "TASA EXCEDE CAPACIDAD DE TABLA - "
008730             "DESCARTADA: " TimCodigoRamo
008733         GO TO 1100-CARGAR-TASA-EXIT
008736     END-IF
008739     IF TimTasaImpuesto NOT NUMERIC
008742         OR TimDerechoPoliza NOT NUMERIC
008745         OR TimFechaVigencia NOT NUMERIC
008748         DISPLAY "TASA CON DATOS NO NUMERICOS - "
008751             "DESCARTADA: " TimCodigoRamo
008754         GO TO 1100-CARGAR-TASA-EXIT
008757     END-IF
008760     ADD 1 TO CuentaTasas
008763     SET IxTasa TO CuentaTasas
008766     MOVE TimCodigoRamo    TO TtiCodigoRamo(IxTasa)
008769     MOVE TimTasaImpuesto  TO TtiTasaImpuesto(IxTasa)
008772     MOVE TimDerechoPoliza TO TtiDerechoPoliza(IxTasa)
008775     MOVE TimFechaVigencia TO TtiFechaVigencia(IxTasa).
008778 1100-CARGAR-TASA-EXIT.
008781     EXIT.
008800
008900 2000-PROCESAR.
009000     READ ArchivoClientes INTO RegistroCliente
009800     EXIT.
009900
010000*----------------------------------------------------------------
010100* 2100-FACTURAR - EMITE LAS CUOTAS DE LA VIGENCIA CORRIENTE
010160* DE LA POLIZA (LA DEL ULTIMO ANIVERSARIO DE FechaEfectiva)
010220* CUYO VENCIMIENTO YA LLEGO.  LAS POLIZAS QUE NO PASAN EL
010300* EDITO DEL PASE DIARIO (COPY VALIDAR) O SIN FECHA EFECTIVA
010400* UTILIZABLE NO SE FACTURAN.
010500*----------------------------------------------------------------
011860         MOVE 0228 TO TrbMesDia
011870     END-IF
011900     IF TrbMesDia > HoyMesDia
011950         COMPUTE AnioVigenciaWk = HoyAnio - 1
012000     ELSE
012050         MOVE HoyAnio TO AnioVigenciaWk
012100     END-IF
012102     IF AnioVigenciaWk < TrbAnio
012104         GO TO 2100-FACTURAR-EXIT
012106     END-IF
012110     IF FechaVencimiento NUMERIC
012120         AND FechaVencimiento NOT = ZEROES
012130         AND FechaVencimiento < FechaHoy
012165                 " CLIENTE " IdCliente
012170             GO TO 2100-FACTURAR-EXIT
012180     END-READ
012190     PERFORM 2150-PLAN-VIGENCIA THRU 2150-PLAN-VIGENCIA-EXIT
012210     PERFORM 6200-BUSCAR-TASA THRU 6200-BUSCAR-TASA-EXIT
012230     IF TasaElegida = ZEROES
012250         MOVE ZEROES TO TasaImpuestoWk
012270         MOVE ZEROES TO DerechoPolizaWk
012290     ELSE
012310         MOVE TtiTasaImpuesto(TasaElegida)  TO TasaImpuestoWk
012330         MOVE TtiDerechoPoliza(TasaElegida) TO DerechoPolizaWk
012350     END-IF
012440     MOVE "N" TO FinCuotas
012690     PERFORM 2300-EMITIR-CUOTA THRU 2300-EMITIR-CUOTA-EXIT
012940         VARYING NumeroCuotaWk FROM 1 BY 1
013190         UNTIL NumeroCuotaWk > CuotasPlanWk
013440            OR CuotasAgotadas.
013700 2100-FACTURAR-EXIT.
013800     EXIT.
013801
013802*----------------------------------------------------------------
013803* 2150-PLAN-VIGENCIA - FIJA EL PLAN DE PAGO Y LA PRIMA ANUAL
013804* CON QUE SE DIVIDE LA VIGENCIA: LOS DE LA CUOTA 01 SI YA SE
013805* EMITIO (UN SUPLEMENTO "S" AUN SIN PLAN NO CUENTA), O LOS
013806* VIGENTES DE LA POLIZA (PlanPago Y PriPrimaAnual) SI LA
013807* VIGENCIA EMPIEZA HOY.  UN CODIGO DE PLAN DESCONOCIDO SE
013808* FACTURA COMO ANUAL.
013809*----------------------------------------------------------------
013810 2150-PLAN-VIGENCIA.
013811     MOVE PlanPago       TO PlanPagoWk
013812     MOVE PriPrimaAnual  TO PrimaAnualWk
013813     MOVE NumeroPoliza   TO RecNumeroPoliza
013814     MOVE AnioVigenciaWk TO RecAnioVigencia
013815     MOVE 1              TO RecNumeroCuota
013816     READ ArchivoRecibos
013817         INVALID KEY
013818             CONTINUE
013819         NOT INVALID KEY
013820             IF RecCuotasPlan NUMERIC
013821                 AND RecCuotasPlan > ZEROES
013822                 MOVE RecPlanPago       TO PlanPagoWk
013823                 MOVE RecPrimaAnualPlan TO PrimaAnualWk
013824             END-IF
013825     END-READ
013826     SET IxPlan TO 1
013827     SEARCH EntradaPlan
013828         AT END
013829             SET IxPlan TO 1
013830         WHEN PlnCodigo(IxPlan) = PlanPagoWk
013831             CONTINUE
013832     END-SEARCH
013833     MOVE PlnCodigo(IxPlan) TO PlanPagoWk
013834     MOVE PlnCuotas(IxPlan) TO CuotasPlanWk
013835     MOVE PlnMeses(IxPlan)  TO MesesCuotaWk
013836     COMPUTE RecargoAnualWk ROUNDED =
013837         PrimaAnualWk * PlnRecargo(IxPlan) / 100.
013838 2150-PLAN-VIGENCIA-EXIT.
013839     EXIT.
013840
013841*----------------------------------------------------------------
013842* 2200-COMPLETAR-SUPLEMENTO - LA CUOTA YA EXISTE.  SI ES UN
013843* SUPLEMENTO DE ENDOSO ("S") EMITIDO ANTES DEL ANIVERSARIO,
013850* SE LE SUMA LA CUOTA CON SUS PARTES, TOMA LOS DATOS DEL PLAN
013855* Y SE REGRABA (CON SU MOVIMIENTO EN EL LIBRO DE IMPUESTOS); EN
013860* CUALQUIER OTRO CASO ES UNA REPETICION NORMAL DE LA CORRIDA Y
013870* SOLO SE CUENTA.
013880*----------------------------------------------------------------
013888         ADD 1 TO ContadorYaEmitidos
013889         GO TO 2200-COMPLETAR-SUPLEMENTO-EXIT
013890     END-IF
013891     ADD CuotaPrimaWk CuotaRecargoWk CuotaDerechoWk
013892         CuotaImpuestoWk TO MontoRecibo
013893     ADD CuotaPrimaWk CuotaRecargoWk TO RecPrimaNeta
013894     ADD CuotaDerechoWk  TO RecDerechoPoliza
013895     ADD CuotaImpuestoWk TO RecImpuesto
013896     ADD CuotaRecargoWk  TO RecRecargoFinanciero
013897     MOVE FechaCuota     TO FechaVencimientoRecibo
013898     MOVE PlanPagoWk     TO RecPlanPago
013899     MOVE CuotasPlanWk   TO RecCuotasPlan
013900     MOVE PrimaAnualWk   TO RecPrimaAnualPlan
013901     EVALUATE TRUE
013902         WHEN MontoCobrado >= MontoRecibo
013903             MOVE "C" TO EstadoRecibo
013904         WHEN MontoCobrado > ZEROES
013905             MOVE "A" TO EstadoRecibo
013906         WHEN OTHER
013907             MOVE "P" TO EstadoRecibo
013908     END-EVALUATE
013909     REWRITE RegistroRecibo
013910         INVALID KEY
013911             DISPLAY "ERROR AL COMPLETAR SUPLEMENTO "
013912                 RecNumeroPoliza " " RecAnioVigencia
013913                 " CUOTA " RecNumeroCuota
013914         NOT INVALID KEY
013915             ADD 1 TO ContadorCompletados
013916             PERFORM 2400-GRABAR-LIBRO
013917                 THRU 2400-GRABAR-LIBRO-EXIT
013918     END-REWRITE.
013919 2200-COMPLETAR-SUPLEMENTO-EXIT.
013920     EXIT.
013921
013922*----------------------------------------------------------------
013923* 2300-EMITIR-CUOTA - EMITE LA CUOTA NumeroCuotaWk DE LA
013924* VIGENCIA SI SU VENCIMIENTO YA LLEGO Y CAE EN EL ANIO EN
013925* CURSO (LA DE UN ANIO ANTERIOR YA SE EMITIO O SE PERDIO, COMO
013926* EL RECIBO ANUAL).  LAS CUOTAS SIGUIENTES A UNA NO VENCIDA, O
013927* POSTERIORES AL FIN DE LA POLIZA, NO SE EMITEN.  LA CUOTA 01
013928* LLEVA LOS CENTAVOS QUE DEJA LA DIVISION DE LA PRIMA Y DEL
013929* RECARGO, Y EL DERECHO DE POLIZA DE LA VIGENCIA.  EL IMPUESTO
013930* VA SOBRE LA PRIMA NETA (CON EL RECARGO) MAS EL DERECHO.
013931*----------------------------------------------------------------
013932 2300-EMITIR-CUOTA.
013933     PERFORM 2350-VENCIMIENTO-CUOTA
013934         THRU 2350-VENCIMIENTO-CUOTA-EXIT
013935     IF FechaCuota > FechaHoy
013936         MOVE "S" TO FinCuotas
013937         GO TO 2300-EMITIR-CUOTA-EXIT
013938     END-IF
013939     IF NumeroCuotaWk > 1
013940         AND FechaVencimiento NUMERIC
013941         AND FechaVencimiento NOT = ZEROES
013942         AND FechaCuota NOT < FechaVencimiento
013943         MOVE "S" TO FinCuotas
013944         GO TO 2300-EMITIR-CUOTA-EXIT
013945     END-IF
013946     IF CuoAnio NOT = HoyAnio
013947         GO TO 2300-EMITIR-CUOTA-EXIT
013948     END-IF
013949     COMPUTE CuotaPrimaWk   = PrimaAnualWk / CuotasPlanWk
013950     COMPUTE CuotaRecargoWk = RecargoAnualWk / CuotasPlanWk
013951     IF NumeroCuotaWk = 1
013952         COMPUTE CuotaPrimaWk = PrimaAnualWk
013953             - CuotaPrimaWk * (CuotasPlanWk - 1)
013954         COMPUTE CuotaRecargoWk = RecargoAnualWk
013955             - CuotaRecargoWk * (CuotasPlanWk - 1)
013956     END-IF
013957     IF NumeroCuotaWk = 1
013958         MOVE DerechoPolizaWk TO CuotaDerechoWk
013959     ELSE
013960         MOVE ZEROES          TO CuotaDerechoWk
013961     END-IF
013962     COMPUTE CuotaImpuestoWk ROUNDED =
013963         (CuotaPrimaWk + CuotaRecargoWk + CuotaDerechoWk)
013964         * TasaImpuestoWk / 100
013965     IF TasaElegida = ZEROES
013966         ADD 1 TO ContadorSinTasa
013967         DISPLAY "RAMO SIN TASA DE IMPUESTO - CUOTA SIN "
013968             "IMPUESTO: " NumeroPoliza " RAMO " CodigoRamo
013969     END-IF
013970     MOVE NumeroPoliza   TO RecNumeroPoliza
013971     MOVE AnioVigenciaWk TO RecAnioVigencia
013972     MOVE NumeroCuotaWk  TO RecNumeroCuota
013973     MOVE IdCliente      TO RecIdCliente
013974     MOVE CodigoAgente OF RegistroCliente TO RecCodigoAgente
013975     MOVE CodigoRamo     TO RecCodigoRamo
013976     MOVE FechaHoy       TO FechaEmisionRecibo
013977     COMPUTE RecPrimaNeta = CuotaPrimaWk + CuotaRecargoWk
013978     MOVE CuotaDerechoWk  TO RecDerechoPoliza
013979     MOVE CuotaImpuestoWk TO RecImpuesto
013980     COMPUTE MontoRecibo = RecPrimaNeta + RecDerechoPoliza
013981         + RecImpuesto
013982     MOVE ZEROES         TO MontoCobrado
013983     MOVE ZEROES         TO MontoBaseLiquidado
013984     MOVE ZEROES         TO FechaUltimoPago
013985     MOVE "P"            TO EstadoRecibo
013986     MOVE FechaCuota     TO FechaVencimientoRecibo
013987     MOVE PlanPagoWk     TO RecPlanPago
013988     MOVE CuotasPlanWk   TO RecCuotasPlan
013989     MOVE PrimaAnualWk   TO RecPrimaAnualPlan
013990     MOVE CuotaRecargoWk TO RecRecargoFinanciero
013991     WRITE RegistroRecibo
013992         INVALID KEY
013993             PERFORM 2200-COMPLETAR-SUPLEMENTO
013994                 THRU 2200-COMPLETAR-SUPLEMENTO-EXIT
013995         NOT INVALID KEY
013996             ADD 1 TO ContadorEmitidos
013997             PERFORM 2400-GRABAR-LIBRO
013998                 THRU 2400-GRABAR-LIBRO-EXIT
013999             PERFORM 6300-REVISAR-AGENTE
014000                 THRU 6300-REVISAR-AGENTE-EXIT
014001     END-WRITE.
014002 2300-EMITIR-CUOTA-EXIT.
014003     EXIT.
014004
014005*----------------------------------------------------------------
014006* 2400-GRABAR-LIBRO - DEJA EN EL LIBRO DE IMPUESTOS EL
014007* MOVIMIENTO EMITIDO (TIPO SEGUN 2450) DE LA CUOTA RECIEN
014008* GRABADA, CON LAS PARTES QUE SE LE CARGARON EN ESTA CORRIDA.
014009*----------------------------------------------------------------
014010 2400-GRABAR-LIBRO.
014011     MOVE FechaHoy        TO LimFecha
014012     PERFORM 2450-TIPO-LIBRO THRU 2450-TIPO-LIBRO-EXIT
014013     MOVE RecCodigoRamo   TO LimCodigoRamo
014014     MOVE RecNumeroPoliza TO LimNumeroPoliza
014015     MOVE RecAnioVigencia TO LimAnioVigencia
014016     MOVE RecNumeroCuota  TO LimNumeroCuota
014017     COMPUTE LimPrimaNeta = CuotaPrimaWk + CuotaRecargoWk
014018     MOVE CuotaDerechoWk  TO LimDerechoPoliza
014019     MOVE CuotaImpuestoWk TO LimImpuesto
014020     WRITE RegistroLibroImpuesto.
014021 2400-GRABAR-LIBRO-EXIT.
014022     EXIT.
014023
014024*----------------------------------------------------------------
014025* 2350-VENCIMIENTO-CUOTA - VENCIMIENTO DE LA CUOTA
014026* NumeroCuotaWk: EL ANIVERSARIO DE LA VIGENCIA MAS (CUOTA - 1)
014027* VECES LOS MESES DEL PLAN, CON EL DIA RECORTADO AL FIN DE UN
014028* MES MAS CORTO (28 EN FEBRERO, 30 EN ABRIL, JUNIO, SETIEMBRE
014029* Y NOVIEMBRE).
014030*----------------------------------------------------------------
014031 2350-VENCIMIENTO-CUOTA.
014032     COMPUTE MesesDesdeInicio =
014033         TrbMes - 1 + (NumeroCuotaWk - 1) * MesesCuotaWk
014034     DIVIDE MesesDesdeInicio BY 12
014035         GIVING AniosDesdeInicio REMAINDER RestoMeses
014036     COMPUTE CuoAnio = AnioVigenciaWk + AniosDesdeInicio
014037     COMPUTE CuoMes  = RestoMeses + 1
014038     MOVE TrbDia TO CuoDia
014039     EVALUATE TRUE
014040         WHEN CuoMes = 2 AND CuoDia > 28
014041             MOVE 28 TO CuoDia
014042         WHEN (CuoMes = 4 OR 6 OR 9 OR 11) AND CuoDia > 30
014043             MOVE 30 TO CuoDia
014044     END-EVALUATE.
014045 2350-VENCIMIENTO-CUOTA-EXIT.
014046     EXIT.
014047
014048*----------------------------------------------------------------
014049* 6200-BUSCAR-TASA - ELIGE LA TASA DEL RAMO DE LA POLIZA CON LA
014050* VIGENCIA MAS RECIENTE QUE NO SEA POSTERIOR A HOY.
014051* TasaElegida QUEDA EN CERO SI EL RAMO NO TIENE TASA VIGENTE.
014052*----------------------------------------------------------------
014053 6200-BUSCAR-TASA.
014054     MOVE ZEROES TO TasaElegida
014055     PERFORM 6250-EXAMINAR-TASA
014056         THRU 6250-EXAMINAR-TASA-EXIT
014057         VARYING IndiceTasa FROM 1 BY 1
014058         UNTIL IndiceTasa > CuentaTasas.
014059 6200-BUSCAR-TASA-EXIT.
014060     EXIT.
014061
014062 6250-EXAMINAR-TASA.
014063     IF TtiCodigoRamo(IndiceTasa) NOT = CodigoRamo
014064         GO TO 6250-EXAMINAR-TASA-EXIT
014065     END-IF
014066     IF TtiFechaVigencia(IndiceTasa) > FechaHoy
014067         GO TO 6250-EXAMINAR-TASA-EXIT
014068     END-IF
014069     IF TasaElegida = ZEROES
014070         MOVE IndiceTasa TO TasaElegida
014071         GO TO 6250-EXAMINAR-TASA-EXIT
014072     END-IF
014073     IF TtiFechaVigencia(IndiceTasa) >
014074         TtiFechaVigencia(TasaElegida)
014075         MOVE IndiceTasa TO TasaElegida
014076     END-IF.
014077 6250-EXAMINAR-TASA-EXIT.
014078     EXIT.
014079
014080*----------------------------------------------------------------
014081* 6300-REVISAR-AGENTE - AVISA SI EL AGENTE DE LA POLIZA NO ESTA
014082* EN EL MAESTRO DE AGENTES, SI ESTA TERMINADO O SI SU LICENCIA
014083* YA VENCIO (AgeVenceLicencia EN CERO ES SIN VENCIMIENTO).
014084*----------------------------------------------------------------
014085 6300-REVISAR-AGENTE.
014086     IF NOT AgentesDisponibles
014087         GO TO 6300-REVISAR-AGENTE-EXIT
014088     END-IF
014089     MOVE CodigoAgente OF RegistroCliente
014090         TO CodigoAgente OF RegistroAgente
014091     READ ArchivoAgentes
014092         INVALID KEY
014093             ADD 1 TO ContadorAvisosAgente
014094             DISPLAY "AVISO - AGENTE NO REGISTRADO "
014095                 CodigoAgente OF RegistroCliente
014096                 " - POLIZA " NumeroPoliza
014097             GO TO 6300-REVISAR-AGENTE-EXIT
014098     END-READ
014099     IF AgenteTerminado
014100         ADD 1 TO ContadorAvisosAgente
014101         DISPLAY "AVISO - AGENTE TERMINADO "
014102             CodigoAgente OF RegistroAgente
014103             " - POLIZA " NumeroPoliza
014104         GO TO 6300-REVISAR-AGENTE-EXIT
014105     END-IF
014106     IF AgeVenceLicencia NUMERIC
014107         AND AgeVenceLicencia NOT = ZEROES
014108         AND AgeVenceLicencia < FechaHoy
014109         ADD 1 TO ContadorAvisosAgente
014110         DISPLAY "AVISO - LICENCIA VENCIDA DEL AGENTE "
014111             CodigoAgente OF RegistroAgente
014112             " - POLIZA " NumeroPoliza
014113     END-IF.
014114 6300-REVISAR-AGENTE-EXIT.
014115     EXIT.
014116
014117*----------------------------------------------------------------
014119* 2450-TIPO-LIBRO - LA CUOTA EMITIDA HOY Y EL SUPLEMENTO EMITIDO
014121* HOY Y COMPLETADO EN LA MISMA NOCHE VAN COMO "E": SU IMPORTE YA
014123* ESTA EN LA EMISION DEL DIA DE RECIBOS.DAT.  EL SUPLEMENTO
014125* EMITIDO OTRO DIA Y COMPLETADO HOY VA COMO "S" (VER IMPREG), PARA
014127* QUE InterfazContable SUME SU IMPORTE A LAS PRIMAS EMITIDAS.
014129*----------------------------------------------------------------
014131 2450-TIPO-LIBRO.
014133     MOVE "E" TO LimTipoMovimiento
014135     IF FechaEmisionRecibo NOT = FechaHoy
014137         MOVE "S" TO LimTipoMovimiento
014139     END-IF.
014141 2450-TIPO-LIBRO-EXIT.
014143     EXIT.
014145
014147 8000-FINALIZAR.
014148     CLOSE ArchivoClientes
014150     CLOSE ArchivoPrimas
014200     CLOSE ArchivoRecibos
014250     CLOSE ArchivoLibroImpuesto
014260     IF AgentesDisponibles
014270         CLOSE ArchivoAgentes
014280     END-IF
014300     DISPLAY "---------------------------------------------"
014400     DISPLAY "CORRIDA DE FACTURACION DE RECIBOS"
014500     DISPLAY "Recibos Emitidos    : " ContadorEmitidos
014700     DISPLAY "Polizas Excluidas   : " ContadorRechazados
014720     DISPLAY "Polizas No Vigentes : " ContadorNoVigentes
014750     DISPLAY "Polizas Sin Prima   : " ContadorSinPrima
014770     DISPLAY "Cuotas Sin Tasa Imp.: " ContadorSinTasa
014780     DISPLAY "Avisos De Agente    : " ContadorAvisosAgente
014800     DISPLAY "---------------------------------------------".
014900 8000-FINALIZAR-EXIT.
015000     EXIT.

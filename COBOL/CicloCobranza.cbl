000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CicloCobranza.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CICLO DE COBRANZA NOCTURNO
001100*                 SOBRE LA CARTERA DE RECIBOS, QUE ANTES SE
001200*                 TRABAJABA A MANO SOBRE ReporteAntiguedad
001300*                 TECLEANDO LAS "S"/"B".  CADA RECIBO CON SALDO
001400*                 AVANZA UNA ETAPA POR VEZ SEGUN SU MORA DESDE
001500*                 FechaEmisionRecibo: PRIMER AVISO A 30 DIAS,
001600*                 SEGUNDO AVISO A 60, SUSPENSION A 90 Y
001700*                 CANCELACION POR FALTA DE PAGO (MOTIVO "FP") A
001800*                 120, CON UN MINIMO DE DIAS ENTRE ETAPAS PARA
001900*                 QUE EL ASEGURADO TENGA TIEMPO DE PAGAR AUNQUE
002000*                 EL RECIBO YA LLEGUE MUY ATRASADO.  LOS AVISOS
002100*                 SALEN EN AVISOCOB.LST; LA SUSPENSION Y LA
002200*                 CANCELACION SALEN COMO TRANSACCIONES "S"/"B" EN
002300*                 SU PROPIO FLUJO COBRATRA.DAT (ENCABEZADO Y COLA
002400*                 DE LOTE, ORIGEN "COBRANZA") QUE
002500*                 ConsolidaTransacciones FUSIONA PARA
002600*                 MantenimientoClientes.  CADA ETAPA DEJA SU
002700*                 HUELLA EN COBRANZA.DAT (COPY CBZREG).  EL PAGO
002800*                 APLICADO POR AplicacionPagos ANTES DE LA
002900*                 VENTANA DETIENE EL CICLO: UN RECIBO COBRADO NO
003000*                 AVANZA, Y SI SU POLIZA QUEDO SUSPENDIDA POR EL
003100*                 CICLO SE GENERA LA "R" QUE LA REHABILITA.
003200*                 CORRE EN LA VENTANA DESPUES DE RespaldoMaestro
003300*                 (COPY RUNCTL).
003310* 2026-10-15 DSS  CON LOS PLANES DE PAGO (VER RECREG) CADA CUOTA
003320*                 CORRE SU PROPIO CICLO (LA CUOTA ES PARTE DE
003330*                 CbzNumeroRecibo) Y LA MORA SE CUENTA DESDE SU
003340*                 VENCIMIENTO (FechaVencimientoRecibo), O DESDE
003350*                 LA EMISION SI NO LO TIENE.  EL AVISO MUESTRA
003360*                 LA CUOTA.
003364* 2026-10-15 DSS  LA "R" SE DECIDE AL CORTE DE POLIZA: UNA CUOTA
003368*                 SUSPENDIDA QUE SE COBRA SOLO CIERRA SU CICLO Y
003372*                 DEJA LA REHABILITACION PENDIENTE, Y LA
003376*                 TRANSACCION SALE SOLO SI NINGUNA OTRA CUOTA DE
003380*                 LA POLIZA SIGUE CON SALDO EN SUSPENSION.  ANTES
003384*                 SE REHABILITABA UNA POLIZA QUE SEGUIA DEBIENDO
003388*                 UNA CUOTA SUSPENDIDA, Y SEMANAS DESPUES SE
003392*                 CANCELABA POR FALTA DE PAGO.
003393* 2026-10-15 DSS  LA SUSPENSION Y LA CANCELACION SOLO SE GRABAN
003394*                 EN COBRANZA.DAT SI SALIO SU TRANSACCION O LA
003395*                 POLIZA YA ESTA EN ESE ESTADO; SI NO (OTRA
003396*                 TRANSACCION DE LA POLIZA ESA NOCHE) EL RECIBO
003397*                 QUEDA EN SU ETAPA Y EL PROXIMO CICLO REINTENTA.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS NumeroRecibo
004300         ALTERNATE RECORD KEY IS RecIdCliente
004400             WITH DUPLICATES
004500         FILE STATUS IS EstadoArchivoRecibos.
004600     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS NumeroPoliza
005000         ALTERNATE RECORD KEY IS IdCliente
005100             WITH DUPLICATES
005200         ALTERNATE RECORD KEY IS CodigoAgente
005300             WITH DUPLICATES
005400         FILE STATUS IS EstadoArchivoClientes.
005500     SELECT ArchivoCobranza ASSIGN TO "COBRANZA.DAT"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS ClaveCobranza
005900         FILE STATUS IS EstadoArchivoCobranza.
006000     SELECT ArchivoTransCobranza ASSIGN TO "COBRATRA.DAT"
006100         ORGANIZATION IS LINE SEQUENTIAL.
006200     SELECT ListadoAvisos ASSIGN TO "AVISOCOB.LST"
006300         ORGANIZATION IS LINE SEQUENTIAL.
006400
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  ArchivoRecibos.
006800     COPY RECREG.
006900
007000 FD  ArchivoClientes.
007100     COPY CLIREG.
007200
007300 FD  ArchivoCobranza.
007400     COPY CBZREG.
007500
007600 FD  ArchivoTransCobranza.
007700     COPY TRANREG.
007800     COPY LOTEREG.
007900
008000 FD  ListadoAvisos.
008100 01  LineaAviso           PIC X(80).
008200
008300 WORKING-STORAGE SECTION.
008400 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
008500 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
008600 77  EstadoArchivoCobranza PIC X(02)    VALUE "00".
008700 77  FinArchivo          PIC X(01)      VALUE "N".
008800     88 TodoLeido                       VALUE "S".
008900 77  HuboRehabilitacion  PIC X(01)      VALUE "N".
009000     88 CicloRehabilitado               VALUE "S".
009010 77  PolizaEnCurso       PIC X(08)      VALUE SPACES.
009020 77  HayRehabPendiente   PIC X(01)      VALUE "N".
009030     88 RehabPendiente                  VALUE "S".
009040 77  HaySuspensionAbierta PIC X(01)     VALUE "N".
009050     88 SuspensionAbierta               VALUE "S".
009060 77  HayEtapaAGrabar     PIC X(01)      VALUE "N".
009070     88 EtapaAGrabar                    VALUE "S".
009100 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
009200 77  IntHoy              PIC 9(07)      COMP VALUE ZEROES.
009300 77  IntEmision          PIC 9(07)      COMP VALUE ZEROES.
009400 77  IntEtapa            PIC 9(07)      COMP VALUE ZEROES.
009500 77  DiasMora            PIC S9(05)     VALUE ZEROES.
009600 77  DiasDesdeEtapa      PIC S9(05)     VALUE ZEROES.
009700 77  DiasEntreEtapas     PIC 9(03)      VALUE 15.
009800 77  MotivoFaltaPago     PIC X(02)      VALUE "FP".
009850 77  TipoAGenerar        PIC X(01)      VALUE SPACES.
009900 77  SaldoRecibo         PIC 9(7)V99    VALUE ZEROES.
010000 77  IndiceEtapa         PIC 9(02)      COMP VALUE ZEROES.
010100 77  EtapaActual         PIC 9(02)      COMP VALUE ZEROES.
010200 77  EtapaSiguiente      PIC 9(02)      COMP VALUE ZEROES.
010300 77  FechaEtapaActual    PIC 9(08)      VALUE ZEROES.
010400 77  PolizaConTransaccion PIC X(08)     VALUE SPACES.
010500 77  HashMontoTrans      PIC 9(11)V99   VALUE ZEROES.
010600 77  ContadorTransacciones PIC 9(07)    COMP VALUE ZEROES.
010700 77  ContadorPrimerAviso PIC 9(07)      COMP VALUE ZEROES.
010800 77  ContadorSegundoAviso PIC 9(07)     COMP VALUE ZEROES.
010900 77  ContadorSuspensiones PIC 9(07)     COMP VALUE ZEROES.
011000 77  ContadorCancelaciones PIC 9(07)    COMP VALUE ZEROES.
011100 77  ContadorRehabilitadas PIC 9(07)    COMP VALUE ZEROES.
011200 77  ContadorSinPoliza   PIC 9(07)      COMP VALUE ZEROES.
011300 77  ContadorSinFecha    PIC 9(07)      COMP VALUE ZEROES.
011350 77  FechaBaseMora       PIC 9(08)      VALUE ZEROES.
011400 77  ContadorCanceladas  PIC 9(07)      COMP VALUE ZEROES.
011500 01  LineaAvisoWk.
011600     05 LavNumeroPoliza   PIC X(10).
011700     05 LavAnio           PIC 9(04).
011730     05 FILLER            PIC X(01)      VALUE "/".
011760     05 LavCuota          PIC 9(02).
011800     05 FILLER            PIC X(02).
011900     05 LavIdCliente      PIC X(07).
012000     05 LavNombre         PIC X(22).
012100     05 LavEtapa          PIC X(16).
012200     05 LavDias           PIC ZZZZ9.
012300     05 FILLER            PIC X(01).
012400     05 LavSaldo          PIC Z(6)9.99.
012500
012600*----------------------------------------------------------------
012700* ETAPAS DEL CICLO, EN ORDEN.  CADA RECIBO AVANZA A LA
012800* SIGUIENTE SOLO CUANDO SU MORA ALCANZA LOS DIAS DE LA ETAPA Y
012900* HAN PASADO DiasEntreEtapas DESDE LA ANTERIOR.
013000*----------------------------------------------------------------
013100 01  TablaEtapas.
013200     05 FILLER           PIC X(01)      VALUE "1".
013300     05 FILLER           PIC 9(03)      VALUE 030.
013400     05 FILLER           PIC X(16)      VALUE "PRIMER AVISO".
013500     05 FILLER           PIC X(01)      VALUE "2".
013600     05 FILLER           PIC 9(03)      VALUE 060.
013700     05 FILLER           PIC X(16)      VALUE "SEGUNDO AVISO".
013800     05 FILLER           PIC X(01)      VALUE "S".
013900     05 FILLER           PIC 9(03)      VALUE 090.
014000     05 FILLER           PIC X(16)      VALUE "SUSPENSION".
014100     05 FILLER           PIC X(01)      VALUE "B".
014200     05 FILLER           PIC 9(03)      VALUE 120.
014300     05 FILLER           PIC X(16)      VALUE "CANCELACION".
014400 01  TablaEtapasR REDEFINES TablaEtapas.
014500     05 EntradaEtapa     OCCURS 4 TIMES.
014600         10 EtaCodigo    PIC X(01).
014700         10 EtaDias      PIC 9(03).
014800         10 EtaDesc      PIC X(16).
014900
015000     COPY CTLPAR.
015100
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
015500     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
015600         UNTIL TodoLeido
015700     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
015800     STOP RUN.
015900
016000*----------------------------------------------------------------
016100* 1000-INICIAR - SIN CARTERA DE RECIBOS NO HAY NADA QUE COBRAR:
016200* EL FLUJO SALE IGUAL CON ENCABEZADO Y COLA EN CERO.  LA HUELLA
016300* COBRANZA.DAT SE CREA VACIA LA PRIMERA VEZ.
016400*----------------------------------------------------------------
016500 1000-INICIAR.
016600     MOVE "CicloCobranza"   TO CtlPrograma
016700     MOVE "RespaldoMaestro" TO CtlPredecesor
016800     PERFORM 9600-CONTROL-INICIO
016900         THRU 9600-CONTROL-INICIO-EXIT
017000     ACCEPT FechaHoy FROM DATE YYYYMMDD
017100     COMPUTE IntHoy = FUNCTION INTEGER-OF-DATE(FechaHoy)
017200     OPEN INPUT ArchivoRecibos
017300     IF EstadoArchivoRecibos NOT = "00"
017400         DISPLAY "CICLO DE COBRANZA - SIN RECIBOS.DAT, NO HAY "
017500             "CARTERA QUE COBRAR"
017600         MOVE "S" TO FinArchivo
017700     END-IF
017800     OPEN INPUT ArchivoClientes
017900     OPEN I-O ArchivoCobranza
018000     IF EstadoArchivoCobranza = "35"
018100         OPEN OUTPUT ArchivoCobranza
018200         CLOSE ArchivoCobranza
018300         OPEN I-O ArchivoCobranza
018400     END-IF
018500     IF EstadoArchivoCobranza NOT = "00"
018600         DISPLAY "NO SE PUDO ABRIR COBRANZA.DAT - ESTADO "
018700             EstadoArchivoCobranza
018800         MOVE 8 TO RETURN-CODE
018900         STOP RUN
019000     END-IF
019100     OPEN OUTPUT ArchivoTransCobranza
019200     MOVE SPACES     TO RegistroLote
019300     MOVE "H"        TO TipoRegistroLote
019400     MOVE "COBRANZA" TO LoteOrigen
019500     MOVE FechaHoy   TO LoteFecha
019600     MOVE ZEROES     TO LoteCantidad
019700     MOVE ZEROES     TO LoteHashMonto
019800     WRITE RegistroLote
019900     OPEN OUTPUT ListadoAvisos
020000     MOVE "AVISOS DEL CICLO DE COBRANZA" TO LineaAviso
020100     WRITE LineaAviso
020200     MOVE SPACES TO LineaAviso
020300     STRING "FECHA " FechaHoy
020400         " - POLIZA/ANIO/CUOTA/CLIENTE/NOMBRE/ETAPA/DIAS/SALDO"
020500         DELIMITED BY SIZE INTO LineaAviso
020600     END-STRING
020700     WRITE LineaAviso.
020800 1000-INICIAR-EXIT.
020900     EXIT.
021000
021100 2000-PROCESAR.
021200     READ ArchivoRecibos NEXT RECORD INTO RegistroRecibo
021300         AT END
021400             MOVE "S" TO FinArchivo
021500             GO TO 2000-PROCESAR-EXIT
021600         NOT AT END
021700             PERFORM 2100-EXAMINAR-RECIBO
021800                 THRU 2100-EXAMINAR-RECIBO-EXIT
021900     END-READ.
022000 2000-PROCESAR-EXIT.
022100     EXIT.
022200
022300*----------------------------------------------------------------
022400* 2100-EXAMINAR-RECIBO - UBICA LA ETAPA EN QUE QUEDO EL RECIBO
022500* (HUELLA EN COBRANZA.DAT).  EL RECIBO COBRADO DETIENE EL
022600* CICLO (Y REHABILITA LA POLIZA QUE EL CICLO SUSPENDIO); EL
022700* RECIBO CON SALDO AVANZA A LA ETAPA SIGUIENTE SI SU MORA Y EL
022800* TIEMPO DESDE LA ETAPA ANTERIOR LO PERMITEN.  LOS RECIBOS
022820* LLEGAN EN ORDEN DE POLIZA, ANIO Y CUOTA: AL CAMBIAR LA POLIZA
022840* SE CIERRA LA ANTERIOR (2700-CERRAR-POLIZA).  TODA CUOTA QUE
022860* SIGUE CON SALDO EN SUSPENSION MARCA SuspensionAbierta.
022900*----------------------------------------------------------------
023000 2100-EXAMINAR-RECIBO.
023010     IF RecNumeroPoliza NOT = PolizaEnCurso
023020         IF PolizaEnCurso NOT = SPACES
023030             PERFORM 2700-CERRAR-POLIZA
023040                 THRU 2700-CERRAR-POLIZA-EXIT
023050         END-IF
023060         MOVE RecNumeroPoliza TO PolizaEnCurso
023070         MOVE "N" TO HayRehabPendiente
023080         MOVE "N" TO HaySuspensionAbierta
023090     END-IF
023100     PERFORM 2200-ETAPA-ACTUAL THRU 2200-ETAPA-ACTUAL-EXIT
023200     IF EtapaActual = 4 OR CicloRehabilitado
023300         GO TO 2100-EXAMINAR-RECIBO-EXIT
023400     END-IF
023500     IF ReciboCobrado OR MontoCobrado >= MontoRecibo
023600         IF EtapaActual = 3
023700             PERFORM 2600-REHABILITAR THRU 2600-REHABILITAR-EXIT
023800         END-IF
023900         GO TO 2100-EXAMINAR-RECIBO-EXIT
024000     END-IF
024020     IF EtapaActual = 3
024040         MOVE "S" TO HaySuspensionAbierta
024060     END-IF
024100     COMPUTE SaldoRecibo = MontoRecibo - MontoCobrado
024110     MOVE FechaEmisionRecibo TO FechaBaseMora
024120     IF FechaVencimientoRecibo NUMERIC
024130         AND FechaVencimientoRecibo NOT = ZEROES
024140         MOVE FechaVencimientoRecibo TO FechaBaseMora
024150     END-IF
024200     IF FechaBaseMora NOT NUMERIC
024300         OR FechaBaseMora = ZEROES
024400         ADD 1 TO ContadorSinFecha
024500         GO TO 2100-EXAMINAR-RECIBO-EXIT
024600     END-IF
024700     COMPUTE IntEmision =
024800         FUNCTION INTEGER-OF-DATE(FechaBaseMora)
024900     COMPUTE DiasMora = IntHoy - IntEmision
025000     COMPUTE EtapaSiguiente = EtapaActual + 1
025100     IF DiasMora < EtaDias(EtapaSiguiente)
025200         GO TO 2100-EXAMINAR-RECIBO-EXIT
025300     END-IF
025400     IF EtapaActual > ZEROES
025500         COMPUTE IntEtapa =
025600             FUNCTION INTEGER-OF-DATE(FechaEtapaActual)
025700         COMPUTE DiasDesdeEtapa = IntHoy - IntEtapa
025800         IF DiasDesdeEtapa < DiasEntreEtapas
025900             GO TO 2100-EXAMINAR-RECIBO-EXIT
026000         END-IF
026100     END-IF
026200     MOVE RecNumeroPoliza TO NumeroPoliza
026300     READ ArchivoClientes
026400         INVALID KEY
026500             ADD 1 TO ContadorSinPoliza
026600             GO TO 2100-EXAMINAR-RECIBO-EXIT
026700     END-READ
026800     IF PolizaCancelada
026900         ADD 1 TO ContadorCanceladas
027000         GO TO 2100-EXAMINAR-RECIBO-EXIT
027100     END-IF
027200     PERFORM 2300-AVANZAR-ETAPA THRU 2300-AVANZAR-ETAPA-EXIT.
027300 2100-EXAMINAR-RECIBO-EXIT.
027400     EXIT.
027500
027600*----------------------------------------------------------------
027700* 2200-ETAPA-ACTUAL - LA ULTIMA ETAPA GRABADA PARA EL RECIBO
027800* (0 = NINGUNA) Y SU FECHA, MAS LA MARCA DE REHABILITACION.
027900*----------------------------------------------------------------
028000 2200-ETAPA-ACTUAL.
028100     MOVE ZEROES TO EtapaActual
028200     MOVE ZEROES TO FechaEtapaActual
028300     MOVE "N" TO HuboRehabilitacion
028400     PERFORM 2250-LEER-ETAPA THRU 2250-LEER-ETAPA-EXIT
028500         VARYING IndiceEtapa FROM 1 BY 1
028600         UNTIL IndiceEtapa > 4
028700     MOVE NumeroRecibo TO CbzNumeroRecibo
028800     MOVE "R" TO CbzEtapa
028900     READ ArchivoCobranza
029000         INVALID KEY
029100             GO TO 2200-ETAPA-ACTUAL-EXIT
029200     END-READ
029300     MOVE "S" TO HuboRehabilitacion.
029400 2200-ETAPA-ACTUAL-EXIT.
029500     EXIT.
029600
029700 2250-LEER-ETAPA.
029800     MOVE NumeroRecibo TO CbzNumeroRecibo
029900     MOVE EtaCodigo(IndiceEtapa) TO CbzEtapa
030000     READ ArchivoCobranza
030100         INVALID KEY
030200             GO TO 2250-LEER-ETAPA-EXIT
030300     END-READ
030400     MOVE IndiceEtapa   TO EtapaActual
030500     MOVE CbzFechaEtapa TO FechaEtapaActual.
030600 2250-LEER-ETAPA-EXIT.
030700     EXIT.
030800
030900*----------------------------------------------------------------
031000* 2300-AVANZAR-ETAPA - LOS AVISOS SOLO SE LISTAN; LA SUSPENSION
031100* Y LA CANCELACION GENERAN ADEMAS SU TRANSACCION.  UNA POLIZA
031200* CON VARIOS RECIBOS ATRASADOS RECIBE UNA SOLA TRANSACCION POR
031300* NOCHE (LOS RECIBOS LLEGAN EN ORDEN DE POLIZA), Y LA POLIZA
031400* QUE YA ESTA SUSPENDIDA NO SE VUELVE A SUSPENDER.  LA ETAPA
031500* "S"/"B" SOLO SE GRABA SI SALIO SU TRANSACCION O LA POLIZA YA
031530* ESTA SUSPENDIDA; SI NO, EL RECIBO QUEDA EN LA ETAPA QUE TENIA
031560* Y EL PROXIMO CICLO VUELVE A INTENTAR.
031600*----------------------------------------------------------------
031700 2300-AVANZAR-ETAPA.
031750     MOVE "S" TO HayEtapaAGrabar
031800     EVALUATE EtapaSiguiente
031900         WHEN 1
032000             ADD 1 TO ContadorPrimerAviso
032100         WHEN 2
032200             ADD 1 TO ContadorSegundoAviso
032300         WHEN 3
032450             MOVE "S" TO HaySuspensionAbierta
032500             IF PolizaVigente
032600                 AND NumeroPoliza NOT = PolizaConTransaccion
032700                 MOVE "S" TO TipoAGenerar
032800                 PERFORM 2500-GRABAR-TRANS
032900                     THRU 2500-GRABAR-TRANS-EXIT
032920             ELSE
032940                 IF NOT PolizaSuspendida
032960                     MOVE "N" TO HayEtapaAGrabar
032980                 END-IF
033000             END-IF
033020             IF EtapaAGrabar
033040                 ADD 1 TO ContadorSuspensiones
033060             END-IF
033100         WHEN 4
033300             IF NumeroPoliza NOT = PolizaConTransaccion
033350                 ADD 1 TO ContadorCancelaciones
033400                 MOVE "B" TO TipoAGenerar
033500                 PERFORM 2500-GRABAR-TRANS
033600                     THRU 2500-GRABAR-TRANS-EXIT
033630             ELSE
033660                 MOVE "N" TO HayEtapaAGrabar
033700             END-IF
033800     END-EVALUATE
033820     IF NOT EtapaAGrabar
033840         GO TO 2300-AVANZAR-ETAPA-EXIT
033860     END-IF
033900     MOVE EtaCodigo(EtapaSiguiente) TO CbzEtapa
034000     MOVE EtaDesc(EtapaSiguiente)   TO LavEtapa
034100     PERFORM 2800-GRABAR-ETAPA THRU 2800-GRABAR-ETAPA-EXIT.
034200 2300-AVANZAR-ETAPA-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------------
034600* 2500-GRABAR-TRANS - ARMA LA TRANSACCION CON LOS DATOS DE LA
034700* POLIZA (EL MANTENIMIENTO SOLO USA LA CLAVE EN "S"/"R"/"B",
034800* PERO EL LISTADO DE AUDITORIA LOS MUESTRA).  EL LLAMADOR DEJA
034900* EL TIPO EN TipoAGenerar.
035000*----------------------------------------------------------------
035100 2500-GRABAR-TRANS.
035300     MOVE SPACES          TO RegistroTransaccion
035400     MOVE TipoAGenerar    TO TipoTransaccion
035500     MOVE NumeroPoliza    TO TxNumeroPoliza
035600     MOVE IdCliente       TO TxIdCliente
035700     MOVE NombreCliente   TO TxNombreCliente
035800     IF MontoPoliza NUMERIC
035900         MOVE MontoPoliza TO TxMontoPoliza
036000     ELSE
036100         MOVE ZEROES      TO TxMontoPoliza
036200     END-IF
036300     MOVE CodigoRamo      TO TxCodigoRamo
036400     MOVE CodigoAgente OF RegistroCliente TO TxCodigoAgente
036500     MOVE FechaEfectiva   TO TxFechaEfectiva
036600     MOVE FechaVencimiento TO TxFechaVencimiento
036700     IF TranBaja
036800         MOVE MotivoFaltaPago TO TxMotivoCancelacion
036900     END-IF
037000     WRITE RegistroTransaccion
037100     ADD 1 TO ContadorTransacciones
037200     ADD TxMontoPoliza TO HashMontoTrans
037300     MOVE NumeroPoliza TO PolizaConTransaccion.
037400 2500-GRABAR-TRANS-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------------
037800* 2600-REHABILITAR - EL RECIBO SE COBRO DESPUES DE QUE EL CICLO
037900* SUSPENDIO LA POLIZA PERO ANTES DE LA CANCELACION: SE CIERRA EL
038000* CICLO DE LA CUOTA CON LA ETAPA "R" Y, SI LA POLIZA SIGUE
038100* SUSPENDIDA, QUEDA PENDIENTE LA TRANSACCION QUE LA REHABILITA,
038150* QUE SE DECIDE AL CORTE DE POLIZA (2700-CERRAR-POLIZA).
038200*----------------------------------------------------------------
038300 2600-REHABILITAR.
038400     MOVE ZEROES TO SaldoRecibo
038500     MOVE ZEROES TO DiasMora
038600     MOVE RecNumeroPoliza TO NumeroPoliza
038700     READ ArchivoClientes
038800         INVALID KEY
038900             ADD 1 TO ContadorSinPoliza
039000             GO TO 2600-REHABILITAR-EXIT
039100     END-READ
039200     ADD 1 TO ContadorRehabilitadas
039300     IF PolizaSuspendida
039400         MOVE "S" TO HayRehabPendiente
039700     END-IF
039800     MOVE "R" TO CbzEtapa
039900     MOVE "REHABILITACION" TO LavEtapa
040000     PERFORM 2800-GRABAR-ETAPA THRU 2800-GRABAR-ETAPA-EXIT.
040100 2600-REHABILITAR-EXIT.
040200     EXIT.
040203
040206*----------------------------------------------------------------
040209* 2700-CERRAR-POLIZA - CORTE DE POLIZA: SI ALGUNA CUOTA COBRADA
040212* DEJO LA REHABILITACION PENDIENTE Y NINGUNA OTRA CUOTA DE LA
040215* POLIZA SIGUE CON SALDO EN SUSPENSION, SE GENERA LA "R" (UNA
040218* SOLA TRANSACCION POR POLIZA Y NOCHE).  SI QUEDA ALGUNA, LA
040221* POLIZA SIGUE SUSPENDIDA HASTA QUE SE COBRE ESA CUOTA.
040224*----------------------------------------------------------------
040227 2700-CERRAR-POLIZA.
040230     IF NOT RehabPendiente OR SuspensionAbierta
040233         GO TO 2700-CERRAR-POLIZA-EXIT
040236     END-IF
040239     IF PolizaEnCurso = PolizaConTransaccion
040242         GO TO 2700-CERRAR-POLIZA-EXIT
040245     END-IF
040248     MOVE PolizaEnCurso TO NumeroPoliza
040251     READ ArchivoClientes
040254         INVALID KEY
040257             GO TO 2700-CERRAR-POLIZA-EXIT
040260     END-READ
040263     IF PolizaSuspendida
040266         MOVE "R" TO TipoAGenerar
040269         PERFORM 2500-GRABAR-TRANS THRU 2500-GRABAR-TRANS-EXIT
040272     END-IF.
040275 2700-CERRAR-POLIZA-EXIT.
040278     EXIT.
040300
040400*----------------------------------------------------------------
040500* 2800-GRABAR-ETAPA - HUELLA PERMANENTE DE LA ETAPA EN
040600* COBRANZA.DAT Y LINEA DEL AVISO EN AVISOCOB.LST.  EL LLAMADOR
040700* DEJA LA ETAPA EN CbzEtapa Y SU DESCRIPCION EN LavEtapa.
040800*----------------------------------------------------------------
040900 2800-GRABAR-ETAPA.
041000     MOVE NumeroRecibo   TO CbzNumeroRecibo
041100     MOVE FechaHoy       TO CbzFechaEtapa
041200     MOVE RecIdCliente   TO CbzIdCliente
041300     MOVE DiasMora       TO CbzDiasMora
041400     MOVE SaldoRecibo    TO CbzSaldo
041500     WRITE RegistroCobranza
041600         INVALID KEY
041700             DISPLAY "ETAPA YA GRABADA EN COBRANZA.DAT: "
041800                 ClaveCobranza
041900     END-WRITE
042000     MOVE RecNumeroPoliza TO LavNumeroPoliza
042100     MOVE RecAnioVigencia TO LavAnio
042150     MOVE RecNumeroCuota  TO LavCuota
042200     MOVE RecIdCliente    TO LavIdCliente
042300     MOVE NombreCliente   TO LavNombre
042400     MOVE DiasMora        TO LavDias
042500     MOVE SaldoRecibo     TO LavSaldo
042600     MOVE LineaAvisoWk    TO LineaAviso
042700     WRITE LineaAviso.
042800 2800-GRABAR-ETAPA-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------
043200* 8000-FINALIZAR - COLA DEL LOTE (CANTIDAD Y HASH DE
043300* TxMontoPoliza) PARA LA VALIDACION DE ConsolidaTransacciones.
043350* ANTES SE CIERRA LA ULTIMA POLIZA, QUE NO TUVO CORTE.
043400*----------------------------------------------------------------
043500 8000-FINALIZAR.
043520     IF PolizaEnCurso NOT = SPACES
043540         PERFORM 2700-CERRAR-POLIZA THRU 2700-CERRAR-POLIZA-EXIT
043560     END-IF
043600     IF EstadoArchivoRecibos = "00" OR "10"
043700         CLOSE ArchivoRecibos
043800     END-IF
043900     CLOSE ArchivoClientes
044000     CLOSE ArchivoCobranza
044100     MOVE SPACES     TO RegistroLote
044200     MOVE "T"        TO TipoRegistroLote
044300     MOVE "COBRANZA" TO LoteOrigen
044400     MOVE FechaHoy   TO LoteFecha
044500     MOVE ContadorTransacciones TO LoteCantidad
044600     MOVE HashMontoTrans        TO LoteHashMonto
044700     WRITE RegistroLote
044800     CLOSE ArchivoTransCobranza
044900     CLOSE ListadoAvisos
045000     DISPLAY "---------------------------------------------"
045100     DISPLAY "CICLO DE COBRANZA: AVISOCOB.LST / COBRATRA.DAT"
045200     DISPLAY "Primeros Avisos        : " ContadorPrimerAviso
045300     DISPLAY "Segundos Avisos        : " ContadorSegundoAviso
045400     DISPLAY "Suspensiones           : " ContadorSuspensiones
045500     DISPLAY "Cancelaciones          : " ContadorCancelaciones
045600     DISPLAY "Rehabilitaciones       : " ContadorRehabilitadas
045700     DISPLAY "Transacciones Generadas: " ContadorTransacciones
045800     DISPLAY "Recibos Sin Poliza     : " ContadorSinPoliza
045900     DISPLAY "Recibos Sin Fecha      : " ContadorSinFecha
046000     DISPLAY "Polizas Ya Canceladas  : " ContadorCanceladas
046100     DISPLAY "---------------------------------------------"
046200     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
046300 8000-FINALIZAR-EXIT.
046400     EXIT.
046500
046600     COPY RUNCTL.

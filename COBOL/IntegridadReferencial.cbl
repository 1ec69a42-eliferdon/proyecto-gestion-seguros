000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IntegridadReferencial.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  REVISION SEMANAL DE LA
001100*                 INTEGRIDAD REFERENCIAL ENTRE LOS ARCHIVOS DEL
001200*                 SISTEMA.  CuadreDiario CUADRA LOS TOTALES;
001300*                 ESTE PROGRAMA VERIFICA QUE CADA REGISTRO
001400*                 APUNTE A ALGO QUE EXISTE Y QUE LOS DATOS
001500*                 COPIADOS DE LA POLIZA (CLIENTE, AGENTE)
001600*                 COINCIDAN CON LOS VIGENTES DEL MAESTRO.
001700*                 RECORRE EN SECUENCIA CLIENTES, MAESTCLI,
001800*                 RECIBOS, PRIMAS, SINIESTROS Y LOS DETALLES
001900*                 PAGOSAPL, PAGOSSIN Y LIQCOM, BUSCANDO POR
002000*                 CLAVE CADA REFERENCIA EN EL MAESTRO QUE
002100*                 CORRESPONDA (AGENTES, MAESTCLI, CLIENTES,
002200*                 RECIBOS, SINIESTROS).  CADA RUPTURA SALE A
002300*                 INTEGRI.LST CON SU CODIGO (VER TablaRupturas)
002400*                 Y AL FINAL LA CANTIDAD POR CODIGO.  CON EL
002500*                 PARM "C" EN LA LINEA DE COMANDO (POR DEFECTO
002600*                 "R", SOLO REPORTE) LAS RUPTURAS QUE SE PUEDEN
002700*                 CORREGIR SOLAS GENERAN ADEMAS SU TRANSACCION
002800*                 EN INTEGTRA.DAT, CON ENCABEZADO Y COLA DE LOTE
002900*                 (COPY LOTEREG, ORIGEN "INTEGRID"), QUE ENTRA
003000*                 ESA NOCHE POR ConsolidaTransacciones: HOY ES
003100*                 SOLO LA POLIZA CUYO CLIENTE FALTA EN MAESTCLI,
003200*                 QUE MantenimientoClientes REPONE DESDE LA
003300*                 POLIZA SIN TOCARLA (VER TRANREG).  LAS DEMAS
003400*                 RUPTURAS SE CORRIGEN A MANO.  UN RECIBO CUYO
003500*                 AGENTE DIFIERE DEL DE LA POLIZA NO SE REPORTA
003600*                 SI SU AGENTE ESTA TERMINADO: ES EL RECIBO
003700*                 ANTERIOR A UN TRASPASO DE CARTERA, QUE
003800*                 CONSERVA AL AGENTE ORIGINAL PARA SUS
003900*                 CONTRACARGOS.  CLIENTES, MAESTCLI Y AGENTES
004000*                 SON OBLIGATORIOS; SIN LOS DEMAS LA REVISION
004100*                 QUE LOS NECESITA SE SALTA Y SE INFORMA.  CORRE
004200*                 UNA VEZ POR SEMANA, DE DIA, FUERA DEL PASE
004300*                 DIARIO; NO MODIFICA NINGUN ARCHIVO.
004400*----------------------------------------------------------------
004500
004600 ENVIRONMENT DIVISION.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS NumeroPoliza
005300         ALTERNATE RECORD KEY IS IdCliente
005400             WITH DUPLICATES
005500         ALTERNATE RECORD KEY IS CodigoAgente
005600             OF RegistroCliente
005700             WITH DUPLICATES
005800         FILE STATUS IS EstadoArchivoClientes.
005900     SELECT MaestroClientes ASSIGN TO "MAESTCLI.DAT"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CliIdCliente
006300         FILE STATUS IS EstadoMaestroClientes.
006400     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS CodigoAgente OF RegistroAgente
006800         FILE STATUS IS EstadoArchivoAgentes.
006900     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS DYNAMIC
007200         RECORD KEY IS NumeroRecibo
007300         ALTERNATE RECORD KEY IS RecIdCliente
007400             WITH DUPLICATES
007500         FILE STATUS IS EstadoArchivoRecibos.
007600     SELECT ArchivoPrimas ASSIGN TO "PRIMAS.DAT"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS SEQUENTIAL
007900         RECORD KEY IS PriNumeroPoliza
008000         FILE STATUS IS EstadoArchivoPrimas.
008100     SELECT ArchivoSiniestros ASSIGN TO "SINIESTROS.DAT"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS NumeroSiniestro
008500         FILE STATUS IS EstadoArchivoSiniestros.
008600     SELECT DetallePagosApl ASSIGN TO "PAGOSAPL.DAT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS EstadoDetallePagos.
008900     SELECT DetallePagosSin ASSIGN TO "PAGOSSIN.DAT"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS EstadoDetallePagosSin.
009200     SELECT ArchivoLiquidacion ASSIGN TO "LIQCOM.DAT"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS EstadoArchivoLiquidacion.
009500     SELECT ArchivoCorrecciones ASSIGN TO "INTEGTRA.DAT"
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700     SELECT ListadoIntegridad ASSIGN TO "INTEGRI.LST"
009800         ORGANIZATION IS LINE SEQUENTIAL.
009900
010000 DATA DIVISION.
010100 FILE SECTION.
010200 FD  ArchivoClientes.
010300     COPY CLIREG.
010400
010500 FD  MaestroClientes.
010600     COPY CLMREG.
010700
010800 FD  ArchivoAgentes.
010900     COPY AGEREG.
011000
011100 FD  ArchivoRecibos.
011200     COPY RECREG.
011300
011400 FD  ArchivoPrimas.
011500     COPY PRIREG.
011600
011700 FD  ArchivoSiniestros.
011800     COPY SINREG.
011900
012000 FD  DetallePagosApl.
012100     COPY PAGAPL.
012200
012300 FD  DetallePagosSin.
012400     COPY PAGSIN.
012500
012600 FD  ArchivoLiquidacion.
012700     COPY LIQREG.
012800
012900 FD  ArchivoCorrecciones.
013000     COPY TRANREG.
013100     COPY LOTEREG.
013200
013300 FD  ListadoIntegridad.
013400 01  LineaIntegridad      PIC X(80).
013500
013600 WORKING-STORAGE SECTION.
013700 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
013800 77  EstadoMaestroClientes PIC X(02)    VALUE "00".
013900 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
014000 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
014100 77  EstadoArchivoPrimas PIC X(02)      VALUE "00".
014200 77  EstadoArchivoSiniestros PIC X(02)  VALUE "00".
014300 77  EstadoDetallePagos  PIC X(02)      VALUE "00".
014400 77  EstadoDetallePagosSin PIC X(02)    VALUE "00".
014500 77  EstadoArchivoLiquidacion PIC X(02) VALUE "00".
014600 77  ModoIntegridad      PIC X(01)      VALUE "R".
014700     88 SoloReporte                     VALUE "R".
014800     88 GenerarCorrecciones             VALUE "C".
014900 77  HayRecibos          PIC X(01)      VALUE "N".
015000     88 RecibosDisponibles              VALUE "S".
015100 77  HayPrimas           PIC X(01)      VALUE "N".
015200     88 PrimasDisponibles               VALUE "S".
015300 77  HaySiniestros       PIC X(01)      VALUE "N".
015400     88 SiniestrosDisponibles           VALUE "S".
015500 77  FinPasada           PIC X(01)      VALUE "N".
015600     88 PasadaTerminada                 VALUE "S".
015700 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
015800 77  CodigoRupturaWk     PIC 9(02)      VALUE ZEROES.
015900 77  ClaveWk             PIC X(17)      VALUE SPACES.
016000 77  ReferenciaWk        PIC X(10)      VALUE SPACES.
016100 77  CorreccionWk        PIC X(05)      VALUE SPACES.
016200 77  ArchivoFaltanteWk   PIC X(14)      VALUE SPACES.
016300 77  IndiceRuptura       PIC 9(02)      COMP VALUE ZEROES.
016400 77  TotalRupturas       PIC 9(02)      COMP VALUE 17.
016500 77  ContadorPolizas     PIC 9(07)      COMP VALUE ZEROES.
016600 77  ContadorClientesMae PIC 9(07)      COMP VALUE ZEROES.
016700 77  ContadorRecibos     PIC 9(07)      COMP VALUE ZEROES.
016800 77  ContadorPrimas      PIC 9(07)      COMP VALUE ZEROES.
016900 77  ContadorSiniestros  PIC 9(07)      COMP VALUE ZEROES.
017000 77  ContadorPagosApl    PIC 9(07)      COMP VALUE ZEROES.
017100 77  ContadorPagosSin    PIC 9(07)      COMP VALUE ZEROES.
017200 77  ContadorLiquidaciones PIC 9(07)    COMP VALUE ZEROES.
017300 77  ContadorRupturas    PIC 9(07)      COMP VALUE ZEROES.
017400 77  ContadorCorrecciones PIC 9(07)     COMP VALUE ZEROES.
017500 77  ContadorTraspasados PIC 9(07)      COMP VALUE ZEROES.
017600 77  HashMontoTrans      PIC 9(11)V99   VALUE ZEROES.
017700 77  CantidadEd          PIC Z(6)9.
017800
017900*----------------------------------------------------------------
018000* CODIGOS DE RUPTURA: CODIGO, ARCHIVO DONDE ESTA EL REGISTRO QUE
018100* APUNTA MAL Y DESCRIPCION.  LA DECENA AGRUPA POR ARCHIVO.
018200*----------------------------------------------------------------
018300 01  TablaRupturas.
018400     05 FILLER           PIC 9(02)      VALUE 01.
018500     05 FILLER           PIC X(10)      VALUE "CLIENTES".
018600     05 FILLER           PIC X(32)      VALUE
018700         "AGENTE DE LA POLIZA NO EXISTE".
018800     05 FILLER           PIC 9(02)      VALUE 02.
018900     05 FILLER           PIC X(10)      VALUE "CLIENTES".
019000     05 FILLER           PIC X(32)      VALUE
019100         "AGENTE TERMINADO, POLIZA ACTIVA".
019200     05 FILLER           PIC 9(02)      VALUE 03.
019300     05 FILLER           PIC X(10)      VALUE "CLIENTES".
019400     05 FILLER           PIC X(32)      VALUE
019500         "CLIENTE NO ESTA EN MAESTCLI".
019600     05 FILLER           PIC 9(02)      VALUE 10.
019700     05 FILLER           PIC X(10)      VALUE "MAESTCLI".
019800     05 FILLER           PIC X(32)      VALUE
019900         "CLIENTE SIN POLIZAS".
020000     05 FILLER           PIC 9(02)      VALUE 20.
020100     05 FILLER           PIC X(10)      VALUE "RECIBOS".
020200     05 FILLER           PIC X(32)      VALUE
020300         "POLIZA DEL RECIBO NO EXISTE".
020400     05 FILLER           PIC 9(02)      VALUE 21.
020500     05 FILLER           PIC X(10)      VALUE "RECIBOS".
020600     05 FILLER           PIC X(32)      VALUE
020700         "CLIENTE DISTINTO AL DE LA POLIZA".
020800     05 FILLER           PIC 9(02)      VALUE 22.
020900     05 FILLER           PIC X(10)      VALUE "RECIBOS".
021000     05 FILLER           PIC X(32)      VALUE
021100         "AGENTE DISTINTO AL DE LA POLIZA".
021200     05 FILLER           PIC 9(02)      VALUE 30.
021300     05 FILLER           PIC X(10)      VALUE "PRIMAS".
021400     05 FILLER           PIC X(32)      VALUE
021500         "POLIZA DE LA PRIMA NO EXISTE".
021600     05 FILLER           PIC 9(02)      VALUE 31.
021700     05 FILLER           PIC X(10)      VALUE "PRIMAS".
021800     05 FILLER           PIC X(32)      VALUE
021900         "PRIMA DE POLIZA CANCELADA".
022000     05 FILLER           PIC 9(02)      VALUE 32.
022100     05 FILLER           PIC X(10)      VALUE "PRIMAS".
022200     05 FILLER           PIC X(32)      VALUE
022300         "CLIENTE DISTINTO AL DE LA POLIZA".
022400     05 FILLER           PIC 9(02)      VALUE 40.
022500     05 FILLER           PIC X(10)      VALUE "SINIESTROS".
022600     05 FILLER           PIC X(32)      VALUE
022700         "POLIZA DEL SINIESTRO NO EXISTE".
022800     05 FILLER           PIC 9(02)      VALUE 41.
022900     05 FILLER           PIC X(10)      VALUE "SINIESTROS".
023000     05 FILLER           PIC X(32)      VALUE
023100         "CLIENTE DISTINTO AL DE LA POLIZA".
023200     05 FILLER           PIC 9(02)      VALUE 50.
023300     05 FILLER           PIC X(10)      VALUE "PAGOSAPL".
023400     05 FILLER           PIC X(32)      VALUE
023500         "RECIBO DEL PAGO NO EXISTE".
023600     05 FILLER           PIC 9(02)      VALUE 60.
023700     05 FILLER           PIC X(10)      VALUE "PAGOSSIN".
023800     05 FILLER           PIC X(32)      VALUE
023900         "SINIESTRO DEL PAGO NO EXISTE".
024000     05 FILLER           PIC 9(02)      VALUE 61.
024100     05 FILLER           PIC X(10)      VALUE "PAGOSSIN".
024200     05 FILLER           PIC X(32)      VALUE
024300         "POLIZA NO ES LA DEL SINIESTRO".
024400     05 FILLER           PIC 9(02)      VALUE 70.
024500     05 FILLER           PIC X(10)      VALUE "LIQCOM".
024600     05 FILLER           PIC X(32)      VALUE
024700         "AGENTE LIQUIDADO NO EXISTE".
024800     05 FILLER           PIC 9(02)      VALUE 71.
024900     05 FILLER           PIC X(10)      VALUE "LIQCOM".
025000     05 FILLER           PIC X(32)      VALUE
025100         "RECIBO LIQUIDADO NO EXISTE".
025200 01  TablaRupturasR REDEFINES TablaRupturas.
025300     05 EntradaRuptura   OCCURS 17 TIMES
025400                         INDEXED BY IxRuptura.
025500         10 TrpCodigo        PIC 9(02).
025600         10 TrpArchivo       PIC X(10).
025700         10 TrpDescripcion   PIC X(32).
025800
025900 01  TablaConteos.
026000     05 ConteoRuptura    OCCURS 17 TIMES PIC 9(07) COMP.
026100
026200 01  EncabezadoColumnas.
026300     05 FILLER            PIC X(05)     VALUE " CD".
026400     05 FILLER            PIC X(11)     VALUE "ARCHIVO".
026500     05 FILLER            PIC X(17)     VALUE "CLAVE".
026600     05 FILLER            PIC X(10)     VALUE "REFERENCIA".
026700     05 FILLER            PIC X(32)     VALUE "DESCRIPCION".
026800     05 FILLER            PIC X(05)     VALUE "CORR.".
026900
027000 01  LineaRupturaWk.
027100     05 FILLER            PIC X(01).
027200     05 LrwCodigo         PIC 9(02).
027300     05 FILLER            PIC X(02).
027400     05 LrwArchivo        PIC X(11).
027500     05 LrwClave          PIC X(17).
027600     05 LrwReferencia     PIC X(10).
027700     05 LrwDescripcion    PIC X(32).
027800     05 LrwCorreccion     PIC X(05).
027900
028000 01  LineaConteoWk.
028100     05 FILLER            PIC X(01).
028200     05 LcwCodigo         PIC 9(02).
028300     05 FILLER            PIC X(02).
028400     05 LcwArchivo        PIC X(11).
028500     05 LcwDescripcion    PIC X(33).
028600     05 LcwCantidad       PIC Z(6)9.
028700     05 FILLER            PIC X(24).
028800
028900 PROCEDURE DIVISION.
029000 0000-MAINLINE.
029100     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
029200     PERFORM 2000-REVISAR-POLIZAS THRU 2000-REVISAR-POLIZAS-EXIT
029300     PERFORM 3000-REVISAR-MAESTCLI
029400         THRU 3000-REVISAR-MAESTCLI-EXIT
029500     PERFORM 4000-REVISAR-RECIBOS THRU 4000-REVISAR-RECIBOS-EXIT
029600     PERFORM 5000-REVISAR-PRIMAS THRU 5000-REVISAR-PRIMAS-EXIT
029700     PERFORM 6000-REVISAR-SINIESTROS
029800         THRU 6000-REVISAR-SINIESTROS-EXIT
029900     PERFORM 7000-REVISAR-PAGOS THRU 7000-REVISAR-PAGOS-EXIT
030000     PERFORM 7200-REVISAR-PAGOS-SIN
030100         THRU 7200-REVISAR-PAGOS-SIN-EXIT
030200     PERFORM 7400-REVISAR-LIQUIDACION
030300         THRU 7400-REVISAR-LIQUIDACION-EXIT
030400     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
030500     STOP RUN.
030600
030700*----------------------------------------------------------------
030800* 1000-INICIAR - SIN MAESTRO DE POLIZAS, DE CLIENTES O DE
030900* AGENTES NO HAY REVISION POSIBLE: LA CORRIDA TERMINA CON
031000* CODIGO 8.  RECIBOS, PRIMAS Y SINIESTROS SON OPCIONALES; EL
031100* QUE FALTA SE INFORMA EN EL LISTADO Y SU REVISION SE SALTA.
031200*----------------------------------------------------------------
031300 1000-INICIAR.
031400     ACCEPT FechaHoy FROM DATE YYYYMMDD
031500     ACCEPT ModoIntegridad FROM COMMAND-LINE
031600     IF NOT GenerarCorrecciones
031700         MOVE "R" TO ModoIntegridad
031800     END-IF
031900     INITIALIZE TablaConteos
032000     OPEN INPUT ArchivoClientes
032100     IF EstadoArchivoClientes NOT = "00"
032200         DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT - ESTADO "
032300             EstadoArchivoClientes
032400         MOVE 8 TO RETURN-CODE
032500         STOP RUN
032600     END-IF
032700     OPEN INPUT MaestroClientes
032800     IF EstadoMaestroClientes NOT = "00"
032900         DISPLAY "NO SE PUDO ABRIR MAESTCLI.DAT - ESTADO "
033000             EstadoMaestroClientes
033100         MOVE 8 TO RETURN-CODE
033200         STOP RUN
033300     END-IF
033400     OPEN INPUT ArchivoAgentes
033500     IF EstadoArchivoAgentes NOT = "00"
033600         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT - ESTADO "
033700             EstadoArchivoAgentes
033800         MOVE 8 TO RETURN-CODE
033900         STOP RUN
034000     END-IF
034100     OPEN OUTPUT ListadoIntegridad
034200     MOVE SPACES TO LineaIntegridad
034300     STRING "REVISION DE INTEGRIDAD REFERENCIAL - " FechaHoy
034400         DELIMITED BY SIZE INTO LineaIntegridad
034500     END-STRING
034600     WRITE LineaIntegridad
034700     MOVE SPACES TO LineaIntegridad
034800     IF GenerarCorrecciones
034900         MOVE "MODO: CON CORRECCIONES EN INTEGTRA.DAT"
035000             TO LineaIntegridad
035100     ELSE
035200         MOVE "MODO: SOLO REPORTE" TO LineaIntegridad
035300     END-IF
035400     WRITE LineaIntegridad
035500     OPEN INPUT ArchivoRecibos
035600     IF EstadoArchivoRecibos = "00"
035700         MOVE "S" TO HayRecibos
035800     ELSE
035900         MOVE "RECIBOS.DAT" TO ArchivoFaltanteWk
036000         PERFORM 1100-INFORMAR-FALTANTE
036100             THRU 1100-INFORMAR-FALTANTE-EXIT
036200     END-IF
036300     OPEN INPUT ArchivoPrimas
036400     IF EstadoArchivoPrimas = "00"
036500         MOVE "S" TO HayPrimas
036600     ELSE
036700         MOVE "PRIMAS.DAT" TO ArchivoFaltanteWk
036800         PERFORM 1100-INFORMAR-FALTANTE
036900             THRU 1100-INFORMAR-FALTANTE-EXIT
037000     END-IF
037100     OPEN INPUT ArchivoSiniestros
037200     IF EstadoArchivoSiniestros = "00"
037300         MOVE "S" TO HaySiniestros
037400     ELSE
037500         MOVE "SINIESTROS.DAT" TO ArchivoFaltanteWk
037600         PERFORM 1100-INFORMAR-FALTANTE
037700             THRU 1100-INFORMAR-FALTANTE-EXIT
037800     END-IF
037900     IF GenerarCorrecciones
038000         OPEN OUTPUT ArchivoCorrecciones
038100         MOVE SPACES     TO RegistroLote
038200         MOVE "H"        TO TipoRegistroLote
038300         MOVE "INTEGRID" TO LoteOrigen
038400         MOVE FechaHoy   TO LoteFecha
038500         MOVE ZEROES     TO LoteCantidad
038600         MOVE ZEROES     TO LoteHashMonto
038700         WRITE RegistroLote
038800     END-IF
038900     MOVE SPACES TO LineaIntegridad
039000     WRITE LineaIntegridad
039100     WRITE LineaIntegridad FROM EncabezadoColumnas.
039200 1000-INICIAR-EXIT.
039300     EXIT.
039400
039500 1100-INFORMAR-FALTANTE.
039600     MOVE SPACES TO LineaIntegridad
039700     STRING "ARCHIVO NO DISPONIBLE, NO SE REVISA: "
039800            ArchivoFaltanteWk
039900         DELIMITED BY SIZE INTO LineaIntegridad
040000     END-STRING
040100     WRITE LineaIntegridad
040200     DISPLAY "INTEGRIDAD - " LineaIntegridad.
040300 1100-INFORMAR-FALTANTE-EXIT.
040400     EXIT.
040500
040600*----------------------------------------------------------------
040700* 2000-REVISAR-POLIZAS - CADA POLIZA DEL MAESTRO DEBE TENER SU
040800* AGENTE EN AGENTES.DAT (Y, SI LA POLIZA NO ESTA CANCELADA, EL
040900* AGENTE NO DEBE ESTAR TERMINADO) Y SU CLIENTE EN MAESTCLI.DAT.
041000*----------------------------------------------------------------
041100 2000-REVISAR-POLIZAS.
041200     MOVE "N" TO FinPasada
041300     PERFORM 2100-LEER-POLIZA THRU 2100-LEER-POLIZA-EXIT
041400         UNTIL PasadaTerminada.
041500 2000-REVISAR-POLIZAS-EXIT.
041600     EXIT.
041700
041800 2100-LEER-POLIZA.
041900     READ ArchivoClientes NEXT RECORD
042000         AT END
042100             MOVE "S" TO FinPasada
042200             GO TO 2100-LEER-POLIZA-EXIT
042300     END-READ
042400     ADD 1 TO ContadorPolizas
042500     MOVE CodigoAgente OF RegistroCliente
042600         TO CodigoAgente OF RegistroAgente
042700     READ ArchivoAgentes
042800         INVALID KEY
042900             MOVE 01           TO CodigoRupturaWk
043000             MOVE NumeroPoliza TO ClaveWk
043100             MOVE CodigoAgente OF RegistroCliente TO ReferenciaWk
043200             PERFORM 8800-REGISTRAR-RUPTURA
043300                 THRU 8800-REGISTRAR-RUPTURA-EXIT
043400         NOT INVALID KEY
043500             IF AgenteTerminado AND NOT PolizaCancelada
043600                 MOVE 02           TO CodigoRupturaWk
043700                 MOVE NumeroPoliza TO ClaveWk
043800                 MOVE CodigoAgente OF RegistroCliente
043900                     TO ReferenciaWk
044000                 PERFORM 8800-REGISTRAR-RUPTURA
044100                     THRU 8800-REGISTRAR-RUPTURA-EXIT
044200             END-IF
044300     END-READ
044400     MOVE IdCliente TO CliIdCliente
044500     READ MaestroClientes
044600         INVALID KEY
044700             MOVE 03           TO CodigoRupturaWk
044800             MOVE NumeroPoliza TO ClaveWk
044900             MOVE IdCliente    TO ReferenciaWk
045000             IF GenerarCorrecciones
045100                 PERFORM 2500-GENERAR-CORRECCION
045200                     THRU 2500-GENERAR-CORRECCION-EXIT
045300             END-IF
045400             PERFORM 8800-REGISTRAR-RUPTURA
045500                 THRU 8800-REGISTRAR-RUPTURA-EXIT
045600     END-READ.
045700 2100-LEER-POLIZA-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------
046100* 2500-GENERAR-CORRECCION - TRANSACCION "C" CON LOS DATOS DE LA
046200* POLIZA.  DE UN CAMBIO DE ORIGEN "INTEGRID" MantenimientoClientes
046300* NO TOCA LA POLIZA: SOLO REPONE EL CLIENTE EN MAESTCLI.DAT CON
046400* EL IdCliente Y EL NOMBRE QUE LA POLIZA TENGA AL APLICARLO.
046500*----------------------------------------------------------------
046600 2500-GENERAR-CORRECCION.
046700     MOVE SPACES           TO RegistroTransaccion
046800     MOVE "C"              TO TipoTransaccion
046900     MOVE NumeroPoliza     TO TxNumeroPoliza
047000     MOVE IdCliente        TO TxIdCliente
047100     MOVE NombreCliente    TO TxNombreCliente
047200     MOVE MontoPoliza      TO TxMontoPoliza
047300     MOVE CodigoRamo       TO TxCodigoRamo
047400     MOVE CodigoAgente OF RegistroCliente TO TxCodigoAgente
047500     MOVE FechaEfectiva    TO TxFechaEfectiva
047600     MOVE FechaVencimiento TO TxFechaVencimiento
047700     WRITE RegistroTransaccion
047800     ADD 1 TO ContadorCorrecciones
047900     ADD TxMontoPoliza TO HashMontoTrans
048000     MOVE "CORR." TO CorreccionWk.
048100 2500-GENERAR-CORRECCION-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------
048500* 3000-REVISAR-MAESTCLI - TODO CLIENTE DE MAESTCLI.DAT DEBE
048600* TENER AL MENOS UNA POLIZA (CLAVE ALTERNA IdCliente DEL
048700* MAESTRO DE POLIZAS).  LA PASADA ANTERIOR LEYO MAESTCLI AL
048800* AZAR, ASI QUE SE REPOSICIONA AL PRINCIPIO.
048900*----------------------------------------------------------------
049000 3000-REVISAR-MAESTCLI.
049100     MOVE "N" TO FinPasada
049200     MOVE LOW-VALUES TO CliIdCliente
049300     START MaestroClientes KEY IS NOT LESS THAN CliIdCliente
049400         INVALID KEY
049500             MOVE "S" TO FinPasada
049600     END-START
049700     PERFORM 3100-LEER-CLIENTE THRU 3100-LEER-CLIENTE-EXIT
049800         UNTIL PasadaTerminada.
049900 3000-REVISAR-MAESTCLI-EXIT.
050000     EXIT.
050100
050200 3100-LEER-CLIENTE.
050300     READ MaestroClientes NEXT RECORD
050400         AT END
050500             MOVE "S" TO FinPasada
050600             GO TO 3100-LEER-CLIENTE-EXIT
050700     END-READ
050800     ADD 1 TO ContadorClientesMae
050900     MOVE CliIdCliente TO IdCliente
051000     READ ArchivoClientes KEY IS IdCliente
051100         INVALID KEY
051200             MOVE 10           TO CodigoRupturaWk
051300             MOVE CliIdCliente TO ClaveWk
051400             PERFORM 8800-REGISTRAR-RUPTURA
051500                 THRU 8800-REGISTRAR-RUPTURA-EXIT
051600     END-READ.
051700 3100-LEER-CLIENTE-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------
052100* 4000-REVISAR-RECIBOS - LA POLIZA DEL RECIBO DEBE EXISTIR, Y
052200* EL CLIENTE Y EL AGENTE DEL RECIBO DEBEN SER LOS DE LA POLIZA.
052300*----------------------------------------------------------------
052400 4000-REVISAR-RECIBOS.
052500     IF NOT RecibosDisponibles
052600         GO TO 4000-REVISAR-RECIBOS-EXIT
052700     END-IF
052800     MOVE "N" TO FinPasada
052900     PERFORM 4100-LEER-RECIBO THRU 4100-LEER-RECIBO-EXIT
053000         UNTIL PasadaTerminada.
053100 4000-REVISAR-RECIBOS-EXIT.
053200     EXIT.
053300
053400 4100-LEER-RECIBO.
053500     READ ArchivoRecibos NEXT RECORD
053600         AT END
053700             MOVE "S" TO FinPasada
053800             GO TO 4100-LEER-RECIBO-EXIT
053900     END-READ
054000     ADD 1 TO ContadorRecibos
054100     MOVE RecNumeroPoliza TO NumeroPoliza
054200     READ ArchivoClientes
054300         INVALID KEY
054400             MOVE 20 TO CodigoRupturaWk
054500             PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
054600             MOVE RecNumeroPoliza TO ReferenciaWk
054700             PERFORM 8800-REGISTRAR-RUPTURA
054800                 THRU 8800-REGISTRAR-RUPTURA-EXIT
054900             GO TO 4100-LEER-RECIBO-EXIT
055000     END-READ
055100     IF RecIdCliente NOT = IdCliente
055200         MOVE 21 TO CodigoRupturaWk
055300         PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
055400         MOVE RecIdCliente TO ReferenciaWk
055500         PERFORM 8800-REGISTRAR-RUPTURA
055600             THRU 8800-REGISTRAR-RUPTURA-EXIT
055700     END-IF
055800     IF RecCodigoAgente NOT = CodigoAgente OF RegistroCliente
055900         PERFORM 4200-REVISAR-AGENTE-RECIBO
056000             THRU 4200-REVISAR-AGENTE-RECIBO-EXIT
056100     END-IF.
056200 4100-LEER-RECIBO-EXIT.
056300     EXIT.
056400
056500 4150-CLAVE-RECIBO.
056600     MOVE SPACES TO ClaveWk
056700     STRING RecNumeroPoliza "-" RecAnioVigencia "-" RecNumeroCuota
056800         DELIMITED BY SIZE INTO ClaveWk
056900     END-STRING.
057000 4150-CLAVE-RECIBO-EXIT.
057100     EXIT.
057200
057300*----------------------------------------------------------------
057400* 4200-REVISAR-AGENTE-RECIBO - UN RECIBO EMITIDO A UN AGENTE
057500* QUE HOY ESTA TERMINADO ES EL RESULTADO NORMAL DE UN TRASPASO
057600* DE CARTERA (EL RECIBO CONSERVA AL AGENTE ORIGINAL PARA SUS
057700* CONTRACARGOS): SE CUENTA PERO NO ES RUPTURA.
057800*----------------------------------------------------------------
057900 4200-REVISAR-AGENTE-RECIBO.
058000     MOVE RecCodigoAgente TO CodigoAgente OF RegistroAgente
058100     READ ArchivoAgentes
058200         INVALID KEY
058300             MOVE SPACE TO EstadoAgente
058400     END-READ
058500     IF AgenteTerminado
058600         ADD 1 TO ContadorTraspasados
058700         GO TO 4200-REVISAR-AGENTE-RECIBO-EXIT
058800     END-IF
058900     MOVE 22 TO CodigoRupturaWk
059000     PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
059100     MOVE RecCodigoAgente TO ReferenciaWk
059200     PERFORM 8800-REGISTRAR-RUPTURA
059300         THRU 8800-REGISTRAR-RUPTURA-EXIT.
059400 4200-REVISAR-AGENTE-RECIBO-EXIT.
059500     EXIT.
059600
059700*----------------------------------------------------------------
059800* 5000-REVISAR-PRIMAS - LA POLIZA DE CADA PRIMA CALCULADA DEBE
059900* EXISTIR, NO ESTAR CANCELADA Y SER DEL MISMO CLIENTE.
060000*----------------------------------------------------------------
060100 5000-REVISAR-PRIMAS.
060200     IF NOT PrimasDisponibles
060300         GO TO 5000-REVISAR-PRIMAS-EXIT
060400     END-IF
060500     MOVE "N" TO FinPasada
060600     PERFORM 5100-LEER-PRIMA THRU 5100-LEER-PRIMA-EXIT
060700         UNTIL PasadaTerminada.
060800 5000-REVISAR-PRIMAS-EXIT.
060900     EXIT.
061000
061100 5100-LEER-PRIMA.
061200     READ ArchivoPrimas NEXT RECORD
061300         AT END
061400             MOVE "S" TO FinPasada
061500             GO TO 5100-LEER-PRIMA-EXIT
061600     END-READ
061700     ADD 1 TO ContadorPrimas
061800     MOVE PriNumeroPoliza TO NumeroPoliza
061900     MOVE PriNumeroPoliza TO ClaveWk
062000     READ ArchivoClientes
062100         INVALID KEY
062200             MOVE 30 TO CodigoRupturaWk
062300             PERFORM 8800-REGISTRAR-RUPTURA
062400                 THRU 8800-REGISTRAR-RUPTURA-EXIT
062500             GO TO 5100-LEER-PRIMA-EXIT
062600     END-READ
062700     IF PolizaCancelada
062800         MOVE 31 TO CodigoRupturaWk
062900         MOVE PriNumeroPoliza TO ClaveWk
063000         PERFORM 8800-REGISTRAR-RUPTURA
063100             THRU 8800-REGISTRAR-RUPTURA-EXIT
063200     END-IF
063300     IF PriIdCliente NOT = IdCliente
063400         MOVE 32 TO CodigoRupturaWk
063500         MOVE PriNumeroPoliza TO ClaveWk
063600         MOVE PriIdCliente TO ReferenciaWk
063700         PERFORM 8800-REGISTRAR-RUPTURA
063800             THRU 8800-REGISTRAR-RUPTURA-EXIT
063900     END-IF.
064000 5100-LEER-PRIMA-EXIT.
064100     EXIT.
064200
064300*----------------------------------------------------------------
064400* 6000-REVISAR-SINIESTROS - LA POLIZA DE CADA SINIESTRO DEBE
064500* EXISTIR Y SinIdCliente DEBE SER SU CLIENTE ACTUAL.
064600*----------------------------------------------------------------
064700 6000-REVISAR-SINIESTROS.
064800     IF NOT SiniestrosDisponibles
064900         GO TO 6000-REVISAR-SINIESTROS-EXIT
065000     END-IF
065100     MOVE "N" TO FinPasada
065200     PERFORM 6100-LEER-SINIESTRO THRU 6100-LEER-SINIESTRO-EXIT
065300         UNTIL PasadaTerminada.
065400 6000-REVISAR-SINIESTROS-EXIT.
065500     EXIT.
065600
065700 6100-LEER-SINIESTRO.
065800     READ ArchivoSiniestros NEXT RECORD
065900         AT END
066000             MOVE "S" TO FinPasada
066100             GO TO 6100-LEER-SINIESTRO-EXIT
066200     END-READ
066300     ADD 1 TO ContadorSiniestros
066400     MOVE SinNumeroPoliza TO NumeroPoliza
066500     READ ArchivoClientes
066600         INVALID KEY
066700             MOVE 40              TO CodigoRupturaWk
066800             MOVE NumeroSiniestro TO ClaveWk
066900             MOVE SinNumeroPoliza TO ReferenciaWk
067000             PERFORM 8800-REGISTRAR-RUPTURA
067100                 THRU 8800-REGISTRAR-RUPTURA-EXIT
067200             GO TO 6100-LEER-SINIESTRO-EXIT
067300     END-READ
067400     IF SinIdCliente NOT = IdCliente
067500         MOVE 41              TO CodigoRupturaWk
067600         MOVE NumeroSiniestro TO ClaveWk
067700         MOVE SinIdCliente    TO ReferenciaWk
067800         PERFORM 8800-REGISTRAR-RUPTURA
067900             THRU 8800-REGISTRAR-RUPTURA-EXIT
068000     END-IF.
068100 6100-LEER-SINIESTRO-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------------
068500* 7000-REVISAR-PAGOS - CADA PAGO APLICADO DE PAGOSAPL.DAT DEBE
068600* TENER SU RECIBO.  UN DETALLE ANTERIOR A LAS CUOTAS (CUOTA NO
068700* NUMERICA O EN CERO) SE BUSCA COMO CUOTA 01.
068800*----------------------------------------------------------------
068900 7000-REVISAR-PAGOS.
069000     IF NOT RecibosDisponibles
069100         GO TO 7000-REVISAR-PAGOS-EXIT
069200     END-IF
069300     OPEN INPUT DetallePagosApl
069400     IF EstadoDetallePagos NOT = "00"
069500         MOVE "PAGOSAPL.DAT" TO ArchivoFaltanteWk
069600         PERFORM 1100-INFORMAR-FALTANTE
069700             THRU 1100-INFORMAR-FALTANTE-EXIT
069800         GO TO 7000-REVISAR-PAGOS-EXIT
069900     END-IF
070000     MOVE "N" TO FinPasada
070100     PERFORM 7100-LEER-PAGO THRU 7100-LEER-PAGO-EXIT
070200         UNTIL PasadaTerminada
070300     CLOSE DetallePagosApl.
070400 7000-REVISAR-PAGOS-EXIT.
070500     EXIT.
070600
070700 7100-LEER-PAGO.
070800     READ DetallePagosApl
070900         AT END
071000             MOVE "S" TO FinPasada
071100             GO TO 7100-LEER-PAGO-EXIT
071200     END-READ
071300     ADD 1 TO ContadorPagosApl
071400     MOVE PapNumeroPoliza TO RecNumeroPoliza
071500     MOVE PapAnioVigencia TO RecAnioVigencia
071600     IF PapNumeroCuota NUMERIC AND PapNumeroCuota > ZEROES
071700         MOVE PapNumeroCuota TO RecNumeroCuota
071800     ELSE
071900         MOVE 1 TO RecNumeroCuota
072000     END-IF
072100     READ ArchivoRecibos
072200         INVALID KEY
072300             MOVE 50 TO CodigoRupturaWk
072400             PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
072500             MOVE PapFechaPago TO ReferenciaWk
072600             PERFORM 8800-REGISTRAR-RUPTURA
072700                 THRU 8800-REGISTRAR-RUPTURA-EXIT
072800     END-READ.
072900 7100-LEER-PAGO-EXIT.
073000     EXIT.
073100
073200*----------------------------------------------------------------
073300* 7200-REVISAR-PAGOS-SIN - CADA PAGO DE PAGOSSIN.DAT DEBE TENER
073400* SU SINIESTRO, Y LA POLIZA DEL PAGO DEBE SER LA DEL SINIESTRO.
073500*----------------------------------------------------------------
073600 7200-REVISAR-PAGOS-SIN.
073700     IF NOT SiniestrosDisponibles
073800         GO TO 7200-REVISAR-PAGOS-SIN-EXIT
073900     END-IF
074000     OPEN INPUT DetallePagosSin
074100     IF EstadoDetallePagosSin NOT = "00"
074200         MOVE "PAGOSSIN.DAT" TO ArchivoFaltanteWk
074300         PERFORM 1100-INFORMAR-FALTANTE
074400             THRU 1100-INFORMAR-FALTANTE-EXIT
074500         GO TO 7200-REVISAR-PAGOS-SIN-EXIT
074600     END-IF
074700     MOVE "N" TO FinPasada
074800     PERFORM 7300-LEER-PAGO-SIN THRU 7300-LEER-PAGO-SIN-EXIT
074900         UNTIL PasadaTerminada
075000     CLOSE DetallePagosSin.
075100 7200-REVISAR-PAGOS-SIN-EXIT.
075200     EXIT.
075300
075400 7300-LEER-PAGO-SIN.
075500     READ DetallePagosSin
075600         AT END
075700             MOVE "S" TO FinPasada
075800             GO TO 7300-LEER-PAGO-SIN-EXIT
075900     END-READ
076000     ADD 1 TO ContadorPagosSin
076100     MOVE PsnNumeroSiniestro TO NumeroSiniestro
076200     READ ArchivoSiniestros
076300         INVALID KEY
076400             MOVE 60                 TO CodigoRupturaWk
076500             MOVE PsnNumeroSiniestro TO ClaveWk
076600             MOVE PsnFechaPago       TO ReferenciaWk
076700             PERFORM 8800-REGISTRAR-RUPTURA
076800                 THRU 8800-REGISTRAR-RUPTURA-EXIT
076900             GO TO 7300-LEER-PAGO-SIN-EXIT
077000     END-READ
077100     IF PsnNumeroPoliza NOT = SinNumeroPoliza
077200         MOVE 61                 TO CodigoRupturaWk
077300         MOVE PsnNumeroSiniestro TO ClaveWk
077400         MOVE PsnNumeroPoliza    TO ReferenciaWk
077500         PERFORM 8800-REGISTRAR-RUPTURA
077600             THRU 8800-REGISTRAR-RUPTURA-EXIT
077700     END-IF.
077800 7300-LEER-PAGO-SIN-EXIT.
077900     EXIT.
078000
078100*----------------------------------------------------------------
078200* 7400-REVISAR-LIQUIDACION - CADA LINEA DE LIQCOM.DAT DEBE SER
078300* DE UN AGENTE REGISTRADO Y DE UN RECIBO EXISTENTE (ESTO ULTIMO
078400* SOLO SI HAY RECIBOS.DAT).
078500*----------------------------------------------------------------
078600 7400-REVISAR-LIQUIDACION.
078700     OPEN INPUT ArchivoLiquidacion
078800     IF EstadoArchivoLiquidacion NOT = "00"
078900         MOVE "LIQCOM.DAT" TO ArchivoFaltanteWk
079000         PERFORM 1100-INFORMAR-FALTANTE
079100             THRU 1100-INFORMAR-FALTANTE-EXIT
079200         GO TO 7400-REVISAR-LIQUIDACION-EXIT
079300     END-IF
079400     MOVE "N" TO FinPasada
079500     PERFORM 7500-LEER-LIQUIDACION
079600         THRU 7500-LEER-LIQUIDACION-EXIT
079700         UNTIL PasadaTerminada
079800     CLOSE ArchivoLiquidacion.
079900 7400-REVISAR-LIQUIDACION-EXIT.
080000     EXIT.
080100
080200 7500-LEER-LIQUIDACION.
080300     READ ArchivoLiquidacion
080400         AT END
080500             MOVE "S" TO FinPasada
080600             GO TO 7500-LEER-LIQUIDACION-EXIT
080700     END-READ
080800     ADD 1 TO ContadorLiquidaciones
080900     MOVE LiqNumeroPoliza TO RecNumeroPoliza
081000     MOVE LiqAnioVigencia TO RecAnioVigencia
081100     IF LiqNumeroCuota NUMERIC AND LiqNumeroCuota > ZEROES
081200         MOVE LiqNumeroCuota TO RecNumeroCuota
081300     ELSE
081400         MOVE 1 TO RecNumeroCuota
081500     END-IF
081600     MOVE LiqCodigoAgente TO CodigoAgente OF RegistroAgente
081700     READ ArchivoAgentes
081800         INVALID KEY
081900             MOVE 70 TO CodigoRupturaWk
082000             PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
082100             MOVE LiqCodigoAgente TO ReferenciaWk
082200             PERFORM 8800-REGISTRAR-RUPTURA
082300                 THRU 8800-REGISTRAR-RUPTURA-EXIT
082400     END-READ
082500     IF NOT RecibosDisponibles
082600         GO TO 7500-LEER-LIQUIDACION-EXIT
082700     END-IF
082800     READ ArchivoRecibos
082900         INVALID KEY
083000             MOVE 71 TO CodigoRupturaWk
083100             PERFORM 4150-CLAVE-RECIBO THRU 4150-CLAVE-RECIBO-EXIT
083200             MOVE LiqFechaLiquidacion TO ReferenciaWk
083300             PERFORM 8800-REGISTRAR-RUPTURA
083400                 THRU 8800-REGISTRAR-RUPTURA-EXIT
083500     END-READ.
083600 7500-LEER-LIQUIDACION-EXIT.
083700     EXIT.
083800
083900*----------------------------------------------------------------
084000* 8000-FINALIZAR - CIERRA EL LOTE DE CORRECCIONES Y CIERRA EL
084100* LISTADO CON LA CANTIDAD DE RUPTURAS POR CODIGO.
084200*----------------------------------------------------------------
084300 8000-FINALIZAR.
084400     CLOSE ArchivoClientes
084500     CLOSE MaestroClientes
084600     CLOSE ArchivoAgentes
084700     IF RecibosDisponibles
084800         CLOSE ArchivoRecibos
084900     END-IF
085000     IF PrimasDisponibles
085100         CLOSE ArchivoPrimas
085200     END-IF
085300     IF SiniestrosDisponibles
085400         CLOSE ArchivoSiniestros
085500     END-IF
085600     IF GenerarCorrecciones
085700         MOVE SPACES     TO RegistroLote
085800         MOVE "T"        TO TipoRegistroLote
085900         MOVE "INTEGRID" TO LoteOrigen
086000         MOVE FechaHoy   TO LoteFecha
086100         MOVE ContadorCorrecciones TO LoteCantidad
086200         MOVE HashMontoTrans       TO LoteHashMonto
086300         WRITE RegistroLote
086400         CLOSE ArchivoCorrecciones
086500     END-IF
086600     MOVE SPACES TO LineaIntegridad
086700     WRITE LineaIntegridad
086800     MOVE "RUPTURAS POR CODIGO" TO LineaIntegridad
086900     WRITE LineaIntegridad
087000     PERFORM 8100-LISTAR-CONTEO THRU 8100-LISTAR-CONTEO-EXIT
087100         VARYING IndiceRuptura FROM 1 BY 1
087200         UNTIL IndiceRuptura > TotalRupturas
087300     MOVE SPACES TO LineaIntegridad
087400     WRITE LineaIntegridad
087500     MOVE ContadorRupturas TO CantidadEd
087600     MOVE SPACES TO LineaIntegridad
087700     STRING "TOTAL RUPTURAS                        : " CantidadEd
087800         DELIMITED BY SIZE INTO LineaIntegridad
087900     END-STRING
088000     WRITE LineaIntegridad
088100     MOVE ContadorCorrecciones TO CantidadEd
088200     MOVE SPACES TO LineaIntegridad
088300     STRING "TRANSACCIONES DE CORRECCION GENERADAS : " CantidadEd
088400         DELIMITED BY SIZE INTO LineaIntegridad
088500     END-STRING
088600     WRITE LineaIntegridad
088700     MOVE ContadorTraspasados TO CantidadEd
088800     MOVE SPACES TO LineaIntegridad
088900     STRING "RECIBOS DE AGENTE TERMINADO (NO RUPT.): " CantidadEd
089000         DELIMITED BY SIZE INTO LineaIntegridad
089100     END-STRING
089200     WRITE LineaIntegridad
089300     CLOSE ListadoIntegridad
089400     DISPLAY "---------------------------------------------"
089500     DISPLAY "INTEGRIDAD REFERENCIAL: INTEGRI.LST"
089600     DISPLAY "Modo (R/C)             : " ModoIntegridad
089700     DISPLAY "Polizas Revisadas      : " ContadorPolizas
089800     DISPLAY "Clientes Revisados     : " ContadorClientesMae
089900     DISPLAY "Recibos Revisados      : " ContadorRecibos
090000     DISPLAY "Primas Revisadas       : " ContadorPrimas
090100     DISPLAY "Siniestros Revisados   : " ContadorSiniestros
090200     DISPLAY "Pagos Aplicados Revis. : " ContadorPagosApl
090300     DISPLAY "Pagos Siniestro Revis. : " ContadorPagosSin
090400     DISPLAY "Liquidaciones Revisadas: " ContadorLiquidaciones
090500     DISPLAY "Rupturas Encontradas   : " ContadorRupturas
090600     DISPLAY "Correcciones Generadas : " ContadorCorrecciones
090700     DISPLAY "---------------------------------------------".
090800 8000-FINALIZAR-EXIT.
090900     EXIT.
091000
091100 8100-LISTAR-CONTEO.
091200     MOVE SPACES TO LineaConteoWk
091300     MOVE TrpCodigo(IndiceRuptura)      TO LcwCodigo
091400     MOVE TrpArchivo(IndiceRuptura)     TO LcwArchivo
091500     MOVE TrpDescripcion(IndiceRuptura) TO LcwDescripcion
091600     MOVE ConteoRuptura(IndiceRuptura)  TO LcwCantidad
091700     WRITE LineaIntegridad FROM LineaConteoWk.
091800 8100-LISTAR-CONTEO-EXIT.
091900     EXIT.
092000
092100*----------------------------------------------------------------
092200* 8800-REGISTRAR-RUPTURA - LISTA LA RUPTURA CodigoRupturaWk CON
092300* LA CLAVE DEL REGISTRO, LA REFERENCIA QUE NO CUADRA Y LA MARCA
092400* DE CORRECCION, LA SUMA A SU CODIGO Y DEJA LIMPIOS LOS CAMPOS
092500* DE TRABAJO PARA LA SIGUIENTE.
092600*----------------------------------------------------------------
092700 8800-REGISTRAR-RUPTURA.
092800     SET IxRuptura TO 1
092900     SEARCH EntradaRuptura
093000         AT END
093100             DISPLAY "CODIGO DE RUPTURA DESCONOCIDO: "
093200                 CodigoRupturaWk
093300             GO TO 8800-LIMPIAR-CAMPOS
093400         WHEN TrpCodigo(IxRuptura) = CodigoRupturaWk
093500             SET IndiceRuptura TO IxRuptura
093600     END-SEARCH
093700     ADD 1 TO ConteoRuptura(IndiceRuptura)
093800     ADD 1 TO ContadorRupturas
093900     MOVE SPACES                       TO LineaRupturaWk
094000     MOVE CodigoRupturaWk              TO LrwCodigo
094100     MOVE TrpArchivo(IndiceRuptura)    TO LrwArchivo
094200     MOVE ClaveWk                      TO LrwClave
094300     MOVE ReferenciaWk                 TO LrwReferencia
094400     MOVE TrpDescripcion(IndiceRuptura) TO LrwDescripcion
094500     MOVE CorreccionWk                 TO LrwCorreccion
094600     WRITE LineaIntegridad FROM LineaRupturaWk.
094700 8800-LIMPIAR-CAMPOS.
094800     MOVE SPACES TO ClaveWk
094900     MOVE SPACES TO ReferenciaWk
095000     MOVE SPACES TO CorreccionWk.
095100 8800-REGISTRAR-RUPTURA-EXIT.
095200     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TraspasoCartera.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  TRASPASO DE CARTERA DE UN
001100*                 AGENTE TERMINADO A OTRO AGENTE.  LEE LAS
001200*                 ORDENES DEL DIA DE TRASPASO.DAT (AGENTE
001300*                 ORIGEN, AGENTE DESTINO Y RAMO; RAMO EN
001400*                 ESPACIOS ES TODA LA CARTERA) Y, POR CADA ORDEN
001500*                 VALIDA, RECORRE LAS POLIZAS DEL AGENTE ORIGEN
001600*                 POR LA CLAVE ALTERNA CodigoAgente DEL MAESTRO
001700*                 Y GENERA UNA TRANSACCION "C" POR POLIZA CON EL
001800*                 AGENTE DESTINO EN TRASPTRA.DAT, CON ENCABEZADO
001900*                 Y COLA DE LOTE (COPY LOTEREG, ORIGEN
002000*                 "TRASPASO") COMO GeneradorRenovaciones.  EL
002100*                 CAMBIO ENTRA AL MAESTRO ESA NOCHE POR
002200*                 ConsolidaTransacciones Y MantenimientoClientes,
002300*                 QUE LO DEJA EN EL JOURNAL HISTCLI.DAT; DE UNA
002400*                 TRANSACCION DE TRASPASO MantenimientoClientes
002500*                 SOLO TOMA EL AGENTE (VER TRANREG).  EL ORIGEN
002600*                 DEBE ESTAR TERMINADO Y EL DESTINO ACTIVO Y CON
002700*                 LICENCIA AL DIA (VER AGEREG).  LAS POLIZAS
002800*                 CANCELADAS NO SE TRASPASAN.  UNA ORDEN QUE SE
002900*                 SUPERPONE CON OTRA ANTERIOR DEL MISMO ORIGEN
003000*                 (MISMO RAMO, O ALGUNA DE LAS DOS POR TODA LA
003100*                 CARTERA) SE RECHAZA, PARA NO MANDAR DOS
003200*                 CAMBIOS DE LA MISMA POLIZA.  ORDENES, POLIZAS
003300*                 Y RECHAZOS SALEN A TRASPASO.LST.  CORRE DE
003400*                 DIA, A PEDIDO, FUERA DEL PASE DIARIO; TODAS
003500*                 LAS ORDENES DEL DIA VAN EN UNA SOLA CORRIDA.
003510* 2026-10-15 DSS  SE NIEGA A CORRER SI EL LOTE QUE TIENE
003520*                 TRASPTRA.DAT (SEA DE HOY O DE UN DIA CUYO PASE
003530*                 NOCTURNO ABORTO) NO FIGURA AUN EN LOTESCON.DAT,
003540*                 EL REGISTRO DE LOTES CONSOLIDADOS DE
003550*                 ConsolidaTransacciones, IGUAL QUE
003560*                 MantenimientoCotizaciones: PISARLO PERDERIA
003570*                 TRASPASOS YA LISTADOS QUE NUNCA LLEGARON AL
003580*                 MAESTRO.
003600*----------------------------------------------------------------
003700
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT ArchivoOrdenes ASSIGN TO "TRASPASO.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS EstadoArchivoOrdenes.
004400     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS CodigoAgente OF RegistroAgente
004800         FILE STATUS IS EstadoArchivoAgentes.
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
005900     SELECT ArchivoTransTraspaso ASSIGN TO "TRASPTRA.DAT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006050         FILE STATUS IS EstadoArchivoTrans.
006100     SELECT ListadoTraspaso ASSIGN TO "TRASPASO.LST"
006200         ORGANIZATION IS LINE SEQUENTIAL.
006210     SELECT LotesConsolidados ASSIGN TO "LOTESCON.DAT"
006220         ORGANIZATION IS LINE SEQUENTIAL
006230         FILE STATUS IS EstadoLotesCon.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ArchivoOrdenes.
006700 01  RegistroOrden.
006800     05 OrdAgenteOrigen  PIC X(05).
006900     05 OrdAgenteDestino PIC X(05).
007000     05 OrdCodigoRamo    PIC X(03).
007100
007200 FD  ArchivoAgentes.
007300     COPY AGEREG.
007400
007500 FD  ArchivoClientes.
007600     COPY CLIREG.
007700
007800 FD  ArchivoTransTraspaso.
007900     COPY TRANREG.
008000     COPY LOTEREG.
008100
008200 FD  ListadoTraspaso.
008300 01  LineaTraspaso        PIC X(80).
008310
008320 FD  LotesConsolidados.
008330 01  RegistroLoteCon.
008340     05 LcnOrigen        PIC X(08).
008350     05 LcnFecha         PIC 9(08).
008400
008500 WORKING-STORAGE SECTION.
008600 77  EstadoArchivoOrdenes PIC X(02)     VALUE "00".
008700 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
008800 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
008810 77  EstadoArchivoTrans  PIC X(02)      VALUE "00".
008820 77  EstadoLotesCon      PIC X(02)      VALUE "00".
008830 77  FinLotes            PIC X(01)      VALUE "N".
008840     88 TodoLote                        VALUE "S".
008850 77  HayLoteConsolidado  PIC X(01)      VALUE "N".
008860     88 LoteYaConsolidado               VALUE "S".
008870 77  OrigenLoteWk        PIC X(08)      VALUE SPACES.
008880 77  FechaLoteWk         PIC 9(08)      VALUE ZEROES.
008900 77  FinOrdenes          PIC X(01)      VALUE "N".
009000     88 TodasOrdenes                    VALUE "S".
009100 77  FinCartera          PIC X(01)      VALUE "N".
009200     88 CarteraRecorrida                VALUE "S".
009300 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
009400 77  MotivoWk            PIC X(30)      VALUE SPACES.
009500 77  NombreDestinoWk     PIC X(20)      VALUE SPACES.
009600 77  MaxOrdenes          PIC 9(04)      COMP VALUE 100.
009700 77  CuentaOrdenes       PIC 9(04)      COMP VALUE ZEROES.
009800 77  ContadorOrdenesOk   PIC 9(05)      COMP VALUE ZEROES.
009900 77  ContadorOrdenesMal  PIC 9(05)      COMP VALUE ZEROES.
010000 77  ContadorGenerados   PIC 9(05)      COMP VALUE ZEROES.
010100 77  ContadorCanceladas  PIC 9(05)      COMP VALUE ZEROES.
010200 77  ContadorOrden       PIC 9(05)      COMP VALUE ZEROES.
010300 77  HashMontoTrans      PIC 9(11)V99   VALUE ZEROES.
010400 77  CantidadEd          PIC ZZZZ9.
010500 01  LineaPolizaWk.
010600     05 FILLER            PIC X(02).
010700     05 LpwNumeroPoliza   PIC X(10).
010800     05 LpwIdCliente      PIC X(07).
010900     05 LpwNombre         PIC X(22).
011000     05 LpwRamo           PIC X(05).
011100     05 LpwMonto          PIC Z(6)9.99.
011200     05 FILLER            PIC X(24).
011300
011400*----------------------------------------------------------------
011500* ORDENES YA ACEPTADAS EN LA CORRIDA (AGENTE ORIGEN Y RAMO),
011600* PARA RECHAZAR LAS QUE SE SUPERPONEN CON UNA ANTERIOR.
011700*----------------------------------------------------------------
011800 01  TablaOrdenes.
011900     05 EntradaOrden     OCCURS 1 TO 100 TIMES
012000                         DEPENDING ON CuentaOrdenes
012100                         INDEXED BY IxOrden.
012200         10 TorAgenteOrigen  PIC X(05).
012300         10 TorCodigoRamo    PIC X(03).
012400
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
012800     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
012900         UNTIL TodasOrdenes
013000     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
013100     STOP RUN.
013200
013300*----------------------------------------------------------------
013400* 1000-INICIAR - SIN ORDENES, SIN MAESTRO DE AGENTES O SIN
013500* MAESTRO DE POLIZAS NO HAY TRASPASO POSIBLE: LA CORRIDA
013600* TERMINA CON CODIGO 8 ANTES DE CREAR TRASPTRA.DAT.  ANTES QUE
013610* NADA SE NIEGA A CORRER SI TRASPTRA.DAT TIENE UN LOTE AUN NO
013620* CONSOLIDADO (VER 1050-VERIFICAR-LOTE).
013700*----------------------------------------------------------------
013800 1000-INICIAR.
013900     ACCEPT FechaHoy FROM DATE YYYYMMDD
013950     PERFORM 1050-VERIFICAR-LOTE THRU 1050-VERIFICAR-LOTE-EXIT
014000     OPEN INPUT ArchivoOrdenes
014100     IF EstadoArchivoOrdenes NOT = "00"
014200         DISPLAY "NO SE PUDO ABRIR TRASPASO.DAT - ESTADO "
014300             EstadoArchivoOrdenes
014400         MOVE 8 TO RETURN-CODE
014500         STOP RUN
014600     END-IF
014700     OPEN INPUT ArchivoAgentes
014800     IF EstadoArchivoAgentes NOT = "00"
014900         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT - ESTADO "
015000             EstadoArchivoAgentes
015100         MOVE 8 TO RETURN-CODE
015200         STOP RUN
015300     END-IF
015400     OPEN INPUT ArchivoClientes
015500     IF EstadoArchivoClientes NOT = "00"
015600         DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT - ESTADO "
015700             EstadoArchivoClientes
015800         MOVE 8 TO RETURN-CODE
015900         STOP RUN
016000     END-IF
016100     OPEN OUTPUT ArchivoTransTraspaso
016200     MOVE SPACES     TO RegistroLote
016300     MOVE "H"        TO TipoRegistroLote
016400     MOVE "TRASPASO" TO LoteOrigen
016500     MOVE FechaHoy   TO LoteFecha
016600     MOVE ZEROES     TO LoteCantidad
016700     MOVE ZEROES     TO LoteHashMonto
016800     WRITE RegistroLote
016900     OPEN OUTPUT ListadoTraspaso
017000     MOVE SPACES TO LineaTraspaso
017100     STRING "TRASPASOS DE CARTERA ENTRE AGENTES - " FechaHoy
017200         DELIMITED BY SIZE INTO LineaTraspaso
017300     END-STRING
017400     WRITE LineaTraspaso.
017500 1000-INICIAR-EXIT.
017600     EXIT.
017610
017611*----------------------------------------------------------------
017612* 1050-VERIFICAR-LOTE - LOS TRASPASOS DE UNA CORRIDA YA SALIERON
017613* EN TRASPASO.LST Y SOLO VIVEN EN TRASPTRA.DAT HASTA QUE
017614* ConsolidaTransacciones LOS LEVANTA.  EL LOTE DEL ARCHIVO
017615* (ORIGEN + FECHA DEL ENCABEZADO) SE BUSCA EN LOTESCON.DAT COMO LO
017616* HACE ConsolidaTransacciones: SI NO FIGURA, SEA DE HOY O DE UN
017617* DIA CUYO PASE NOCTURNO ABORTO, OTRA CORRIDA LO PISARIA Y ESOS
017618* TRASPASOS NO LLEGARIAN NUNCA AL MAESTRO, ASI QUE SE TERMINA CON
017619* CODIGO 8 SIN TOCAR NADA.  SI EL ARCHIVO NO EXISTE, NO TIENE
017620* ENCABEZADO O SU LOTE YA SE CONSOLIDO, LA CORRIDA SIGUE.
017621*----------------------------------------------------------------
017622 1050-VERIFICAR-LOTE.
017623     OPEN INPUT ArchivoTransTraspaso
017624     IF EstadoArchivoTrans NOT = "00"
017625         GO TO 1050-VERIFICAR-LOTE-EXIT
017626     END-IF
017627     MOVE SPACES TO RegistroLote
017628     READ ArchivoTransTraspaso
017629         AT END
017630             MOVE SPACES TO RegistroLote
017631     END-READ
017632     CLOSE ArchivoTransTraspaso
017633     IF TipoRegistroLote NOT = "H"
017634         GO TO 1050-VERIFICAR-LOTE-EXIT
017635     END-IF
017636     MOVE LoteOrigen TO OrigenLoteWk
017637     MOVE LoteFecha  TO FechaLoteWk
017638     MOVE "N" TO HayLoteConsolidado
017639     MOVE "N" TO FinLotes
017640     OPEN INPUT LotesConsolidados
017641     IF EstadoLotesCon = "00"
017642         PERFORM 1060-LEER-LOTE THRU 1060-LEER-LOTE-EXIT
017643             UNTIL TodoLote
017644         CLOSE LotesConsolidados
017645     END-IF
017646     IF NOT LoteYaConsolidado
017647         DISPLAY "TRASPTRA.DAT - LOTE " OrigenLoteWk " DEL "
017648             FechaLoteWk " SIN CONSOLIDAR - NO SE PISA"
017649         MOVE 8 TO RETURN-CODE
017650         STOP RUN
017651     END-IF.
017652 1050-VERIFICAR-LOTE-EXIT.
017653     EXIT.
017654
017655 1060-LEER-LOTE.
017656     READ LotesConsolidados
017657         AT END
017658             MOVE "S" TO FinLotes
017659             GO TO 1060-LEER-LOTE-EXIT
017660     END-READ
017661     IF LcnOrigen = OrigenLoteWk
017662         AND LcnFecha = FechaLoteWk
017663         MOVE "S" TO HayLoteConsolidado
017664         MOVE "S" TO FinLotes
017665     END-IF.
017666 1060-LEER-LOTE-EXIT.
017667     EXIT.
017700
017800 2000-PROCESAR.
017900     READ ArchivoOrdenes INTO RegistroOrden
018000         AT END
018100             MOVE "S" TO FinOrdenes
018200             GO TO 2000-PROCESAR-EXIT
018300     END-READ
018400     MOVE SPACES TO LineaTraspaso
018500     WRITE LineaTraspaso
018600     MOVE SPACES TO LineaTraspaso
018700     IF OrdCodigoRamo = SPACES
018800         STRING "ORDEN: DE " OrdAgenteOrigen " A "
018900                OrdAgenteDestino " TODA LA CARTERA"
019000             DELIMITED BY SIZE INTO LineaTraspaso
019100         END-STRING
019200     ELSE
019300         STRING "ORDEN: DE " OrdAgenteOrigen " A "
019400                OrdAgenteDestino " RAMO " OrdCodigoRamo
019500             DELIMITED BY SIZE INTO LineaTraspaso
019600         END-STRING
019700     END-IF
019800     WRITE LineaTraspaso
019900     PERFORM 2100-VALIDAR-ORDEN THRU 2100-VALIDAR-ORDEN-EXIT
020000     IF MotivoWk NOT = SPACES
020100         ADD 1 TO ContadorOrdenesMal
020200         MOVE SPACES TO LineaTraspaso
020300         STRING "  ORDEN RECHAZADA: " MotivoWk
020400             DELIMITED BY SIZE INTO LineaTraspaso
020500         END-STRING
020600         WRITE LineaTraspaso
020700         GO TO 2000-PROCESAR-EXIT
020800     END-IF
020900     PERFORM 2300-TRASPASAR THRU 2300-TRASPASAR-EXIT.
021000 2000-PROCESAR-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 2100-VALIDAR-ORDEN - EL ORIGEN DEBE EXISTIR Y ESTAR
021500* TERMINADO; EL DESTINO DEBE EXISTIR, ESTAR ACTIVO Y NO TENER
021600* LA LICENCIA VENCIDA.  UNA ORDEN ACEPTADA QUEDA EN
021700* TablaOrdenes.  EL MOTIVO DEL RECHAZO QUEDA EN MotivoWk.
021800*----------------------------------------------------------------
021900 2100-VALIDAR-ORDEN.
022000     MOVE SPACES TO MotivoWk
022100     IF OrdAgenteOrigen = SPACES OR OrdAgenteDestino = SPACES
022200         MOVE "AGENTE EN BLANCO" TO MotivoWk
022300         GO TO 2100-VALIDAR-ORDEN-EXIT
022400     END-IF
022500     IF OrdAgenteOrigen = OrdAgenteDestino
022600         MOVE "ORIGEN Y DESTINO IGUALES" TO MotivoWk
022700         GO TO 2100-VALIDAR-ORDEN-EXIT
022800     END-IF
022900     MOVE OrdAgenteOrigen TO CodigoAgente OF RegistroAgente
023000     READ ArchivoAgentes
023100         INVALID KEY
023200             MOVE "AGENTE ORIGEN NO EXISTE" TO MotivoWk
023300             GO TO 2100-VALIDAR-ORDEN-EXIT
023400     END-READ
023500     IF NOT AgenteTerminado
023600         MOVE "AGENTE ORIGEN NO TERMINADO" TO MotivoWk
023700         GO TO 2100-VALIDAR-ORDEN-EXIT
023800     END-IF
023900     MOVE OrdAgenteDestino TO CodigoAgente OF RegistroAgente
024000     READ ArchivoAgentes
024100         INVALID KEY
024200             MOVE "AGENTE DESTINO NO EXISTE" TO MotivoWk
024300             GO TO 2100-VALIDAR-ORDEN-EXIT
024400     END-READ
024500     IF NOT AgenteActivo
024600         MOVE "AGENTE DESTINO NO ACTIVO" TO MotivoWk
024700         GO TO 2100-VALIDAR-ORDEN-EXIT
024800     END-IF
024900     IF AgeVenceLicencia NUMERIC
025000         AND AgeVenceLicencia NOT = ZEROES
025100         AND AgeVenceLicencia < FechaHoy
025200         MOVE "LICENCIA DEL DESTINO VENCIDA" TO MotivoWk
025300         GO TO 2100-VALIDAR-ORDEN-EXIT
025400     END-IF
025500     MOVE NombreAgente OF RegistroAgente TO NombreDestinoWk
025600     IF CuentaOrdenes > ZEROES
025700         SET IxOrden TO 1
025800         SEARCH EntradaOrden
025900             AT END
026000                 CONTINUE
026100             WHEN TorAgenteOrigen(IxOrden) = OrdAgenteOrigen
026200                 AND (TorCodigoRamo(IxOrden) = OrdCodigoRamo
026300                      OR TorCodigoRamo(IxOrden) = SPACES
026400                      OR OrdCodigoRamo = SPACES)
026500                 MOVE "SE SUPERPONE CON ORDEN ANTERIOR"
026600                     TO MotivoWk
026700                 GO TO 2100-VALIDAR-ORDEN-EXIT
026800         END-SEARCH
026900     END-IF
027000     IF CuentaOrdenes >= MaxOrdenes
027100         MOVE "EXCEDE CAPACIDAD DE TABLA" TO MotivoWk
027200         GO TO 2100-VALIDAR-ORDEN-EXIT
027300     END-IF
027400     ADD 1 TO CuentaOrdenes
027500     SET IxOrden TO CuentaOrdenes
027600     MOVE OrdAgenteOrigen TO TorAgenteOrigen(IxOrden)
027700     MOVE OrdCodigoRamo   TO TorCodigoRamo(IxOrden).
027800 2100-VALIDAR-ORDEN-EXIT.
027900     EXIT.
028000
028100*----------------------------------------------------------------
028200* 2300-TRASPASAR - POSICIONA EL MAESTRO EN LA PRIMERA POLIZA
028300* DEL AGENTE ORIGEN (CLAVE ALTERNA CodigoAgente) Y RECORRE SUS
028400* POLIZAS HASTA QUE CAMBIA EL AGENTE.
028500*----------------------------------------------------------------
028600 2300-TRASPASAR.
028700     ADD 1 TO ContadorOrdenesOk
028800     MOVE ZEROES TO ContadorOrden
028900     MOVE OrdAgenteOrigen TO CodigoAgente OF RegistroCliente
029000     START ArchivoClientes KEY IS EQUAL TO
029100         CodigoAgente OF RegistroCliente
029200         INVALID KEY
029300             MOVE "S" TO FinCartera
029400         NOT INVALID KEY
029500             MOVE "N" TO FinCartera
029600     END-START
029700     PERFORM 2400-LEER-POLIZA THRU 2400-LEER-POLIZA-EXIT
029800         UNTIL CarteraRecorrida
029900     MOVE ContadorOrden TO CantidadEd
030000     MOVE SPACES TO LineaTraspaso
030100     STRING "  POLIZAS TRASPASADAS A " OrdAgenteDestino " "
030200            NombreDestinoWk ": " CantidadEd
030300         DELIMITED BY SIZE INTO LineaTraspaso
030400     END-STRING
030500     WRITE LineaTraspaso.
030600 2300-TRASPASAR-EXIT.
030700     EXIT.
030800
030900 2400-LEER-POLIZA.
031000     READ ArchivoClientes NEXT RECORD
031100         AT END
031200             MOVE "S" TO FinCartera
031300             GO TO 2400-LEER-POLIZA-EXIT
031400     END-READ
031500     IF CodigoAgente OF RegistroCliente NOT = OrdAgenteOrigen
031600         MOVE "S" TO FinCartera
031700         GO TO 2400-LEER-POLIZA-EXIT
031800     END-IF
031900     IF OrdCodigoRamo NOT = SPACES
032000         AND CodigoRamo NOT = OrdCodigoRamo
032100         GO TO 2400-LEER-POLIZA-EXIT
032200     END-IF
032300     IF PolizaCancelada
032400         ADD 1 TO ContadorCanceladas
032500         GO TO 2400-LEER-POLIZA-EXIT
032600     END-IF
032700     PERFORM 2500-GENERAR-TRANS THRU 2500-GENERAR-TRANS-EXIT.
032800 2400-LEER-POLIZA-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------------
033200* 2500-GENERAR-TRANS - ARMA LA TRANSACCION "C" CON LOS DATOS
033300* VIGENTES DE LA POLIZA Y EL AGENTE DESTINO.  TxPlanPago Y
033400* TxIdentificacion VAN EN ESPACIOS: EL CAMBIO CONSERVA EL PLAN
033500* Y LA IDENTIDAD QUE LA POLIZA YA TENIA.
033600*----------------------------------------------------------------
033700 2500-GENERAR-TRANS.
033800     MOVE SPACES           TO RegistroTransaccion
033900     MOVE "C"              TO TipoTransaccion
034000     MOVE NumeroPoliza     TO TxNumeroPoliza
034100     MOVE IdCliente        TO TxIdCliente
034200     MOVE NombreCliente    TO TxNombreCliente
034300     MOVE MontoPoliza      TO TxMontoPoliza
034400     MOVE CodigoRamo       TO TxCodigoRamo
034500     MOVE OrdAgenteDestino TO TxCodigoAgente
034600     MOVE FechaEfectiva    TO TxFechaEfectiva
034700     MOVE FechaVencimiento TO TxFechaVencimiento
034800     WRITE RegistroTransaccion
034900     ADD 1 TO ContadorGenerados
035000     ADD 1 TO ContadorOrden
035100     ADD TxMontoPoliza TO HashMontoTrans
035200     MOVE SPACES           TO LineaPolizaWk
035300     MOVE NumeroPoliza     TO LpwNumeroPoliza
035400     MOVE IdCliente        TO LpwIdCliente
035500     MOVE NombreCliente    TO LpwNombre
035600     MOVE CodigoRamo       TO LpwRamo
035700     MOVE MontoPoliza      TO LpwMonto
035800     MOVE LineaPolizaWk    TO LineaTraspaso
035900     WRITE LineaTraspaso.
036000 2500-GENERAR-TRANS-EXIT.
036100     EXIT.
036200
036300 8000-FINALIZAR.
036400     CLOSE ArchivoOrdenes
036500     CLOSE ArchivoAgentes
036600     CLOSE ArchivoClientes
036700     MOVE SPACES     TO RegistroLote
036800     MOVE "T"        TO TipoRegistroLote
036900     MOVE "TRASPASO" TO LoteOrigen
037000     MOVE FechaHoy   TO LoteFecha
037100     MOVE ContadorGenerados TO LoteCantidad
037200     MOVE HashMontoTrans    TO LoteHashMonto
037300     WRITE RegistroLote
037400     CLOSE ArchivoTransTraspaso
037500     MOVE SPACES TO LineaTraspaso
037600     WRITE LineaTraspaso
037700     MOVE ContadorGenerados TO CantidadEd
037800     MOVE SPACES TO LineaTraspaso
037900     STRING "TOTAL POLIZAS TRASPASADAS: " CantidadEd
038000         DELIMITED BY SIZE INTO LineaTraspaso
038100     END-STRING
038200     WRITE LineaTraspaso
038300     CLOSE ListadoTraspaso
038400     DISPLAY "---------------------------------------------"
038500     DISPLAY "TRASPASO DE CARTERA: TRASPTRA.DAT / TRASPASO.LST"
038600     DISPLAY "Ordenes Aplicadas      : " ContadorOrdenesOk
038700     DISPLAY "Ordenes Rechazadas     : " ContadorOrdenesMal
038800     DISPLAY "Transacciones Generadas: " ContadorGenerados
038900     DISPLAY "Canceladas No Traspas. : " ContadorCanceladas
039000     DISPLAY "---------------------------------------------".
039100 8000-FINALIZAR-EXIT.
039200     EXIT.

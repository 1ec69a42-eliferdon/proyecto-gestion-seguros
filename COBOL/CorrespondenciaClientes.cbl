000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CorrespondenciaClientes.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  ARCHIVO DE CORRESPONDENCIA
001100*                 PARA LA IMPRENTA (CORRESP.DAT, COPY CORREG),
001200*                 UN DOCUMENTO POR EVENTO DEL DIA: AVISO DE
001300*                 RENOVACION POR CADA CAMBIO DEL LOTE DE
001400*                 RENOVTRA.DAT, AVISO DE COBRO POR CADA RECIBO
001500*                 EMITIDO HOY EN RECIBOS.DAT, CARTA DE
001600*                 CANCELACION Y DE SUSPENSION POR CADA BAJA "B"
001700*                 Y SUSPENSION "S" DE HOY EN EL JOURNAL
001800*                 HISTCLI.DAT (IMAGEN DESPUES, COMO
001900*                 DevolucionPrimas) Y AVISO DE PAGO POR CADA PAGO
002000*                 DE SINIESTRO APLICADO HOY EN PAGOSSIN.DAT.  EL
002100*                 DOMICILIO, CORREO Y CANAL SALEN DEL MAESTRO DE
002200*                 CLIENTES MAESTCLI.DAT (CliDatosContacto EN
002300*                 CLMREG).  EL ARCHIVO ABRE CON ENCABEZADO Y
002400*                 CIERRA CON COLA DE CANTIDADES PARA CONCILIAR
002500*                 CON LA IMPRENTA.  EL EVENTO CUYO CLIENTE NO
002600*                 ESTA EN EL MAESTRO O NO TIENE NI DOMICILIO NI
002700*                 CORREO NO SALE: QUEDA EN EL LISTADO DE
002800*                 EXCEPCIONES CORRESP.LST PARA TRAMITE MANUAL.
002900*                 UN LOTE DE RENOVACIONES YA AVISADO (ORIGEN +
003000*                 FECHA EN LOTESCOR.DAT) NO SE AVISA DOS VECES.
003100*                 ANTES ESTAS CARTAS SE MECANOGRAFIABAN SOBRE
003200*                 LOS LISTADOS.  CORRE EN LA VENTANA DESPUES DE
003300*                 DevolucionPrimas (COPY RUNCTL).
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MaestroClientes ASSIGN TO "MAESTCLI.DAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS CliIdCliente
004300         FILE STATUS IS EstadoMaestroClientes.
004400     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS NumeroPoliza
004800         ALTERNATE RECORD KEY IS IdCliente
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CodigoAgente
005100             WITH DUPLICATES
005200         FILE STATUS IS EstadoArchivoClientes.
005300     SELECT ArchivoTransRenov ASSIGN TO "RENOVTRA.DAT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS EstadoArchivoRenov.
005600     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS NumeroRecibo
006000         ALTERNATE RECORD KEY IS RecIdCliente
006100             WITH DUPLICATES
006200         FILE STATUS IS EstadoArchivoRecibos.
006300     SELECT ArchivoJournal ASSIGN TO "HISTCLI.DAT"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS ClaveJournal
006700         ALTERNATE RECORD KEY IS JrnIdCliente
006800             WITH DUPLICATES
006900         FILE STATUS IS EstadoArchivoJournal.
007000     SELECT DetallePagosSin ASSIGN TO "PAGOSSIN.DAT"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS EstadoDetallePagosSin.
007300     SELECT ArchivoCorrespondencia ASSIGN TO "CORRESP.DAT"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500     SELECT LotesCorrespondencia ASSIGN TO "LOTESCOR.DAT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS EstadoLotesCor.
007800     SELECT ListadoCorrespondencia ASSIGN TO "CORRESP.LST"
007900         ORGANIZATION IS LINE SEQUENTIAL.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  MaestroClientes.
008400     COPY CLMREG.
008500
008600 FD  ArchivoClientes.
008700     COPY CLIREG.
008800
008900 FD  ArchivoTransRenov.
009000     COPY TRANREG.
009100     COPY LOTEREG.
009200
009300 FD  ArchivoRecibos.
009400     COPY RECREG.
009500
009600 FD  ArchivoJournal.
009700     COPY JRNREG.
009800
009900 FD  DetallePagosSin.
010000     COPY PAGSIN.
010100
010200 FD  ArchivoCorrespondencia.
010300     COPY CORREG.
010400
010500 FD  LotesCorrespondencia.
010600 01  RegistroLoteCor.
010700     05 LcrOrigen        PIC X(08).
010800     05 LcrFecha         PIC 9(08).
010900
011000 FD  ListadoCorrespondencia.
011100 01  LineaListado         PIC X(80).
011200
011300 WORKING-STORAGE SECTION.
011400 77  EstadoMaestroClientes PIC X(02)    VALUE "00".
011500 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
011600 77  EstadoArchivoRenov  PIC X(02)      VALUE "00".
011700 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
011800 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
011900 77  EstadoDetallePagosSin PIC X(02)    VALUE "00".
012000 77  EstadoLotesCor      PIC X(02)      VALUE "00".
012100 77  FinRenov            PIC X(01)      VALUE "N".
012200     88 TodoRenov                       VALUE "S".
012300 77  FinRecibos          PIC X(01)      VALUE "N".
012400     88 TodoRecibos                     VALUE "S".
012500 77  FinJournal          PIC X(01)      VALUE "N".
012600     88 TodoJournal                     VALUE "S".
012700 77  FinPagos            PIC X(01)      VALUE "N".
012800     88 TodoPagos                       VALUE "S".
012900 77  FinLotes            PIC X(01)      VALUE "N".
013000     88 TodoLote                        VALUE "S".
013100 77  LoteYaAvisado       PIC X(01)      VALUE "N".
013200     88 LoteRepetido                    VALUE "S".
013300 77  HayLoteRenov        PIC X(01)      VALUE "N".
013400     88 LoteRenovPendiente              VALUE "S".
013500 77  OrigenLote          PIC X(08)      VALUE SPACES.
013600 77  FechaLote           PIC 9(08)      VALUE ZEROES.
013700 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
013800 77  MotivoWk            PIC X(30)      VALUE SPACES.
013900 77  ContadorDocumentos  PIC 9(07)      COMP VALUE ZEROES.
014000 77  ContadorRenovaciones PIC 9(07)     COMP VALUE ZEROES.
014100 77  ContadorAvisosCobro PIC 9(07)      COMP VALUE ZEROES.
014200 77  ContadorCancelaciones PIC 9(07)    COMP VALUE ZEROES.
014300 77  ContadorSuspensiones PIC 9(07)     COMP VALUE ZEROES.
014400 77  ContadorPagosSiniestro PIC 9(07)   COMP VALUE ZEROES.
014500 77  ContadorPostal      PIC 9(07)      COMP VALUE ZEROES.
014600 77  ContadorEmail       PIC 9(07)      COMP VALUE ZEROES.
014700 77  ContadorExcepciones PIC 9(07)      COMP VALUE ZEROES.
014800 77  TotalDocumentosEd   PIC Z(6)9.
014900 77  TotalExcepcionesEd  PIC Z(6)9.
015000 01  LineaListadoWk.
015100     05 LlwTipoDocumento  PIC X(04).
015200     05 LlwIdCliente      PIC X(07).
015300     05 LlwNumeroPoliza   PIC X(10).
015400     05 LlwMotivo         PIC X(30).
015500     05 FILLER            PIC X(29).
015600
015700     COPY CTLPAR.
015800
015900 PROCEDURE DIVISION.
016000 0000-MAINLINE.
016100     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
016200     PERFORM 2000-RENOVACIONES THRU 2000-RENOVACIONES-EXIT
016300     PERFORM 3000-RECIBOS THRU 3000-RECIBOS-EXIT
016400     PERFORM 4000-JOURNAL THRU 4000-JOURNAL-EXIT
016500     PERFORM 5000-PAGOS-SINIESTRO THRU 5000-PAGOS-SINIESTRO-EXIT
016600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
016700     STOP RUN.
016800
016900*----------------------------------------------------------------
017000* 1000-INICIAR - EL CONTROL DE CORRIDAS IMPIDE ARMAR DOS VECES
017100* LA CORRESPONDENCIA DE UN MISMO DIA Y EXIGE QUE LAS BAJAS,
017200* ENDOSOS Y DEVOLUCIONES DE HOY YA ESTEN APLICADOS.  SIN
017300* MAESTRO DE CLIENTES O DE POLIZAS NO HAY A QUIEN ESCRIBIR Y LA
017400* CORRIDA TERMINA CON CODIGO 8.
017500*----------------------------------------------------------------
017600 1000-INICIAR.
017700     MOVE "CorrespondenciaClientes" TO CtlPrograma
017800     MOVE "DevolucionPrimas"        TO CtlPredecesor
017900     PERFORM 9600-CONTROL-INICIO
018000         THRU 9600-CONTROL-INICIO-EXIT
018100     ACCEPT FechaHoy FROM DATE YYYYMMDD
018200     OPEN INPUT MaestroClientes
018300     IF EstadoMaestroClientes NOT = "00"
018400         DISPLAY "NO SE PUDO ABRIR MAESTCLI.DAT - ESTADO "
018500             EstadoMaestroClientes
018600             " - CORRA ConversionContactos SI EL MAESTRO ES EL "
018700             "ANTERIOR"
018800         MOVE 8 TO RETURN-CODE
018900         STOP RUN
019000     END-IF
019100     OPEN INPUT ArchivoClientes
019200     IF EstadoArchivoClientes NOT = "00"
019300         DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT - ESTADO "
019400             EstadoArchivoClientes
019500         MOVE 8 TO RETURN-CODE
019600         STOP RUN
019700     END-IF
019800     OPEN OUTPUT ArchivoCorrespondencia
019900     MOVE SPACES TO RegistroControlCorresp
020000     MOVE "H"      TO CcoTipoRegistro
020100     MOVE FechaHoy TO CcoFechaProceso
020200     MOVE ZEROES   TO CcoCantidades
020300     WRITE RegistroControlCorresp
020400     OPEN OUTPUT ListadoCorrespondencia
020500     MOVE "CORRESPONDENCIA DEL DIA - EVENTOS SIN DOCUMENTO"
020600         TO LineaListado
020700     WRITE LineaListado
020800     MOVE SPACES TO LineaListado
020900     STRING "FECHA " FechaHoy
021000         " - TIPO / CLIENTE / POLIZA / MOTIVO"
021100         DELIMITED BY SIZE INTO LineaListado
021200     END-STRING
021300     WRITE LineaListado.
021400 1000-INICIAR-EXIT.
021500     EXIT.
021600
021700*----------------------------------------------------------------
021800* 2000-RENOVACIONES - UN AVISO DE RENOVACION POR CADA CAMBIO
021900* DEL LOTE DE RENOVTRA.DAT (LA POLIZA CON SU NUEVA VIGENCIA Y
022000* PRIMA).  SIN ARCHIVO NO HAY RENOVACIONES HOY; UN LOTE YA
022100* AVISADO EN UNA NOCHE ANTERIOR SE SALTA CON AVISO.
022200*----------------------------------------------------------------
022300 2000-RENOVACIONES.
022400     OPEN INPUT ArchivoTransRenov
022500     IF EstadoArchivoRenov NOT = "00"
022600         DISPLAY "SIN RENOVTRA.DAT - SIN AVISOS DE RENOVACION "
022700             "HOY"
022800         GO TO 2000-RENOVACIONES-EXIT
022900     END-IF
023000     PERFORM 2100-LEER-RENOVACION
023100         THRU 2100-LEER-RENOVACION-EXIT
023200         UNTIL TodoRenov
023300     CLOSE ArchivoTransRenov.
023400 2000-RENOVACIONES-EXIT.
023500     EXIT.
023600
023700 2100-LEER-RENOVACION.
023800     READ ArchivoTransRenov
023900         AT END
024000             MOVE "S" TO FinRenov
024100             GO TO 2100-LEER-RENOVACION-EXIT
024200     END-READ
024300     IF LoteEncabezado
024400         MOVE LoteOrigen TO OrigenLote
024500         MOVE LoteFecha  TO FechaLote
024600         PERFORM 2200-BUSCAR-LOTE-COR
024700             THRU 2200-BUSCAR-LOTE-COR-EXIT
024800         IF LoteRepetido
024900             DISPLAY "LOTE DE RENOVACIONES YA AVISADO: "
025000                 OrigenLote " " FechaLote " - NO SE REPITE"
025100             MOVE "S" TO FinRenov
025200         ELSE
025300             MOVE "S" TO HayLoteRenov
025400         END-IF
025500         GO TO 2100-LEER-RENOVACION-EXIT
025600     END-IF
025700     IF LoteCola
025800         GO TO 2100-LEER-RENOVACION-EXIT
025900     END-IF
026000     IF NOT LoteRenovPendiente
026100         DISPLAY "RENOVTRA.DAT SIN ENCABEZADO DE LOTE - SIN "
026200             "AVISOS DE RENOVACION HOY"
026300         MOVE "S" TO FinRenov
026400         GO TO 2100-LEER-RENOVACION-EXIT
026500     END-IF
026600     IF NOT TranCambio
026700         GO TO 2100-LEER-RENOVACION-EXIT
026800     END-IF
026900     MOVE SPACES             TO RegistroCorrespondencia
027000     MOVE "RN"               TO CorTipoDocumento
027100     MOVE TxIdCliente        TO CorIdCliente
027200     MOVE TxNumeroPoliza     TO CorNumeroPoliza
027300     MOVE TxCodigoRamo       TO CorCodigoRamo
027400     MOVE TxFechaEfectiva    TO CorRnFechaEfectiva
027500     MOVE TxFechaVencimiento TO CorRnFechaVencimiento
027600     MOVE TxMontoPoliza      TO CorRnMontoPoliza
027700     PERFORM 6000-EMITIR-DOCUMENTO
027800         THRU 6000-EMITIR-DOCUMENTO-EXIT.
027900 2100-LEER-RENOVACION-EXIT.
028000     EXIT.
028100
028200 2200-BUSCAR-LOTE-COR.
028300     MOVE "N" TO FinLotes
028400     OPEN INPUT LotesCorrespondencia
028500     IF EstadoLotesCor NOT = "00"
028600         GO TO 2200-BUSCAR-LOTE-COR-EXIT
028700     END-IF
028800     PERFORM 2250-LEER-LOTE-COR
028900         THRU 2250-LEER-LOTE-COR-EXIT
029000         UNTIL TodoLote
029100     CLOSE LotesCorrespondencia.
029200 2200-BUSCAR-LOTE-COR-EXIT.
029300     EXIT.
029400
029500 2250-LEER-LOTE-COR.
029600     READ LotesCorrespondencia
029700         AT END
029800             MOVE "S" TO FinLotes
029900             GO TO 2250-LEER-LOTE-COR-EXIT
030000     END-READ
030100     IF LcrOrigen = OrigenLote
030200         AND LcrFecha = FechaLote
030300         MOVE "S" TO LoteYaAvisado
030400     END-IF.
030500 2250-LEER-LOTE-COR-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------------
030900* 3000-RECIBOS - UN AVISO DE COBRO POR CADA RECIBO EMITIDO HOY:
031000* CUOTAS DE LA FACTURACION Y SUPLEMENTOS DE ENDOSO.
031100*----------------------------------------------------------------
031200 3000-RECIBOS.
031300     OPEN INPUT ArchivoRecibos
031400     IF EstadoArchivoRecibos NOT = "00"
031500         DISPLAY "SIN RECIBOS.DAT - SIN AVISOS DE COBRO HOY"
031600         GO TO 3000-RECIBOS-EXIT
031700     END-IF
031800     PERFORM 3100-LEER-RECIBO THRU 3100-LEER-RECIBO-EXIT
031900         UNTIL TodoRecibos
032000     CLOSE ArchivoRecibos.
032100 3000-RECIBOS-EXIT.
032200     EXIT.
032300
032400 3100-LEER-RECIBO.
032500     READ ArchivoRecibos NEXT RECORD
032600         AT END
032700             MOVE "S" TO FinRecibos
032800             GO TO 3100-LEER-RECIBO-EXIT
032900     END-READ
033000     IF FechaEmisionRecibo NOT = FechaHoy
033100         GO TO 3100-LEER-RECIBO-EXIT
033200     END-IF
033300     MOVE SPACES                 TO RegistroCorrespondencia
033400     MOVE "AC"                   TO CorTipoDocumento
033500     MOVE RecIdCliente           TO CorIdCliente
033600     MOVE RecNumeroPoliza        TO CorNumeroPoliza
033700     MOVE RecCodigoRamo          TO CorCodigoRamo
033800     MOVE RecAnioVigencia        TO CorAcAnioVigencia
033900     MOVE RecNumeroCuota         TO CorAcNumeroCuota
034000     MOVE RecCuotasPlan          TO CorAcCuotasPlan
034100     MOVE FechaEmisionRecibo     TO CorAcFechaEmision
034200     MOVE FechaVencimientoRecibo TO CorAcFechaVencimiento
034300     MOVE RecPrimaNeta           TO CorAcPrimaNeta
034400     MOVE RecDerechoPoliza       TO CorAcDerechoPoliza
034500     MOVE RecImpuesto            TO CorAcImpuesto
034600     MOVE MontoRecibo            TO CorAcMontoRecibo
034700     PERFORM 6000-EMITIR-DOCUMENTO
034800         THRU 6000-EMITIR-DOCUMENTO-EXIT.
034900 3100-LEER-RECIBO-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300* 4000-JOURNAL - SOLO LA IMAGEN DESPUES DE UNA BAJA "B" O DE
035400* UNA SUSPENSION "S" DE HOY GENERA CARTA; LA IMAGEN YA TRAE
035500* LA FECHA Y EL MOTIVO DE LA CANCELACION.
035600*----------------------------------------------------------------
035700 4000-JOURNAL.
035800     OPEN INPUT ArchivoJournal
035900     IF EstadoArchivoJournal NOT = "00"
036000         DISPLAY "SIN JOURNAL HISTCLI.DAT - SIN CARTAS DE "
036100             "CANCELACION NI SUSPENSION HOY"
036200         GO TO 4000-JOURNAL-EXIT
036300     END-IF
036400     PERFORM 4100-LEER-JOURNAL THRU 4100-LEER-JOURNAL-EXIT
036500         UNTIL TodoJournal
036600     CLOSE ArchivoJournal.
036700 4000-JOURNAL-EXIT.
036800     EXIT.
036900
037000 4100-LEER-JOURNAL.
037100     READ ArchivoJournal NEXT RECORD
037200         AT END
037300             MOVE "S" TO FinJournal
037400             GO TO 4100-LEER-JOURNAL-EXIT
037500     END-READ
037600     IF JrnFecha NOT = FechaHoy
037700         OR NOT ImagenDespues
037800         GO TO 4100-LEER-JOURNAL-EXIT
037900     END-IF
038000     EVALUATE JrnTipoTransaccion
038100         WHEN "B"
038200             PERFORM 4200-CARTA-CANCELACION
038300                 THRU 4200-CARTA-CANCELACION-EXIT
038400         WHEN "S"
038500             PERFORM 4300-CARTA-SUSPENSION
038600                 THRU 4300-CARTA-SUSPENSION-EXIT
038700     END-EVALUATE.
038800 4100-LEER-JOURNAL-EXIT.
038900     EXIT.
039000
039100*----------------------------------------------------------------
039200* 4200-CARTA-CANCELACION - EL MOTIVO SE EXPLICA EN LA CARTA CON
039300* LAS MISMAS CONDICIONES DE CLIREG: "FP" FALTA DE PAGO, "CO"
039400* DECISION DE LA COMPANIA, CUALQUIER OTRO A PEDIDO DEL
039500* ASEGURADO.
039600*----------------------------------------------------------------
039700 4200-CARTA-CANCELACION.
039800     MOVE SPACES              TO RegistroCorrespondencia
039900     MOVE "CA"                TO CorTipoDocumento
040000     MOVE JrnIdCliente        TO CorIdCliente
040100     MOVE JrnDatNumeroPoliza  TO CorNumeroPoliza
040200     MOVE JrnCodigoRamo       TO CorCodigoRamo
040300     MOVE JrnFechaCancelacion TO CorCaFechaCancelacion
040400     MOVE JrnMotivoCancelacion TO CorCaMotivo
040500     EVALUATE JrnMotivoCancelacion
040600         WHEN "FP"
040700             MOVE "FALTA DE PAGO" TO CorCaDescMotivo
040800         WHEN "CO"
040900             MOVE "DECISION DE LA COMPANIA" TO CorCaDescMotivo
041000         WHEN OTHER
041100             MOVE "A PEDIDO DEL ASEGURADO" TO CorCaDescMotivo
041200     END-EVALUATE
041300     PERFORM 6000-EMITIR-DOCUMENTO
041400         THRU 6000-EMITIR-DOCUMENTO-EXIT.
041500 4200-CARTA-CANCELACION-EXIT.
041600     EXIT.
041700
041800 4300-CARTA-SUSPENSION.
041900     MOVE SPACES              TO RegistroCorrespondencia
042000     MOVE "SU"                TO CorTipoDocumento
042100     MOVE JrnIdCliente        TO CorIdCliente
042200     MOVE JrnDatNumeroPoliza  TO CorNumeroPoliza
042300     MOVE JrnCodigoRamo       TO CorCodigoRamo
042400     MOVE JrnFecha            TO CorSuFechaSuspension
042500     MOVE JrnFechaVencimiento TO CorSuFechaVencimiento
042600     PERFORM 6000-EMITIR-DOCUMENTO
042700         THRU 6000-EMITIR-DOCUMENTO-EXIT.
042800 4300-CARTA-SUSPENSION-EXIT.
042900     EXIT.
043000
043100*----------------------------------------------------------------
043200* 5000-PAGOS-SINIESTRO - UN AVISO POR CADA PAGO DE SINIESTRO
043300* APLICADO HOY.  EL CLIENTE SE TOMA DE LA POLIZA DEL PAGO.
043400*----------------------------------------------------------------
043500 5000-PAGOS-SINIESTRO.
043600     OPEN INPUT DetallePagosSin
043700     IF EstadoDetallePagosSin NOT = "00"
043800         DISPLAY "SIN PAGOSSIN.DAT - SIN AVISOS DE PAGO DE "
043900             "SINIESTRO HOY"
044000         GO TO 5000-PAGOS-SINIESTRO-EXIT
044100     END-IF
044200     PERFORM 5100-LEER-PAGO THRU 5100-LEER-PAGO-EXIT
044300         UNTIL TodoPagos
044400     CLOSE DetallePagosSin.
044500 5000-PAGOS-SINIESTRO-EXIT.
044600     EXIT.
044700
044800 5100-LEER-PAGO.
044900     READ DetallePagosSin
045000         AT END
045100             MOVE "S" TO FinPagos
045200             GO TO 5100-LEER-PAGO-EXIT
045300     END-READ
045400     IF PsnFechaAplicacion NOT = FechaHoy
045500         GO TO 5100-LEER-PAGO-EXIT
045600     END-IF
045700     MOVE SPACES             TO RegistroCorrespondencia
045800     MOVE "PS"               TO CorTipoDocumento
045900     MOVE PsnNumeroPoliza    TO CorNumeroPoliza
046000     MOVE PsnNumeroSiniestro TO CorPsNumeroSiniestro
046100     MOVE PsnFechaPago       TO CorPsFechaPago
046200     MOVE PsnMontoPago       TO CorPsMontoPago
046300     MOVE PsnNumeroPoliza    TO NumeroPoliza
046400     READ ArchivoClientes
046500         INVALID KEY
046600             MOVE "POLIZA NO EXISTE" TO MotivoWk
046700             PERFORM 6800-LISTAR-EXCEPCION
046800                 THRU 6800-LISTAR-EXCEPCION-EXIT
046900             GO TO 5100-LEER-PAGO-EXIT
047000     END-READ
047100     MOVE IdCliente          TO CorIdCliente
047200     MOVE CodigoRamo         TO CorCodigoRamo
047300     PERFORM 6000-EMITIR-DOCUMENTO
047400         THRU 6000-EMITIR-DOCUMENTO-EXIT.
047500 5100-LEER-PAGO-EXIT.
047600     EXIT.
047700
047800*----------------------------------------------------------------
047900* 6000-EMITIR-DOCUMENTO - EL LLAMADOR DEJA EN
048000* RegistroCorrespondencia EL TIPO DE DOCUMENTO, EL CLIENTE, LA
048100* POLIZA Y LOS DATOS DE SU PLANTILLA.  AQUI SE COMPLETAN NOMBRE
048200* Y CONTACTO DESDE MAESTCLI.DAT, SE ELIGE EL CANAL DE ENVIO Y
048300* SE GRABA EL DOCUMENTO CON SU NUMERO DE SECUENCIA.
048400*----------------------------------------------------------------
048500 6000-EMITIR-DOCUMENTO.
048600     MOVE CorIdCliente TO CliIdCliente
048700     READ MaestroClientes
048800         INVALID KEY
048900             MOVE "CLIENTE NO ESTA EN MAESTCLI" TO MotivoWk
049100             PERFORM 6800-LISTAR-EXCEPCION
049200                 THRU 6800-LISTAR-EXCEPCION-EXIT
049300             GO TO 6000-EMITIR-DOCUMENTO-EXIT
049400     END-READ
049500     MOVE CliNombreCliente TO CorNombreCliente
049600     MOVE CliDomicilio     TO CorDomicilio
049700     MOVE CliLocalidad     TO CorLocalidad
049800     MOVE CliProvincia     TO CorProvincia
049900     MOVE CliCodigoPostal  TO CorCodigoPostal
050000     MOVE CliEmail         TO CorEmail
050100     MOVE CliTelefono      TO CorTelefono
050200     PERFORM 6100-ELEGIR-CANAL THRU 6100-ELEGIR-CANAL-EXIT
050300     IF CorCanalEnvio = SPACE
050400         MOVE "SIN DOMICILIO NI CORREO" TO MotivoWk
050500         PERFORM 6800-LISTAR-EXCEPCION
050600             THRU 6800-LISTAR-EXCEPCION-EXIT
050700         GO TO 6000-EMITIR-DOCUMENTO-EXIT
050800     END-IF
050900     ADD 1 TO ContadorDocumentos
051000     MOVE "D"                TO CorTipoRegistro
051100     MOVE FechaHoy           TO CorFechaProceso
051200     MOVE ContadorDocumentos TO CorSecuencia
051300     WRITE RegistroCorrespondencia
051400     EVALUATE TRUE
051500         WHEN DocAvisoRenovacion
051600             ADD 1 TO ContadorRenovaciones
051700         WHEN DocAvisoCobro
051800             ADD 1 TO ContadorAvisosCobro
051900         WHEN DocCancelacion
052000             ADD 1 TO ContadorCancelaciones
052100         WHEN DocSuspension
052200             ADD 1 TO ContadorSuspensiones
052300         WHEN DocPagoSiniestro
052400             ADD 1 TO ContadorPagosSiniestro
052500     END-EVALUATE
052600     IF CorEnvioEmail
052700         ADD 1 TO ContadorEmail
052800     ELSE
052900         ADD 1 TO ContadorPostal
053000     END-IF.
053100 6000-EMITIR-DOCUMENTO-EXIT.
053200     EXIT.
053300
053400*----------------------------------------------------------------
053500* 6100-ELEGIR-CANAL - CORREO ELECTRONICO SI EL CLIENTE LO
053600* PREFIERE Y LO TIENE; SI NO, CORREO POSTAL SI TIENE
053700* DOMICILIO; SI TAMPOCO, CORREO ELECTRONICO SI LO TIENE.  SIN
053800* NINGUNO DE LOS DOS EL CANAL QUEDA EN ESPACIO.
053900*----------------------------------------------------------------
054000 6100-ELEGIR-CANAL.
054100     MOVE SPACE TO CorCanalEnvio
054200     IF CanalEmail AND CliEmail NOT = SPACES
054300         MOVE "E" TO CorCanalEnvio
054400         GO TO 6100-ELEGIR-CANAL-EXIT
054500     END-IF
054600     IF CliDomicilio NOT = SPACES
054700         MOVE "P" TO CorCanalEnvio
054800         GO TO 6100-ELEGIR-CANAL-EXIT
054900     END-IF
055000     IF CliEmail NOT = SPACES
055100         MOVE "E" TO CorCanalEnvio
055200     END-IF.
055300 6100-ELEGIR-CANAL-EXIT.
055400     EXIT.
055500
055600 6800-LISTAR-EXCEPCION.
055700     ADD 1 TO ContadorExcepciones
055800     MOVE SPACES           TO LineaListadoWk
055900     MOVE CorTipoDocumento TO LlwTipoDocumento
056000     MOVE CorIdCliente     TO LlwIdCliente
056100     MOVE CorNumeroPoliza  TO LlwNumeroPoliza
056200     MOVE MotivoWk         TO LlwMotivo
056300     MOVE LineaListadoWk   TO LineaListado
056400     WRITE LineaListado.
056500 6800-LISTAR-EXCEPCION-EXIT.
056600     EXIT.
056700
056800*----------------------------------------------------------------
056900* 8000-FINALIZAR - CIERRA EL ARCHIVO CON SU COLA DE CANTIDADES,
057000* REGISTRA EL LOTE DE RENOVACIONES AVISADO Y DEJA LA
057100* COMPLETACION DEL PASO EN CONTROL.DAT.
057200*----------------------------------------------------------------
057300 8000-FINALIZAR.
057400     MOVE SPACES                 TO RegistroControlCorresp
057500     MOVE "T"                    TO CcoTipoRegistro
057600     MOVE FechaHoy               TO CcoFechaProceso
057700     MOVE ContadorDocumentos     TO CcoCantidadDocumentos
057800     MOVE ContadorRenovaciones   TO CcoCantRenovaciones
057900     MOVE ContadorAvisosCobro    TO CcoCantAvisosCobro
058000     MOVE ContadorCancelaciones  TO CcoCantCancelaciones
058100     MOVE ContadorSuspensiones   TO CcoCantSuspensiones
058200     MOVE ContadorPagosSiniestro TO CcoCantPagosSiniestro
058300     MOVE ContadorPostal         TO CcoCantPostal
058400     MOVE ContadorEmail          TO CcoCantEmail
058500     WRITE RegistroControlCorresp
058600     CLOSE ArchivoCorrespondencia
058700     CLOSE MaestroClientes
058800     CLOSE ArchivoClientes
058900     MOVE ContadorDocumentos  TO TotalDocumentosEd
059000     MOVE ContadorExcepciones TO TotalExcepcionesEd
059100     MOVE SPACES TO LineaListado
059200     WRITE LineaListado
059300     STRING "DOCUMENTOS=" TotalDocumentosEd
059400         " SIN DOCUMENTO=" TotalExcepcionesEd
059500         DELIMITED BY SIZE INTO LineaListado
059600     END-STRING
059700     WRITE LineaListado
059800     CLOSE ListadoCorrespondencia
059900     IF LoteRenovPendiente
060000         PERFORM 8500-REGISTRAR-LOTE
060100             THRU 8500-REGISTRAR-LOTE-EXIT
060200     END-IF
060300     DISPLAY "---------------------------------------------"
060400     DISPLAY "CORRESPONDENCIA DEL DIA - CORRESP.DAT"
060500     DISPLAY "Avisos De Renovacion  : " ContadorRenovaciones
060600     DISPLAY "Avisos De Cobro       : " ContadorAvisosCobro
060700     DISPLAY "Cartas De Cancelacion : " ContadorCancelaciones
060800     DISPLAY "Cartas De Suspension  : " ContadorSuspensiones
060900     DISPLAY "Avisos Pago Siniestro : " ContadorPagosSiniestro
061000     DISPLAY "Documentos Postales   : " ContadorPostal
061100     DISPLAY "Documentos Por Correo : " ContadorEmail
061200     DISPLAY "Total De Documentos   : " ContadorDocumentos
061300     DISPLAY "Eventos Sin Documento : " ContadorExcepciones
061400     DISPLAY "---------------------------------------------"
061500     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
061600 8000-FINALIZAR-EXIT.
061700     EXIT.
061800
061900*----------------------------------------------------------------
062000* 8500-REGISTRAR-LOTE - EL LOTE DE RENOVACIONES AVISADO QUEDA
062100* REGISTRADO (ORIGEN + FECHA) EN LOTESCOR.DAT PARA QUE UNA
062200* NOCHE POSTERIOR CON EL MISMO RENOVTRA.DAT NO LO AVISE OTRA
062300* VEZ.
062400*----------------------------------------------------------------
062500 8500-REGISTRAR-LOTE.
062600     OPEN EXTEND LotesCorrespondencia
062700     IF EstadoLotesCor = "35"
062800         OPEN OUTPUT LotesCorrespondencia
062900     END-IF
063000     MOVE OrigenLote TO LcrOrigen
063100     MOVE FechaLote  TO LcrFecha
063200     WRITE RegistroLoteCor
063300     CLOSE LotesCorrespondencia.
063400 8500-REGISTRAR-LOTE-EXIT.
063500     EXIT.
063600
063700     COPY RUNCTL.

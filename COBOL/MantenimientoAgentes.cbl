000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. MantenimientoAgentes.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  APLICA LAS TRANSACCIONES
001100*                 DE ALTA/CAMBIO/TERMINACION DE AGENTRA.DAT
001200*                 (COPY AGETRA) CONTRA EL MAESTRO INDEXADO DE
001300*                 AGENTES (AGENTES.DAT, CLAVE CodigoAgente, VER
001400*                 AGEREG), CON EL MISMO ESQUEMA QUE
001500*                 MantenimientoSiniestros.  REEMPLAZA LA EDICION
001600*                 A MANO DE AGENTES.DAT.  EL ALTA NACE ACTIVA;
001700*                 EL CAMBIO DEJA EL VALOR ANTERIOR DE TODO CAMPO
001800*                 NO INFORMADO; LA TERMINACION MARCA AL AGENTE
001900*                 "T" CON SU FECHA DE BAJA Y NO BORRA EL
002000*                 REGISTRO (LAS LIQUIDACIONES Y EL TRASPASO DE
002100*                 CARTERA LO SIGUEN NECESITANDO).  CADA ALTA O
002200*                 CAMBIO PUEDE CARGAR UNA TASA DE COMISION POR
002300*                 RAMO CON SU VIGENCIA.  TODO LO APLICADO O
002400*                 RECHAZADO, CON EL MOTIVO, SALE AL LISTADO DE
002500*                 AUDITORIA AUDITAGE.LST.  CORRE DE DIA, A
002600*                 PEDIDO, FUERA DEL PASE DIARIO.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS CodigoAgente
003600         FILE STATUS IS EstadoArchivoAgentes.
003700     SELECT ArchivoTransAgentes ASSIGN TO "AGENTRA.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS EstadoArchivoTrans.
004000     SELECT ListadoAuditoria ASSIGN TO "AUDITAGE.LST"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ArchivoAgentes.
004600     COPY AGEREG.
004700
004800 FD  ArchivoTransAgentes.
004900     COPY AGETRA.
005000
005100 FD  ListadoAuditoria.
005200 01  LineaAuditoria       PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
005600 77  EstadoArchivoTrans  PIC X(02)      VALUE "00".
005700 77  FinTrans            PIC X(01)      VALUE "N".
005800     88 TodoTrans                       VALUE "S".
005900 77  TransaccionEsValida PIC X(01)      VALUE "N".
006000     88 TransValida                     VALUE "S".
006100 77  ContadorAltas       PIC 9(05)      COMP VALUE ZEROES.
006200 77  ContadorCambios     PIC 9(05)      COMP VALUE ZEROES.
006300 77  ContadorTerminos    PIC 9(05)      COMP VALUE ZEROES.
006400 77  ContadorRechazos    PIC 9(05)      COMP VALUE ZEROES.
006500 77  TotalAltasEd        PIC ZZZZ9.
006600 77  TotalCambiosEd      PIC ZZZZ9.
006700 77  TotalTerminosEd     PIC ZZZZ9.
006800 77  TotalRechazosEd     PIC ZZZZ9.
006900 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
007000 77  MotivoWk            PIC X(30)      VALUE SPACES.
007100 77  MaxTasasRamo        PIC 9(02)      COMP VALUE 10.
007200 77  IndiceTasa          PIC 9(02)      COMP VALUE ZEROES.
007300 77  EntradaIgual        PIC 9(02)      COMP VALUE ZEROES.
007400 77  EntradaLibre        PIC 9(02)      COMP VALUE ZEROES.
007500 01  LineaAuditoriaWk.
007600     05 LawAccion         PIC X(10).
007700     05 LawCodigoAgente   PIC X(07).
007800     05 LawNombre         PIC X(22).
007900     05 LawMotivo         PIC X(30).
008000     05 FILLER            PIC X(11).
008100
008200 PROCEDURE DIVISION.
008300 0000-MAINLINE.
008400     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
008500     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
008600         UNTIL TodoTrans
008700     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
008800     STOP RUN.
008900
009000*----------------------------------------------------------------
009100* 1000-INICIAR - SI EL MAESTRO DE AGENTES AUN NO EXISTE (ESTADO
009200* 35) SE CREA VACIO Y SE REABRE EN I-O.  SIN AGENTRA.DAT NO
009300* HAY NADA QUE APLICAR Y LA CORRIDA TERMINA CON CODIGO 8.
009400*----------------------------------------------------------------
009500 1000-INICIAR.
009600     ACCEPT FechaHoy FROM DATE YYYYMMDD
009700     OPEN INPUT  ArchivoTransAgentes
009800     IF EstadoArchivoTrans NOT = "00"
009900         DISPLAY "NO SE PUDO ABRIR AGENTRA.DAT - ESTADO "
010000             EstadoArchivoTrans
010100         MOVE 8 TO RETURN-CODE
010200         STOP RUN
010300     END-IF
010400     OPEN I-O    ArchivoAgentes
010500     IF EstadoArchivoAgentes = "35"
010600         OPEN OUTPUT ArchivoAgentes
010700         CLOSE ArchivoAgentes
010800         OPEN I-O    ArchivoAgentes
010900     END-IF
011000     OPEN OUTPUT ListadoAuditoria
011100     MOVE SPACES TO LineaAuditoria
011200     STRING "LISTADO DE AUDITORIA - MANTENIMIENTO DE AGENTES - "
011300            FechaHoy
011400         DELIMITED BY SIZE INTO LineaAuditoria
011500     END-STRING
011600     WRITE LineaAuditoria
011700     MOVE "ACCION    AGENTE NOMBRE                MOTIVO"
011800         TO LineaAuditoria
011900     WRITE LineaAuditoria.
012000 1000-INICIAR-EXIT.
012100     EXIT.
012200
012300 1200-LEER-TRANS.
012400     READ ArchivoTransAgentes INTO RegistroTransAgente
012500         AT END
012600             MOVE "S" TO FinTrans
012700             GO TO 1200-LEER-TRANS-EXIT
012800     END-READ.
012900 1200-LEER-TRANS-EXIT.
013000     EXIT.
013100
013200 2000-PROCESAR.
013300     PERFORM 1200-LEER-TRANS THRU 1200-LEER-TRANS-EXIT
013400     IF TodoTrans
013500         GO TO 2000-PROCESAR-EXIT
013600     END-IF
013700     MOVE SPACES TO MotivoWk
013800     EVALUATE TRUE
013900         WHEN TranAgeAlta
014000             PERFORM 2100-PROCESAR-ALTA
014100                 THRU 2100-PROCESAR-ALTA-EXIT
014200         WHEN TranAgeCambio
014300             PERFORM 2200-PROCESAR-CAMBIO
014400                 THRU 2200-PROCESAR-CAMBIO-EXIT
014500         WHEN TranAgeTermino
014600             PERFORM 2300-PROCESAR-TERMINO
014700                 THRU 2300-PROCESAR-TERMINO-EXIT
014800         WHEN OTHER
014900             MOVE "TIPO DE TRANSACCION INVALIDO" TO MotivoWk
015000             PERFORM 2800-RECHAZAR-TRANS
015100                 THRU 2800-RECHAZAR-TRANS-EXIT
015200     END-EVALUATE.
015300 2000-PROCESAR-EXIT.
015400     EXIT.
015500
015600*----------------------------------------------------------------
015700* 2050-VALIDAR-TRANS - EDITA LOS CAMPOS COMUNES A ALTA Y CAMBIO:
015800* CLAVE INFORMADA, TASAS Y FECHAS NUMERICAS, INGRESO NO
015900* POSTERIOR A HOY, Y UNA TASA POR RAMO COMPLETA (RAMO, VIGENCIA
016000* Y TASA) SI VIENE RAMO.  DEJA EL MOTIVO DEL RECHAZO EN
016100* MotivoWk.
016200*----------------------------------------------------------------
016300 2050-VALIDAR-TRANS.
016400     MOVE "S" TO TransaccionEsValida
016500     EVALUATE TRUE
016600         WHEN TaCodigoAgente = SPACES
016700             MOVE "CODIGO DE AGENTE EN BLANCO" TO MotivoWk
016800         WHEN TaTasaComision NOT NUMERIC
016900             MOVE "TASA DE COMISION NO NUMERICA" TO MotivoWk
017000         WHEN TaFechaIngreso NOT NUMERIC
017100             OR TaVenceLicencia NOT NUMERIC
017200             MOVE "FECHA NO NUMERICA" TO MotivoWk
017300         WHEN TaFechaIngreso > FechaHoy
017400             MOVE "FECHA DE INGRESO FUTURA" TO MotivoWk
017500         WHEN TaCodigoRamo NOT = SPACES
017600             AND (TaVigenciaTasa NOT NUMERIC
017700                  OR TaTasaRamo NOT NUMERIC)
017800             MOVE "TASA POR RAMO NO NUMERICA" TO MotivoWk
017900         WHEN TaCodigoRamo NOT = SPACES
018000             AND TaVigenciaTasa = ZEROES
018100             MOVE "TASA POR RAMO SIN VIGENCIA" TO MotivoWk
018200     END-EVALUATE
018300     IF MotivoWk NOT = SPACES
018400         MOVE "N" TO TransaccionEsValida
018500     END-IF.
018600 2050-VALIDAR-TRANS-EXIT.
018700     EXIT.
018800
018900*----------------------------------------------------------------
019000* 2100-PROCESAR-ALTA - UN CODIGO YA EXISTENTE SE RECHAZA.  EL
019100* AGENTE NACE ACTIVO, CON INGRESO HOY SI NO SE INFORMA, Y CON
019200* LA TASA POR RAMO DE LA TRANSACCION SI LA TRAE.
019300*----------------------------------------------------------------
019400 2100-PROCESAR-ALTA.
019500     PERFORM 2050-VALIDAR-TRANS THRU 2050-VALIDAR-TRANS-EXIT
019600     IF NOT TransValida
019700         PERFORM 2800-RECHAZAR-TRANS
019800             THRU 2800-RECHAZAR-TRANS-EXIT
019900         GO TO 2100-PROCESAR-ALTA-EXIT
020000     END-IF
020100     IF TaNombreAgente = SPACES
020200         MOVE "NOMBRE DE AGENTE EN BLANCO" TO MotivoWk
020300         PERFORM 2800-RECHAZAR-TRANS
020400             THRU 2800-RECHAZAR-TRANS-EXIT
020500         GO TO 2100-PROCESAR-ALTA-EXIT
020600     END-IF
020700     MOVE TaCodigoAgente TO CodigoAgente
020800     READ ArchivoAgentes
020900         INVALID KEY
021000             CONTINUE
021100         NOT INVALID KEY
021200             MOVE "AGENTE YA EXISTE" TO MotivoWk
021300             PERFORM 2800-RECHAZAR-TRANS
021400                 THRU 2800-RECHAZAR-TRANS-EXIT
021500             GO TO 2100-PROCESAR-ALTA-EXIT
021600     END-READ
021700     MOVE SPACES            TO RegistroAgente
021800     MOVE TaCodigoAgente    TO CodigoAgente
021900     MOVE TaNombreAgente    TO NombreAgente
022000     MOVE TaTasaComision    TO TasaComision
022100     MOVE "A"               TO EstadoAgente
022200     MOVE TaFechaIngreso    TO AgeFechaIngreso
022300     IF AgeFechaIngreso = ZEROES
022400         MOVE FechaHoy      TO AgeFechaIngreso
022500     END-IF
022600     MOVE ZEROES            TO AgeFechaBaja
022700     MOVE TaNumeroLicencia  TO AgeNumeroLicencia
022800     MOVE TaVenceLicencia   TO AgeVenceLicencia
022900     IF TaCodigoRamo NOT = SPACES
023000         PERFORM 2500-CARGAR-TASA-RAMO
023100             THRU 2500-CARGAR-TASA-RAMO-EXIT
023200     END-IF
023300     WRITE RegistroAgente
023400         INVALID KEY
023500             MOVE "ERROR AL GRABAR EL AGENTE" TO MotivoWk
023600             PERFORM 2800-RECHAZAR-TRANS
023700                 THRU 2800-RECHAZAR-TRANS-EXIT
023800         NOT INVALID KEY
023900             ADD 1 TO ContadorAltas
024000             MOVE "ALTA"     TO LawAccion
024100             PERFORM 2900-ESCRIBIR-AUDIT
024200                 THRU 2900-ESCRIBIR-AUDIT-EXIT
024300     END-WRITE.
024400 2100-PROCESAR-ALTA-EXIT.
024500     EXIT.
024600
024700*----------------------------------------------------------------
024800* 2200-PROCESAR-CAMBIO - SOLO SE REEMPLAZAN LOS CAMPOS
024900* INFORMADOS: UN ALFANUMERICO EN ESPACIOS O UN NUMERICO EN CERO
025000* DEJA EL VALOR QUE EL AGENTE YA TENIA.  EL ESTADO NO SE TOCA:
025100* UN AGENTE TERMINADO NO SE REACTIVA POR CAMBIO.  UNA TASA POR
025200* RAMO QUE NO ENTRA EN LA TABLA RECHAZA TODO EL CAMBIO.
025300*----------------------------------------------------------------
025400 2200-PROCESAR-CAMBIO.
025500     PERFORM 2050-VALIDAR-TRANS THRU 2050-VALIDAR-TRANS-EXIT
025600     IF NOT TransValida
025700         PERFORM 2800-RECHAZAR-TRANS
025800             THRU 2800-RECHAZAR-TRANS-EXIT
025900         GO TO 2200-PROCESAR-CAMBIO-EXIT
026000     END-IF
026100     MOVE TaCodigoAgente TO CodigoAgente
026200     READ ArchivoAgentes
026300         INVALID KEY
026400             MOVE "AGENTE NO EXISTE" TO MotivoWk
026500             PERFORM 2800-RECHAZAR-TRANS
026600                 THRU 2800-RECHAZAR-TRANS-EXIT
026700             GO TO 2200-PROCESAR-CAMBIO-EXIT
026800     END-READ
026900     IF TaCodigoRamo NOT = SPACES
027000         PERFORM 2500-CARGAR-TASA-RAMO
027100             THRU 2500-CARGAR-TASA-RAMO-EXIT
027200         IF MotivoWk NOT = SPACES
027300             PERFORM 2800-RECHAZAR-TRANS
027400                 THRU 2800-RECHAZAR-TRANS-EXIT
027500             GO TO 2200-PROCESAR-CAMBIO-EXIT
027600         END-IF
027700     END-IF
027800     IF TaNombreAgente NOT = SPACES
027900         MOVE TaNombreAgente   TO NombreAgente
028000     END-IF
028100     IF TaTasaComision NOT = ZEROES
028200         MOVE TaTasaComision   TO TasaComision
028300     END-IF
028400     IF TaFechaIngreso NOT = ZEROES
028500         MOVE TaFechaIngreso   TO AgeFechaIngreso
028600     END-IF
028700     IF TaNumeroLicencia NOT = SPACES
028800         MOVE TaNumeroLicencia TO AgeNumeroLicencia
028900     END-IF
029000     IF TaVenceLicencia NOT = ZEROES
029100         MOVE TaVenceLicencia  TO AgeVenceLicencia
029200     END-IF
029300     REWRITE RegistroAgente
029400         INVALID KEY
029500             MOVE "ERROR AL REGRABAR EL AGENTE" TO MotivoWk
029600             PERFORM 2800-RECHAZAR-TRANS
029700                 THRU 2800-RECHAZAR-TRANS-EXIT
029800         NOT INVALID KEY
029900             ADD 1 TO ContadorCambios
030000             MOVE "CAMBIO"   TO LawAccion
030100             PERFORM 2900-ESCRIBIR-AUDIT
030200                 THRU 2900-ESCRIBIR-AUDIT-EXIT
030300     END-REWRITE.
030400 2200-PROCESAR-CAMBIO-EXIT.
030500     EXIT.
030600
030700*----------------------------------------------------------------
030800* 2300-PROCESAR-TERMINO - SOLO UN AGENTE ACTIVO SE TERMINA.  LA
030900* FECHA DE BAJA EN CERO ES HOY; NO PUEDE SER FUTURA NI ANTERIOR
031000* AL INGRESO.  EL REGISTRO QUEDA EN EL MAESTRO MARCADO "T".
031100*----------------------------------------------------------------
031200 2300-PROCESAR-TERMINO.
031300     IF TaCodigoAgente = SPACES
031400         MOVE "CODIGO DE AGENTE EN BLANCO" TO MotivoWk
031500         PERFORM 2800-RECHAZAR-TRANS
031600             THRU 2800-RECHAZAR-TRANS-EXIT
031700         GO TO 2300-PROCESAR-TERMINO-EXIT
031800     END-IF
031900     MOVE TaCodigoAgente TO CodigoAgente
032000     READ ArchivoAgentes
032100         INVALID KEY
032200             MOVE "AGENTE NO EXISTE" TO MotivoWk
032300             PERFORM 2800-RECHAZAR-TRANS
032400                 THRU 2800-RECHAZAR-TRANS-EXIT
032500             GO TO 2300-PROCESAR-TERMINO-EXIT
032600     END-READ
032700     EVALUATE TRUE
032800         WHEN AgenteTerminado
032900             MOVE "AGENTE YA TERMINADO" TO MotivoWk
033000         WHEN TaFechaBaja NOT NUMERIC
033100             MOVE "FECHA NO NUMERICA" TO MotivoWk
033200         WHEN TaFechaBaja > FechaHoy
033300             MOVE "FECHA DE BAJA FUTURA" TO MotivoWk
033400         WHEN TaFechaBaja NOT = ZEROES
033500             AND AgeFechaIngreso NUMERIC
033600             AND TaFechaBaja < AgeFechaIngreso
033700             MOVE "BAJA ANTERIOR AL INGRESO" TO MotivoWk
033800     END-EVALUATE
033900     IF MotivoWk NOT = SPACES
034000         PERFORM 2800-RECHAZAR-TRANS
034100             THRU 2800-RECHAZAR-TRANS-EXIT
034200         GO TO 2300-PROCESAR-TERMINO-EXIT
034300     END-IF
034400     MOVE "T"               TO EstadoAgente
034500     MOVE TaFechaBaja       TO AgeFechaBaja
034600     IF AgeFechaBaja = ZEROES
034700         MOVE FechaHoy      TO AgeFechaBaja
034800     END-IF
034900     REWRITE RegistroAgente
035000         INVALID KEY
035100             MOVE "ERROR AL REGRABAR EL AGENTE" TO MotivoWk
035200             PERFORM 2800-RECHAZAR-TRANS
035300                 THRU 2800-RECHAZAR-TRANS-EXIT
035400         NOT INVALID KEY
035500             ADD 1 TO ContadorTerminos
035600             MOVE "TERMINO"  TO LawAccion
035700             PERFORM 2900-ESCRIBIR-AUDIT
035800                 THRU 2900-ESCRIBIR-AUDIT-EXIT
035900     END-REWRITE.
036000 2300-PROCESAR-TERMINO-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* 2500-CARGAR-TASA-RAMO - PONE LA TASA POR RAMO DE LA
036500* TRANSACCION EN AgeTablaTasas: REEMPLAZA LA ENTRADA DEL MISMO
036600* RAMO Y VIGENCIA, O SI NO LA HAY OCUPA LA PRIMERA LIBRE.  CON
036700* LA TABLA LLENA DEJA EL MOTIVO EN MotivoWk Y NO TOCA NADA.
036800*----------------------------------------------------------------
036900 2500-CARGAR-TASA-RAMO.
037000     MOVE ZEROES TO EntradaIgual
037100     MOVE ZEROES TO EntradaLibre
037200     PERFORM 2550-EXAMINAR-ENTRADA
037300         THRU 2550-EXAMINAR-ENTRADA-EXIT
037400         VARYING IndiceTasa FROM 1 BY 1
037500         UNTIL IndiceTasa > MaxTasasRamo
037600     IF EntradaIgual = ZEROES
037700         MOVE EntradaLibre TO EntradaIgual
037800     END-IF
037900     IF EntradaIgual = ZEROES
038000         MOVE "TABLA DE TASAS POR RAMO LLENA" TO MotivoWk
038100         GO TO 2500-CARGAR-TASA-RAMO-EXIT
038200     END-IF
038300     MOVE TaCodigoRamo   TO AgeCodigoRamo(EntradaIgual)
038400     MOVE TaVigenciaTasa TO AgeVigenciaTasa(EntradaIgual)
038500     MOVE TaTasaRamo     TO AgeTasaRamoComision(EntradaIgual).
038600 2500-CARGAR-TASA-RAMO-EXIT.
038700     EXIT.
038800
038900 2550-EXAMINAR-ENTRADA.
039000     IF AgeCodigoRamo(IndiceTasa) = SPACES
039100         IF EntradaLibre = ZEROES
039200             MOVE IndiceTasa TO EntradaLibre
039300         END-IF
039400         GO TO 2550-EXAMINAR-ENTRADA-EXIT
039500     END-IF
039600     IF AgeCodigoRamo(IndiceTasa) = TaCodigoRamo
039700         AND AgeVigenciaTasa(IndiceTasa) = TaVigenciaTasa
039800         MOVE IndiceTasa TO EntradaIgual
039900     END-IF.
040000 2550-EXAMINAR-ENTRADA-EXIT.
040100     EXIT.
040200
040300 2800-RECHAZAR-TRANS.
040400     ADD 1 TO ContadorRechazos
040500     MOVE "RECHAZO"  TO LawAccion
040600     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
040700 2800-RECHAZAR-TRANS-EXIT.
040800     EXIT.
040900
041000 2900-ESCRIBIR-AUDIT.
041100     MOVE TaCodigoAgente   TO LawCodigoAgente
041200     MOVE TaNombreAgente   TO LawNombre
041300     IF TaNombreAgente = SPACES AND MotivoWk = SPACES
041400         MOVE NombreAgente TO LawNombre
041500     END-IF
041600     MOVE MotivoWk         TO LawMotivo
041700     MOVE SPACES TO LineaAuditoria
041800     STRING LawAccion       DELIMITED BY SIZE
041900            LawCodigoAgente DELIMITED BY SIZE
042000            LawNombre       DELIMITED BY SIZE
042100            LawMotivo       DELIMITED BY SIZE
042200         INTO LineaAuditoria
042300     END-STRING
042400     WRITE LineaAuditoria.
042500 2900-ESCRIBIR-AUDIT-EXIT.
042600     EXIT.
042700
042800 8000-FINALIZAR.
042900     CLOSE ArchivoAgentes
043000     CLOSE ArchivoTransAgentes
043100     MOVE SPACES TO LineaAuditoria
043200     WRITE LineaAuditoria
043300     MOVE ContadorAltas    TO TotalAltasEd
043400     MOVE ContadorCambios  TO TotalCambiosEd
043500     MOVE ContadorTerminos TO TotalTerminosEd
043600     MOVE ContadorRechazos TO TotalRechazosEd
043700     STRING "ALTAS="        DELIMITED BY SIZE
043800            TotalAltasEd    DELIMITED BY SIZE
043900            " CAMBIOS="     DELIMITED BY SIZE
044000            TotalCambiosEd  DELIMITED BY SIZE
044100            " TERMINOS="    DELIMITED BY SIZE
044200            TotalTerminosEd DELIMITED BY SIZE
044300            " RECHAZOS="    DELIMITED BY SIZE
044400            TotalRechazosEd DELIMITED BY SIZE
044500         INTO LineaAuditoria
044600     END-STRING
044700     WRITE LineaAuditoria
044800     CLOSE ListadoAuditoria.
044900 8000-FINALIZAR-EXIT.
045000     EXIT.

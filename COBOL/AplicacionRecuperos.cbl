000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AplicacionRecuperos.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CICLO DIARIO DE RECUPEROS
001100*                 DE SINIESTROS, EL ESPEJO DE
001200*                 AplicacionPagosSiniestros DEL LADO DEL
001300*                 INGRESO: APLICA EL ARCHIVO DIARIO DE RECUPEROS
001400*                 (RECUPDIA.DAT) - SALVAMENTOS VENDIDOS ("S") Y
001500*                 SUBROGACIONES COBRADAS A LA ASEGURADORA DEL
001600*                 TERCERO ("B") - CONTRA EL MAESTRO DE
001700*                 SINIESTROS, ABONANDO CADA RECUPERO AL
001800*                 MontoRecuperado DEL SINIESTRO.  SOLO SE
001900*                 RECUPERA SOBRE LO PAGADO: UN RECUPERO CONTRA
002000*                 UN SINIESTRO SIN PAGOS, O QUE LLEVARIA
002100*                 MontoRecuperado POR ENCIMA DE MontoPagado, SE
002200*                 RECHAZA AL REGISTRO.  EL SINIESTRO CERRADO SI
002300*                 RECIBE RECUPEROS, QUE SUELEN LLEGAR DESPUES
002400*                 DEL CIERRE.  CADA RECUPERO APLICADO DEJA SU
002500*                 DETALLE PERMANENTE EN RECUPSIN.DAT (COPY
002600*                 RCPSIN, SOLO EXTEND), QUE InterfazContable
002700*                 CONTABILIZA, Y SU LINEA EN EL REGISTRO DE
002800*                 RECUPEROS REGRECUP.LST.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ArchivoSiniestros ASSIGN TO "SINIESTROS.DAT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS NumeroSiniestro
003800         FILE STATUS IS EstadoArchivoSiniestros.
003900     SELECT ArchivoRecuperosDia ASSIGN TO "RECUPDIA.DAT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT DetalleRecuperosSin ASSIGN TO "RECUPSIN.DAT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS EstadoDetalleRecuperos.
004400     SELECT RegistroRecuperos ASSIGN TO "REGRECUP.LST"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  ArchivoSiniestros.
005000     COPY SINREG.
005100
005200 FD  ArchivoRecuperosDia.
005300 01  RegistroRecuperoDia.
005400     05 RcdNumeroSiniestro PIC X(08).
005500     05 RcdFechaRecupero   PIC 9(08).
005600     05 RcdTipoRecupero    PIC X(01).
005700         88 RcdSalvamento       VALUE "S".
005800         88 RcdSubrogacion      VALUE "B".
005900     05 RcdMontoRecupero   PIC 9(7)V99.
006000     05 RcdReferencia      PIC X(20).
006100
006200 FD  DetalleRecuperosSin.
006300     COPY RCPSIN.
006400
006500 FD  RegistroRecuperos.
006600 01  LineaRegistro        PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 77  EstadoArchivoSiniestros PIC X(02)  VALUE "00".
007000 77  EstadoDetalleRecuperos PIC X(02)   VALUE "00".
007100 77  FinRecuperos        PIC X(01)      VALUE "N".
007200     88 TodoRecupero                    VALUE "S".
007300 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
007400 77  ContadorAplicados   PIC 9(07)      COMP VALUE ZEROES.
007500 77  ContadorRechazos    PIC 9(07)      COMP VALUE ZEROES.
007600 77  TotalSalvamentos    PIC 9(8)V99    VALUE ZEROES.
007700 77  TotalSubrogaciones  PIC 9(8)V99    VALUE ZEROES.
007800 77  TotalAplicado       PIC 9(8)V99    VALUE ZEROES.
007900 77  TotalAplicadoEd     PIC Z(7)9.99.
008000 77  TotalAplicadosEd    PIC ZZZZZZ9.
008100 77  TotalRechazosEd     PIC ZZZZZZ9.
008200 01  LineaRegistroWk.
008300     05 LrwAccion         PIC X(10).
008400     05 LrwNumeroSin      PIC X(10).
008500     05 LrwNumeroPoliza   PIC X(10).
008600     05 LrwTipo           PIC X(12).
008700     05 LrwMonto          PIC Z(6)9.99.
008800     05 LrwMotivo         PIC X(26).
008900     05 FILLER            PIC X(02).
009000
009100 PROCEDURE DIVISION.
009200 0000-MAINLINE.
009300     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
009400     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
009500         UNTIL TodoRecupero
009600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
009700     STOP RUN.
009800
009900*----------------------------------------------------------------
010000* 1000-INICIAR - SI EL MAESTRO DE SINIESTROS NO ABRE, LA
010100* CORRIDA TERMINA CON CODIGO 8 SIN ESCRIBIR REGISTRO, IGUAL
010200* QUE AplicacionPagosSiniestros.  EL DETALLE PERMANENTE SE
010300* ABRE EN EXTEND Y SE CREA EN LA PRIMERA CORRIDA (ESTADO 35).
010400*----------------------------------------------------------------
010500 1000-INICIAR.
010600     ACCEPT FechaHoy FROM DATE YYYYMMDD
010700     OPEN I-O    ArchivoSiniestros
010800     IF EstadoArchivoSiniestros NOT = "00"
010900         DISPLAY "NO SE PUDO ABRIR SINIESTROS.DAT - ESTADO "
011000             EstadoArchivoSiniestros
011100         MOVE 8 TO RETURN-CODE
011200         STOP RUN
011300     END-IF
011400     OPEN INPUT  ArchivoRecuperosDia
011500     OPEN EXTEND DetalleRecuperosSin
011600     IF EstadoDetalleRecuperos = "35"
011700         OPEN OUTPUT DetalleRecuperosSin
011800     END-IF
011900     OPEN OUTPUT RegistroRecuperos
012000     MOVE "REGISTRO DE RECUPEROS DE SINIESTROS"
012100         TO LineaRegistro
012200     WRITE LineaRegistro.
012300 1000-INICIAR-EXIT.
012400     EXIT.
012500
012600 1200-LEER-RECUPERO.
012700     READ ArchivoRecuperosDia INTO RegistroRecuperoDia
012800         AT END
012900             MOVE "S" TO FinRecuperos
013000             GO TO 1200-LEER-RECUPERO-EXIT
013100     END-READ.
013200 1200-LEER-RECUPERO-EXIT.
013300     EXIT.
013400
013500 2000-PROCESAR.
013600     PERFORM 1200-LEER-RECUPERO THRU 1200-LEER-RECUPERO-EXIT
013700     IF TodoRecupero
013800         GO TO 2000-PROCESAR-EXIT
013900     END-IF
014000     PERFORM 2100-APLICAR-RECUPERO
014100         THRU 2100-APLICAR-RECUPERO-EXIT.
014200 2000-PROCESAR-EXIT.
014300     EXIT.
014400
014500*----------------------------------------------------------------
014600* 2100-APLICAR-RECUPERO - LOCALIZA EL SINIESTRO, VERIFICA QUE
014700* TENGA PAGOS Y QUE EL RECUPERO NO LLEVE EL ACUMULADO
014800* RECUPERADO POR ENCIMA DE LO PAGADO, ABONA A MontoRecuperado
014900* Y DEJA EL DETALLE DEL RECUPERO.  EL ESTADO DEL SINIESTRO NO
015000* CAMBIA.
015100*----------------------------------------------------------------
015200 2100-APLICAR-RECUPERO.
015300     MOVE SPACES TO LrwMotivo
015400     MOVE SPACES TO SinNumeroPoliza
015500     IF RcdMontoRecupero NOT NUMERIC
015600         OR RcdMontoRecupero NOT > ZEROES
015700         OR RcdFechaRecupero NOT NUMERIC
015800         MOVE "RECUPERO NO NUMERICO" TO LrwMotivo
015900         PERFORM 2800-RECHAZAR-RECUPERO
016000             THRU 2800-RECHAZAR-RECUPERO-EXIT
016100         GO TO 2100-APLICAR-RECUPERO-EXIT
016200     END-IF
016300     IF NOT RcdSalvamento AND NOT RcdSubrogacion
016400         MOVE "TIPO DE RECUPERO INVALIDO" TO LrwMotivo
016500         PERFORM 2800-RECHAZAR-RECUPERO
016600             THRU 2800-RECHAZAR-RECUPERO-EXIT
016700         GO TO 2100-APLICAR-RECUPERO-EXIT
016800     END-IF
016900     MOVE RcdNumeroSiniestro TO NumeroSiniestro
017000     READ ArchivoSiniestros
017100         INVALID KEY
017200             MOVE SPACES TO SinNumeroPoliza
017300             MOVE "SINIESTRO NO EXISTE" TO LrwMotivo
017400             PERFORM 2800-RECHAZAR-RECUPERO
017500                 THRU 2800-RECHAZAR-RECUPERO-EXIT
017600             GO TO 2100-APLICAR-RECUPERO-EXIT
017700     END-READ
017800     IF MontoPagado NOT > ZEROES
017900         MOVE "SINIESTRO SIN PAGOS" TO LrwMotivo
018000         PERFORM 2800-RECHAZAR-RECUPERO
018100             THRU 2800-RECHAZAR-RECUPERO-EXIT
018200         GO TO 2100-APLICAR-RECUPERO-EXIT
018300     END-IF
018400     IF MontoRecuperado + RcdMontoRecupero > MontoPagado
018500         MOVE "EXCEDE LO PAGADO" TO LrwMotivo
018600         PERFORM 2800-RECHAZAR-RECUPERO
018700             THRU 2800-RECHAZAR-RECUPERO-EXIT
018800         GO TO 2100-APLICAR-RECUPERO-EXIT
018900     END-IF
019000     ADD RcdMontoRecupero TO MontoRecuperado
019100     REWRITE RegistroSiniestro
019200         INVALID KEY
019300             MOVE "ERROR AL REGRABAR" TO LrwMotivo
019400             PERFORM 2800-RECHAZAR-RECUPERO
019500                 THRU 2800-RECHAZAR-RECUPERO-EXIT
019600         NOT INVALID KEY
019700             ADD 1 TO ContadorAplicados
019800             ADD RcdMontoRecupero TO TotalAplicado
019900             IF RcdSalvamento
020000                 ADD RcdMontoRecupero TO TotalSalvamentos
020100             ELSE
020200                 ADD RcdMontoRecupero TO TotalSubrogaciones
020300             END-IF
020400             PERFORM 2500-GRABAR-DETALLE
020500                 THRU 2500-GRABAR-DETALLE-EXIT
020600             MOVE "APLICADO" TO LrwAccion
020700             PERFORM 2900-ESCRIBIR-REGISTRO
020800                 THRU 2900-ESCRIBIR-REGISTRO-EXIT
020900     END-REWRITE.
021000 2100-APLICAR-RECUPERO-EXIT.
021100     EXIT.
021200
021300 2500-GRABAR-DETALLE.
021400     MOVE FechaHoy           TO RcsFechaAplicacion
021500     MOVE RcdNumeroSiniestro TO RcsNumeroSiniestro
021600     MOVE SinNumeroPoliza    TO RcsNumeroPoliza
021700     MOVE RcdFechaRecupero   TO RcsFechaRecupero
021800     MOVE RcdTipoRecupero    TO RcsTipoRecupero
021900     MOVE RcdMontoRecupero   TO RcsMontoRecupero
022000     MOVE RcdReferencia      TO RcsReferencia
022100     WRITE RegistroRecuperoSiniestro.
022200 2500-GRABAR-DETALLE-EXIT.
022300     EXIT.
022400
022500 2800-RECHAZAR-RECUPERO.
022600     ADD 1 TO ContadorRechazos
022700     MOVE "RECHAZO" TO LrwAccion
022800     PERFORM 2900-ESCRIBIR-REGISTRO
022900         THRU 2900-ESCRIBIR-REGISTRO-EXIT.
023000 2800-RECHAZAR-RECUPERO-EXIT.
023100     EXIT.
023200
023300 2900-ESCRIBIR-REGISTRO.
023400     MOVE RcdNumeroSiniestro TO LrwNumeroSin
023500     MOVE SinNumeroPoliza    TO LrwNumeroPoliza
023600     EVALUATE TRUE
023700         WHEN RcdSalvamento
023800             MOVE "SALVAMENTO"  TO LrwTipo
023900         WHEN RcdSubrogacion
024000             MOVE "SUBROGACION" TO LrwTipo
024100         WHEN OTHER
024200             MOVE SPACES        TO LrwTipo
024300     END-EVALUATE
024400     IF RcdMontoRecupero NUMERIC
024500         MOVE RcdMontoRecupero TO LrwMonto
024600     ELSE
024700         MOVE ZEROES           TO LrwMonto
024800     END-IF
024900     MOVE SPACES TO LineaRegistro
025000     STRING LrwAccion        DELIMITED BY SIZE
025100            LrwNumeroSin     DELIMITED BY SIZE
025200            LrwNumeroPoliza  DELIMITED BY SIZE
025300            LrwTipo          DELIMITED BY SIZE
025400            LrwMonto         DELIMITED BY SIZE
025500            " "              DELIMITED BY SIZE
025600            LrwMotivo        DELIMITED BY SIZE
025700         INTO LineaRegistro
025800     END-STRING
025900     WRITE LineaRegistro.
026000 2900-ESCRIBIR-REGISTRO-EXIT.
026100     EXIT.
026200
026300 8000-FINALIZAR.
026400     CLOSE ArchivoSiniestros
026500     CLOSE ArchivoRecuperosDia
026600     CLOSE DetalleRecuperosSin
026700     MOVE SPACES TO LineaRegistro
026800     WRITE LineaRegistro
026900     MOVE ContadorAplicados TO TotalAplicadosEd
027000     MOVE ContadorRechazos  TO TotalRechazosEd
027100     MOVE TotalAplicado     TO TotalAplicadoEd
027200     STRING "APLICADOS="     DELIMITED BY SIZE
027300            TotalAplicadosEd DELIMITED BY SIZE
027400            " RECHAZOS="     DELIMITED BY SIZE
027500            TotalRechazosEd  DELIMITED BY SIZE
027600            " MONTO="        DELIMITED BY SIZE
027700            TotalAplicadoEd  DELIMITED BY SIZE
027800         INTO LineaRegistro
027900     END-STRING
028000     WRITE LineaRegistro
028100     CLOSE RegistroRecuperos
028200     DISPLAY "Recuperos Aplicados   : " ContadorAplicados
028300     DISPLAY "Recuperos Rechazados  : " ContadorRechazos
028400     DISPLAY "Monto Salvamentos     : " TotalSalvamentos
028500     DISPLAY "Monto Subrogaciones   : " TotalSubrogaciones
028600     DISPLAY "Monto Aplicado        : " TotalAplicado.
028700 8000-FINALIZAR-EXIT.
028800     EXIT.

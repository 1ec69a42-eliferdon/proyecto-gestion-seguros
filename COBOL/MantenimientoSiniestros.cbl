002030*                 POLIZA POR TsNumeroPoliza/SinNumeroPoliza Y
002040*                 SinIdCliente SE DERIVA DEL PROPIO MAESTRO AL
002050*                 VALIDAR, EN VEZ DE CONFIAR EN LA CAPTURA.
002052* 2026-10-15 DSS  REVISION DE ENTRADA DEL SINIESTRO.  TODA ALTA
002054*                 SE VERIFICA CONTRA EL ESTADO DE LA POLIZA EN
002056*                 FechaSiniestro, RECONSTRUIDO DESDE LAS
002058*                 IMAGENES ANTES/DESPUES DEL JOURNAL HISTCLI.DAT
002060*                 Y NO DESDE EL MAESTRO DE HOY: UN SINIESTRO
002062*                 FUERA DE VIGENCIA, O CON LA POLIZA SUSPENDIDA
002064*                 O CANCELADA A ESA FECHA, NO ENTRA AL MAESTRO
002066*                 Y VA A LA COLA DE REFERIDOS REFERSIN.DAT
002068*                 (VER REFREG), SALVO QUE VENGA AUTORIZADO POR
002070*                 EL SUPERVISOR (TsCoberturaAutorizada).  LAS
002072*                 ALTAS ACEPTADAS SE MARCAN EN EL LISTADO
002074*                 DIARIO SOSPSIN.LST CUANDO OCURREN POCO
002076*                 DESPUES DEL INICIO DE LA POLIZA O DE UN
002078*                 AUMENTO DE MontoPoliza, CUANDO EL CLIENTE YA
002080*                 TIENE VARIOS SINIESTROS EN 12 MESES, O CUANDO
002082*                 LA POLIZA TIENE RECIBOS VENCIDOS SIN PAGAR EN
002084*                 RECIBOS.DAT.  TsFechaSiniestro DEBE VENIR
002086*                 NUMERICA Y NO POSTERIOR A HOY.
002088* 2026-10-15 DSS  EL ALTA NACE CON MontoRecuperado EN CERO (LO
002090*                 ABONA AplicacionRecuperos) Y EL CAMBIO LO
002092*                 CONSERVA; UN CAMBIO QUE DEJARIA MontoPagado
002094*                 POR DEBAJO DE LO YA RECUPERADO SE RECHAZA.
002095* 2026-10-15 DSS  EL AUMENTO SOSPECHOSO DE MontoPoliza SOLO SE
002096*                 TOMA SI SU IMAGEN ES DEL DIA DEL SINIESTRO O
002097*                 ANTERIOR; UN AUMENTO POSTERIOR YA NO MARCA.
002099*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700     SELECT ListadoAuditoria ASSIGN TO "AUDITSIN.LST"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003805     SELECT ArchivoJournal ASSIGN TO "HISTCLI.DAT"
003810         ORGANIZATION IS INDEXED
003815         ACCESS MODE IS DYNAMIC
003820         RECORD KEY IS ClaveJournal
003825         ALTERNATE RECORD KEY IS JrnIdCliente
003830             WITH DUPLICATES
003835         FILE STATUS IS EstadoArchivoJournal.
003840     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
003845         ORGANIZATION IS INDEXED
003850         ACCESS MODE IS DYNAMIC
003855         RECORD KEY IS NumeroRecibo
003860         ALTERNATE RECORD KEY IS RecIdCliente
003865             WITH DUPLICATES
003870         FILE STATUS IS EstadoArchivoRecibos.
003875     SELECT ArchivoReferidos ASSIGN TO "REFERSIN.DAT"
003880         ORGANIZATION IS LINE SEQUENTIAL
003885         FILE STATUS IS EstadoArchivoReferidos.
003890     SELECT ListadoIndicios ASSIGN TO "SOSPSIN.LST"
003895         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
005000
005100 FD  ListadoAuditoria.
005200 01  LineaAuditoria       PIC X(80).
005207
005214 FD  ArchivoJournal.
005221     COPY JRNREG.
005228
005235 FD  ArchivoRecibos.
005242     COPY RECREG.
005249
005256 FD  ArchivoReferidos.
005263     COPY REFREG.
005270
005277 FD  ListadoIndicios.
005284 01  LineaIndicio         PIC X(80).
005300
005400 WORKING-STORAGE SECTION.
005500 77  EstadoArchivoSiniestros PIC X(02)  VALUE "00".
005600 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
005620 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
005640 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
005660 77  EstadoArchivoReferidos PIC X(02)   VALUE "00".
005700 77  FinTrans            PIC X(01)      VALUE "N".
005800     88 TodoTrans                       VALUE "S".
005809 77  FinSiniestros       PIC X(01)      VALUE "N".
005818     88 TodoSiniestros                  VALUE "S".
005827 77  FinImagenes         PIC X(01)      VALUE "N".
005836     88 TodasImagenes                   VALUE "S".
005845 77  FinRecibos          PIC X(01)      VALUE "N".
005854     88 TodosRecibos                    VALUE "S".
005863 77  HayJournal          PIC X(01)      VALUE "N".
005872     88 JournalDisponible               VALUE "S".
005881 77  HayRecibos          PIC X(01)      VALUE "N".
005890     88 RecibosDisponibles              VALUE "S".
005900 77  TransaccionEsValida PIC X(01)      VALUE "N".
006000     88 TransValida                     VALUE "S".
006010 77  CoberturaEsValida   PIC X(01)      VALUE "N".
006020     88 ConCobertura                    VALUE "S".
006030 77  DentroDeVigencia    PIC X(01)      VALUE "N".
006040     88 SiniestroEnVigencia             VALUE "S".
006050 77  HayImagenAntes      PIC X(01)      VALUE "N".
006060     88 ImagenAntesLeida                VALUE "S".
006070 77  HayIndicio          PIC X(01)      VALUE "N".
006080     88 SiniestroConIndicio             VALUE "S".
006100 77  ContadorAltas       PIC 9(05)      COMP VALUE ZEROES.
006200 77  ContadorCambios     PIC 9(05)      COMP VALUE ZEROES.
006300 77  ContadorBajas       PIC 9(05)      COMP VALUE ZEROES.
006400 77  ContadorRechazos    PIC 9(05)      COMP VALUE ZEROES.
006430 77  ContadorReferidos   PIC 9(05)      COMP VALUE ZEROES.
006460 77  ContadorIndicios    PIC 9(05)      COMP VALUE ZEROES.
006500 77  TotalAltasEd        PIC ZZZZ9.
006600 77  TotalCambiosEd      PIC ZZZZ9.
006700 77  TotalBajasEd        PIC ZZZZ9.
006800 77  TotalRechazosEd     PIC ZZZZ9.
006802 77  TotalReferidosEd    PIC ZZZZ9.
006804 77  TotalIndiciosEd     PIC ZZZZ9.
006806*----------------------------------------------------------------
006808* PARAMETROS DE LA REVISION DE ENTRADA: DIAS DESDE EL INICIO DE
006810* LA POLIZA O DESDE UN AUMENTO DE SUMA QUE HACEN SOSPECHOSO EL
006812* SINIESTRO, Y CUANTOS OTROS SINIESTROS DEL MISMO CLIENTE EN LA
006814* VENTANA DE 12 MESES (ANTES O DESPUES DE FechaSiniestro) LO
006816* MARCAN.
006818*----------------------------------------------------------------
006820 77  DiasInicioSospecha  PIC 9(03)      VALUE 60.
006822 77  DiasAumentoSospecha PIC 9(03)      VALUE 60.
006824 77  DiasVentanaCliente  PIC 9(03)      VALUE 365.
006826 77  MinOtrosSiniestros  PIC 9(03)      VALUE 2.
006828 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
006830 77  IntSiniestro        PIC 9(07)      COMP VALUE ZEROES.
006832 77  IntOtroSiniestro    PIC 9(07)      COMP VALUE ZEROES.
006834 77  IntImagen           PIC 9(07)      COMP VALUE ZEROES.
006836 77  DiferenciaDias      PIC S9(07)     VALUE ZEROES.
006838 77  PlazoDesdeWk        PIC 9(08)      VALUE ZEROES.
006840 77  PlazoHastaWk        PIC 9(08)      VALUE ZEROES.
006842 77  FechaInicioWk       PIC 9(08)      VALUE ZEROES.
006844 77  FechaAumentoWk      PIC 9(08)      VALUE ZEROES.
006846 77  MontoAntesWk        PIC 9(7)V99    VALUE ZEROES.
006848 77  OrigenEstadoWk      PIC X(01)      VALUE SPACES.
006850     88 EstadoSinOrigen                 VALUE SPACES.
006852 77  EstadoFechaWk       PIC X(01)      VALUE SPACES.
006854     88 SuspendidaALaFecha              VALUE "S".
006856     88 CanceladaALaFecha               VALUE "C".
006858 77  EfectivaFechaWk     PIC 9(08)      VALUE ZEROES.
006860 77  VencimientoFechaWk  PIC 9(08)      VALUE ZEROES.
006862 77  CodigoMotivoWk      PIC 9(02)      VALUE ZEROES.
006864 77  DescMotivoWk        PIC X(30)      VALUE SPACES.
006866 77  OtrosSiniestrosWk   PIC 9(03)      COMP VALUE ZEROES.
006868 77  RecibosVencidosWk   PIC 9(03)      COMP VALUE ZEROES.
006870 77  SaldoVencidoWk      PIC 9(7)V99    VALUE ZEROES.
006872 77  DiasEd              PIC ZZ9.
006874 77  CantidadEd          PIC ZZ9.
006876 77  SaldoEd             PIC Z(6)9.99.
006878 77  DescIndicioWk       PIC X(42)      VALUE SPACES.
006880 77  MaxAltasDia         PIC 9(04)      COMP VALUE 2000.
006882 77  CuentaAltasDia      PIC 9(04)      COMP VALUE ZEROES.
006900 01  LineaAuditoriaWk.
007000     05 LawAccion         PIC X(10).
007100     05 LawNumeroSin      PIC X(10).
007200     05 LawNumeroPoliza   PIC X(10).
007300     05 LawMonto          PIC Z(6)9.99.
007400     05 FILLER            PIC X(29).
007404 01  LineaIndicioWk.
007408     05 LiwNumeroSin      PIC X(10).
007412     05 LiwNumeroPoliza   PIC X(10).
007416     05 LiwIdCliente      PIC X(08).
007420     05 LiwFechaSiniestro PIC 9(08).
007424     05 FILLER            PIC X(02).
007428     05 LiwIndicio        PIC X(42).
007432*----------------------------------------------------------------
007436* ALTAS DE LA CORRIDA, CARGADAS ANTES DE APLICAR TRANSIN.DAT
007440* PARA CONTAR EN UNA SOLA PASADA DEL MAESTRO DE SINIESTROS LOS
007444* OTROS SINIESTROS DE CADA CLIENTE EN LA VENTANA DE 12 MESES
007448* (EL MAESTRO NO TIENE CLAVE POR CLIENTE).
007452*----------------------------------------------------------------
007456 01  TablaAltasDia.
007460     05 EntradaAltaDia   OCCURS 1 TO 2000 TIMES
007464                         DEPENDING ON CuentaAltasDia
007468                         INDEXED BY IxAlta IxOtra.
007472         10 TadNumeroSiniestro PIC X(08).
007476         10 TadIdCliente     PIC X(05).
007480         10 TadIntSiniestro  PIC 9(07) COMP.
007484         10 TadOtros         PIC 9(03) COMP.
007500
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
008420* (PRIMERA CORRIDA, ESTADO 35) SE CREA VACIO Y SE REABRE EN
008430* I-O, PARA QUE LAS ALTAS/CAMBIOS/BAJAS OPEREN SOBRE UN
008440* ARCHIVO ABIERTO EN EL MODO CORRECTO.
008442* SIN JOURNAL HISTCLI.DAT LA COBERTURA SE REVISA CONTRA EL
008444* MAESTRO DE HOY; SIN RECIBOS.DAT NO SE MARCAN RECIBOS
008446* VENCIDOS.  LA COLA DE REFERIDOS SE ACUMULA (EXTEND) HASTA
008448* QUE EL SUPERVISOR LA TRABAJA.
008450*----------------------------------------------------------------
008460 1000-INICIAR.
008480     ACCEPT FechaHoy FROM DATE YYYYMMDD
008500     OPEN I-O    ArchivoSiniestros
008600     IF EstadoArchivoSiniestros = "35"
008700         OPEN OUTPUT ArchivoSiniestros
008720         OPEN I-O    ArchivoSiniestros
008800     END-IF
008900     OPEN INPUT  ArchivoClientes
008905     OPEN INPUT  ArchivoJournal
008910     IF EstadoArchivoJournal = "00"
008915         MOVE "S" TO HayJournal
008920     ELSE
008925         DISPLAY "SIN JOURNAL HISTCLI.DAT - COBERTURA SEGUN "
008930             "MAESTRO DE HOY"
008935     END-IF
008940     OPEN INPUT  ArchivoRecibos
008945     IF EstadoArchivoRecibos = "00"
008950         MOVE "S" TO HayRecibos
008955     ELSE
008960         DISPLAY "SIN CARTERA RECIBOS.DAT - NO SE REVISAN "
008965             "RECIBOS VENCIDOS"
008970     END-IF
008975     OPEN EXTEND ArchivoReferidos
008980     IF EstadoArchivoReferidos = "35"
008985         OPEN OUTPUT ArchivoReferidos
008990     END-IF
008995     PERFORM 1100-CARGAR-ALTAS THRU 1100-CARGAR-ALTAS-EXIT
009000     OPEN INPUT  ArchivoTransSiniestros
009100     OPEN OUTPUT ListadoAuditoria
009200     MOVE "LISTADO DE AUDITORIA - MANTENIMIENTO DE SINIESTROS"
009300         TO LineaAuditoria
009309     WRITE LineaAuditoria
009318     OPEN OUTPUT ListadoIndicios
009327     MOVE SPACES TO LineaIndicio
009336     STRING "INDICIOS DE SINIESTROS PARA EL SUPERVISOR - "
009345            FechaHoy
009354         DELIMITED BY SIZE INTO LineaIndicio
009363     END-STRING
009372     WRITE LineaIndicio
009381     MOVE "SINIESTRO POLIZA    CLIENTE FECHA     INDICIO"
009390         TO LineaIndicio
009400     WRITE LineaIndicio.
009500 1000-INICIAR-EXIT.
009600     EXIT.
009700
009701*----------------------------------------------------------------
009702* 1100-CARGAR-ALTAS - PRIMERA PASADA DE TRANSIN.DAT: CARGA LAS
009703* ALTAS CON POLIZA EXISTENTE Y FECHA VALIDA (EL CLIENTE SE TOMA
009704* DEL MAESTRO DE POLIZAS), CUENTA CONTRA EL MAESTRO DE
009705* SINIESTROS LOS OTROS SINIESTROS DE CADA CLIENTE EN 12 MESES Y
009706* SUMA LOS DE LA MISMA CORRIDA.
009707*----------------------------------------------------------------
009708 1100-CARGAR-ALTAS.
009709     OPEN INPUT ArchivoTransSiniestros
009710     PERFORM 1120-LEER-ALTA THRU 1120-LEER-ALTA-EXIT
009711         UNTIL TodoTrans
009712     CLOSE ArchivoTransSiniestros
009713     MOVE "N" TO FinTrans
009714     IF CuentaAltasDia = ZEROES
009715         GO TO 1100-CARGAR-ALTAS-EXIT
009716     END-IF
009717     PERFORM 1150-CONTAR-SINIESTRO
009718         THRU 1150-CONTAR-SINIESTRO-EXIT
009719         UNTIL TodoSiniestros
009720     PERFORM 1180-CRUZAR-ALTAS THRU 1180-CRUZAR-ALTAS-EXIT
009721         VARYING IxAlta FROM 1 BY 1
009722             UNTIL IxAlta > CuentaAltasDia
009723         AFTER IxOtra FROM 1 BY 1
009724             UNTIL IxOtra > CuentaAltasDia.
009725 1100-CARGAR-ALTAS-EXIT.
009726     EXIT.
009727
009728 1120-LEER-ALTA.
009729     READ ArchivoTransSiniestros INTO RegistroTransaccionSin
009730         AT END
009731             MOVE "S" TO FinTrans
009732             GO TO 1120-LEER-ALTA-EXIT
009733     END-READ
009734     IF NOT TranSinAlta
009735         OR TsNumeroSiniestro = SPACES
009736         OR TsNumeroPoliza = SPACES
009737         OR TsFechaSiniestro NOT NUMERIC
009738         OR TsFechaSiniestro = ZEROES
009739         OR TsFechaSiniestro > FechaHoy
009740         GO TO 1120-LEER-ALTA-EXIT
009741     END-IF
009742     MOVE TsNumeroPoliza TO NumeroPoliza
009743     READ ArchivoClientes
009744         INVALID KEY
009745             GO TO 1120-LEER-ALTA-EXIT
009746     END-READ
009747     IF CuentaAltasDia >= MaxAltasDia
009748         DISPLAY "ALTA EXCEDE CAPACIDAD DE TABLA - SIN CONTEO "
009749             "DE SINIESTROS DEL CLIENTE: " TsNumeroSiniestro
009750         GO TO 1120-LEER-ALTA-EXIT
009751     END-IF
009752     ADD 1 TO CuentaAltasDia
009753     SET IxAlta TO CuentaAltasDia
009754     MOVE TsNumeroSiniestro TO TadNumeroSiniestro(IxAlta)
009755     MOVE IdCliente         TO TadIdCliente(IxAlta)
009756     COMPUTE TadIntSiniestro(IxAlta) =
009757         FUNCTION INTEGER-OF-DATE(TsFechaSiniestro)
009758     MOVE ZEROES            TO TadOtros(IxAlta).
009759 1120-LEER-ALTA-EXIT.
009760     EXIT.
009761
009762 1150-CONTAR-SINIESTRO.
009763     READ ArchivoSiniestros NEXT RECORD
009764         AT END
009765             MOVE "S" TO FinSiniestros
009766             GO TO 1150-CONTAR-SINIESTRO-EXIT
009767     END-READ
009768     IF FechaSiniestro NOT NUMERIC
009769         OR FechaSiniestro = ZEROES
009770         GO TO 1150-CONTAR-SINIESTRO-EXIT
009771     END-IF
009772     COMPUTE IntOtroSiniestro =
009773         FUNCTION INTEGER-OF-DATE(FechaSiniestro)
009774     PERFORM 1160-COMPARAR-SINIESTRO
009775         THRU 1160-COMPARAR-SINIESTRO-EXIT
009776         VARYING IxAlta FROM 1 BY 1
009777             UNTIL IxAlta > CuentaAltasDia.
009778 1150-CONTAR-SINIESTRO-EXIT.
009779     EXIT.
009780
009781 1160-COMPARAR-SINIESTRO.
009782     IF TadIdCliente(IxAlta) NOT = SinIdCliente
009783         OR TadNumeroSiniestro(IxAlta) = NumeroSiniestro
009784         GO TO 1160-COMPARAR-SINIESTRO-EXIT
009785     END-IF
009786     COMPUTE DiferenciaDias =
009787         TadIntSiniestro(IxAlta) - IntOtroSiniestro
009788     IF DiferenciaDias NOT < 0 - DiasVentanaCliente
009789         AND DiferenciaDias NOT > DiasVentanaCliente
009790         ADD 1 TO TadOtros(IxAlta)
009791     END-IF.
009792 1160-COMPARAR-SINIESTRO-EXIT.
009793     EXIT.
009794
009795 1180-CRUZAR-ALTAS.
009796     IF IxOtra = IxAlta
009797         OR TadIdCliente(IxOtra) NOT = TadIdCliente(IxAlta)
009798         GO TO 1180-CRUZAR-ALTAS-EXIT
009799     END-IF
009800     COMPUTE DiferenciaDias =
009801         TadIntSiniestro(IxAlta) - TadIntSiniestro(IxOtra)
009802     IF DiferenciaDias NOT < 0 - DiasVentanaCliente
009803         AND DiferenciaDias NOT > DiasVentanaCliente
009804         ADD 1 TO TadOtros(IxAlta)
009805     END-IF.
009806 1180-CRUZAR-ALTAS-EXIT.
009807     EXIT.
009808
009809 1200-LEER-TRANS.
009900     READ ArchivoTransSiniestros INTO RegistroTransaccionSin
010000         AT END
010100             MOVE "S" TO FinTrans
013300* MAESTRO DE POLIZAS; UN SINIESTRO CONTRA UNA POLIZA QUE NO
013400* ESTA EN CLIENTES.DAT SE RECHAZA.  LA LECTURA DEJA EN
013410* RegistroCliente LA POLIZA, DE DONDE SE DERIVA SinIdCliente.
013450* TsFechaSiniestro DEBE SER NUMERICA Y NO POSTERIOR A HOY.
013500*----------------------------------------------------------------
013600 2050-VALIDAR-TRANS.
013700     MOVE "S" TO TransaccionEsValida
014400             MOVE "N" TO TransaccionEsValida
014500         WHEN TsMontoPagado NOT NUMERIC
014600             MOVE "N" TO TransaccionEsValida
014610         WHEN TsFechaSiniestro NOT NUMERIC
014620             MOVE "N" TO TransaccionEsValida
014630         WHEN TsFechaSiniestro = ZEROES
014640             MOVE "N" TO TransaccionEsValida
014650         WHEN TsFechaSiniestro > FechaHoy
014660             MOVE "N" TO TransaccionEsValida
014700     END-EVALUATE
014800     IF TransValida
014900         MOVE TsNumeroPoliza TO NumeroPoliza
015500 2050-VALIDAR-TRANS-EXIT.
015600     EXIT.
015700
015710*----------------------------------------------------------------
015720* 2100-PROCESAR-ALTA - UN NUMERO DE SINIESTRO QUE YA ESTA EN EL
015730* MAESTRO SE RECHAZA ANTES DE REVISAR LA COBERTURA.  SIN
015740* COBERTURA EN FechaSiniestro EL ALTA VA A LA COLA DE
015750* REFERIDOS, SALVO QUE EL SUPERVISOR YA LA HAYA AUTORIZADO
015760* ("ALTA AUTOR" EN LA AUDITORIA).  TODA ALTA GRABADA PASA POR
015770* LOS INDICIOS DE SOSPECHA.
015780*----------------------------------------------------------------
015800 2100-PROCESAR-ALTA.
015900     PERFORM 2050-VALIDAR-TRANS THRU 2050-VALIDAR-TRANS-EXIT
016000     IF NOT TransValida
016300         GO TO 2100-PROCESAR-ALTA-EXIT
016400     END-IF
016500     MOVE TsNumeroSiniestro TO NumeroSiniestro
016503     READ ArchivoSiniestros
016506         INVALID KEY
016509             CONTINUE
016512         NOT INVALID KEY
016515             PERFORM 2800-RECHAZAR-TRANS
016518                 THRU 2800-RECHAZAR-TRANS-EXIT
016521             GO TO 2100-PROCESAR-ALTA-EXIT
016524     END-READ
016527     PERFORM 2500-REVISAR-COBERTURA
016530         THRU 2500-REVISAR-COBERTURA-EXIT
016533     IF NOT ConCobertura AND NOT TsAutorizada
016536         PERFORM 2600-REFERIR-SINIESTRO
016539             THRU 2600-REFERIR-SINIESTRO-EXIT
016542         GO TO 2100-PROCESAR-ALTA-EXIT
016545     END-IF
016550     MOVE TsNumeroPoliza    TO SinNumeroPoliza
016600     MOVE IdCliente         TO SinIdCliente
016700     MOVE TsFechaSiniestro  TO FechaSiniestro
016800     MOVE TsMontoReservado  TO MontoReservado
016900     MOVE TsMontoPagado     TO MontoPagado
017000     MOVE TsEstadoSiniestro TO EstadoSiniestro
017050     MOVE ZEROES            TO MontoRecuperado
017100     WRITE RegistroSiniestro
017200         INVALID KEY
017300             PERFORM 2800-RECHAZAR-TRANS
017500         NOT INVALID KEY
017600             ADD 1 TO ContadorAltas
017700             MOVE "ALTA"     TO LawAccion
017720             IF NOT ConCobertura
017740                 MOVE "ALTA AUTOR" TO LawAccion
017760             END-IF
017800             PERFORM 2900-ESCRIBIR-AUDIT
017900                 THRU 2900-ESCRIBIR-AUDIT-EXIT
017930             PERFORM 2700-REVISAR-INDICIOS
017960                 THRU 2700-REVISAR-INDICIOS-EXIT
018000     END-WRITE.
018100 2100-PROCESAR-ALTA-EXIT.
018200     EXIT.
019500                 THRU 2800-RECHAZAR-TRANS-EXIT
019600             GO TO 2200-PROCESAR-CAMBIO-EXIT
019700     END-READ
019708     IF TsMontoPagado < MontoRecuperado
019716         PERFORM 2800-RECHAZAR-TRANS
019724             THRU 2800-RECHAZAR-TRANS-EXIT
019732         GO TO 2200-PROCESAR-CAMBIO-EXIT
019740     END-IF
019750     MOVE TsNumeroPoliza    TO SinNumeroPoliza
019800     MOVE IdCliente         TO SinIdCliente
019900     MOVE TsFechaSiniestro  TO FechaSiniestro
023300 2400-RECHAZAR-TIPO-EXIT.
023400     EXIT.
023500
023501*----------------------------------------------------------------
023502* 2500-REVISAR-COBERTURA - ESTADO DE LA POLIZA EN FechaSiniestro
023503* SEGUN EL JOURNAL: LA ULTIMA IMAGEN DESPUES CON JrnFecha HASTA
023504* ESE DIA; SI NO LA HAY, LA PRIMERA IMAGEN POSTERIOR (UNA
023505* IMAGEN ANTES, O EL ALTA DE LA POLIZA); SIN IMAGENES, EL
023506* MAESTRO DE HOY.  COMO LAS RENOVACIONES CORREN LA VIGENCIA
023507* ANTES DE QUE VENZA LA ANTERIOR, EL SINIESTRO ESTA EN
023508* VIGENCIA SI CAE EN EL PLAZO FechaEfectiva-FechaVencimiento
023509* DE CUALQUIER IMAGEN DE LA POLIZA O DEL MAESTRO; LA MENOR
023510* FechaEfectiva VISTA ES EL INICIO DE LA POLIZA.  DE PASO SE
023511* TOMA EL ULTIMO AUMENTO DE MontoPoliza (IMAGEN DESPUES MAYOR
023512* QUE SU IMAGEN ANTES) DESDE DiasAumentoSospecha DIAS ANTES
023513* DEL SINIESTRO.
023514*----------------------------------------------------------------
023515 2500-REVISAR-COBERTURA.
023516     MOVE "S"              TO CoberturaEsValida
023517     MOVE "N"              TO DentroDeVigencia
023518     MOVE "N"              TO HayImagenAntes
023519     MOVE SPACES           TO OrigenEstadoWk
023520     MOVE 99999999         TO FechaInicioWk
023521     MOVE ZEROES           TO FechaAumentoWk
023522     MOVE ZEROES           TO CodigoMotivoWk
023523     MOVE SPACES           TO DescMotivoWk
023524     COMPUTE IntSiniestro =
023525         FUNCTION INTEGER-OF-DATE(TsFechaSiniestro)
023526     MOVE FechaEfectiva    TO PlazoDesdeWk
023527     MOVE FechaVencimiento TO PlazoHastaWk
023528     PERFORM 2560-VERIFICAR-PLAZO THRU 2560-VERIFICAR-PLAZO-EXIT
023529     IF JournalDisponible
023530         PERFORM 2520-LEER-JOURNAL THRU 2520-LEER-JOURNAL-EXIT
023531     END-IF
023532     IF EstadoSinOrigen
023533         MOVE EstadoPoliza     TO EstadoFechaWk
023534         MOVE FechaEfectiva    TO EfectivaFechaWk
023535         MOVE FechaVencimiento TO VencimientoFechaWk
023536     END-IF
023537     EVALUATE TRUE
023538         WHEN NOT SiniestroEnVigencia
023539          AND TsFechaSiniestro < FechaInicioWk
023540             MOVE 01 TO CodigoMotivoWk
023541             MOVE "SINIESTRO ANTERIOR A LA VIGENCIA"
023542                 TO DescMotivoWk
023543         WHEN NOT SiniestroEnVigencia
023544             MOVE 02 TO CodigoMotivoWk
023545             MOVE "SINIESTRO FUERA DE VIGENCIA"
023546                 TO DescMotivoWk
023547         WHEN SuspendidaALaFecha
023548             MOVE 03 TO CodigoMotivoWk
023549             MOVE "POLIZA SUSPENDIDA A LA FECHA"
023550                 TO DescMotivoWk
023551         WHEN CanceladaALaFecha
023552             MOVE 04 TO CodigoMotivoWk
023553             MOVE "POLIZA CANCELADA A LA FECHA"
023554                 TO DescMotivoWk
023555     END-EVALUATE
023556     IF CodigoMotivoWk NOT = ZEROES
023557         MOVE "N" TO CoberturaEsValida
023558     END-IF.
023559 2500-REVISAR-COBERTURA-EXIT.
023560     EXIT.
023561
023562 2520-LEER-JOURNAL.
023563     MOVE TsNumeroPoliza TO JrnNumeroPoliza
023564     MOVE ZEROES         TO JrnFecha
023565     MOVE ZEROES         TO JrnHora
023566     MOVE ZEROES         TO JrnSecuencia
023567     START ArchivoJournal KEY IS NOT LESS THAN ClaveJournal
023568         INVALID KEY
023569             GO TO 2520-LEER-JOURNAL-EXIT
023570     END-START
023571     MOVE "N" TO FinImagenes
023572     PERFORM 2530-LEER-IMAGEN THRU 2530-LEER-IMAGEN-EXIT
023573         UNTIL TodasImagenes.
023574 2520-LEER-JOURNAL-EXIT.
023575     EXIT.
023576
023577 2530-LEER-IMAGEN.
023578     READ ArchivoJournal NEXT RECORD
023579         AT END
023580             MOVE "S" TO FinImagenes
023581             GO TO 2530-LEER-IMAGEN-EXIT
023582     END-READ
023583     IF JrnNumeroPoliza NOT = TsNumeroPoliza
023584         MOVE "S" TO FinImagenes
023585         GO TO 2530-LEER-IMAGEN-EXIT
023586     END-IF
023587     MOVE JrnFechaEfectiva    TO PlazoDesdeWk
023588     MOVE JrnFechaVencimiento TO PlazoHastaWk
023589     PERFORM 2560-VERIFICAR-PLAZO THRU 2560-VERIFICAR-PLAZO-EXIT
023590     IF (JrnFecha NOT > TsFechaSiniestro AND ImagenDespues)
023591         OR (JrnFecha > TsFechaSiniestro AND EstadoSinOrigen)
023592         MOVE JrnTipoImagen       TO OrigenEstadoWk
023593         MOVE JrnEstadoPoliza     TO EstadoFechaWk
023594         MOVE JrnFechaEfectiva    TO EfectivaFechaWk
023595         MOVE JrnFechaVencimiento TO VencimientoFechaWk
023596     END-IF
023597     IF ImagenAntes
023598         MOVE JrnMontoPoliza TO MontoAntesWk
023599         MOVE "S"            TO HayImagenAntes
023600         GO TO 2530-LEER-IMAGEN-EXIT
023601     END-IF
023602     IF ImagenAntesLeida AND JrnMontoPoliza NUMERIC
023603         AND MontoAntesWk NUMERIC
023604         AND JrnMontoPoliza > MontoAntesWk
023605         AND JrnFecha NOT > TsFechaSiniestro
023606         COMPUTE IntImagen = FUNCTION INTEGER-OF-DATE(JrnFecha)
023607         IF IntImagen + DiasAumentoSospecha NOT < IntSiniestro
023608             MOVE JrnFecha TO FechaAumentoWk
023609         END-IF
023610     END-IF
023611     MOVE "N" TO HayImagenAntes.
023612 2530-LEER-IMAGEN-EXIT.
023613     EXIT.
023614
023615 2560-VERIFICAR-PLAZO.
023616     IF PlazoDesdeWk NOT NUMERIC
023617         OR PlazoDesdeWk = ZEROES
023618         GO TO 2560-VERIFICAR-PLAZO-EXIT
023619     END-IF
023620     IF PlazoDesdeWk < FechaInicioWk
023621         MOVE PlazoDesdeWk TO FechaInicioWk
023622     END-IF
023623     IF PlazoHastaWk NUMERIC
023624         AND TsFechaSiniestro NOT < PlazoDesdeWk
023625         AND TsFechaSiniestro NOT > PlazoHastaWk
023626         MOVE "S" TO DentroDeVigencia
023627     END-IF.
023628 2560-VERIFICAR-PLAZO-EXIT.
023629     EXIT.
023630
023631 2600-REFERIR-SINIESTRO.
023632     MOVE FechaHoy          TO RefFechaReferencia
023633     MOVE CodigoMotivoWk    TO RefCodigoMotivo
023634     MOVE DescMotivoWk      TO RefDescMotivo
023635     MOVE TsNumeroSiniestro TO RefNumeroSiniestro
023636     MOVE TsNumeroPoliza    TO RefNumeroPoliza
023637     MOVE IdCliente         TO RefIdCliente
023638     MOVE TsFechaSiniestro  TO RefFechaSiniestro
023639     MOVE TsMontoReservado  TO RefMontoReservado
023640     MOVE TsMontoPagado     TO RefMontoPagado
023641     MOVE TsEstadoSiniestro TO RefEstadoSiniestro
023642     MOVE EfectivaFechaWk   TO RefFechaEfectiva
023643     MOVE VencimientoFechaWk TO RefFechaVencimiento
023644     MOVE EstadoFechaWk     TO RefEstadoPoliza
023645     WRITE RegistroReferido
023646     ADD 1 TO ContadorReferidos
023647     MOVE "REFERIDO" TO LawAccion
023648     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
023649 2600-REFERIR-SINIESTRO-EXIT.
023650     EXIT.
023651
023652*----------------------------------------------------------------
023653* 2700-REVISAR-INDICIOS - NO DETIENE EL ALTA: CADA INDICIO SALE
023654* COMO UNA LINEA DEL LISTADO DEL SUPERVISOR (SOSPSIN.LST).
023655*----------------------------------------------------------------
023656 2700-REVISAR-INDICIOS.
023657     MOVE "N" TO HayIndicio
023658     IF FechaInicioWk NOT = 99999999
023659         COMPUTE DiferenciaDias = IntSiniestro -
023660             FUNCTION INTEGER-OF-DATE(FechaInicioWk)
023661         IF DiferenciaDias NOT < 0
023662             AND DiferenciaDias NOT > DiasInicioSospecha
023663             MOVE DiferenciaDias TO DiasEd
023664             MOVE SPACES TO DescIndicioWk
023665             STRING "A " DiasEd " DIAS DEL INICIO "
023666                    FechaInicioWk
023667                 DELIMITED BY SIZE INTO DescIndicioWk
023668             END-STRING
023669             PERFORM 2750-ESCRIBIR-INDICIO
023670                 THRU 2750-ESCRIBIR-INDICIO-EXIT
023671         END-IF
023672     END-IF
023673     IF FechaAumentoWk NOT = ZEROES
023674         MOVE SPACES TO DescIndicioWk
023675         STRING "AUMENTO DE SUMA ASEGURADA EL " FechaAumentoWk
023676             DELIMITED BY SIZE INTO DescIndicioWk
023677         END-STRING
023678         PERFORM 2750-ESCRIBIR-INDICIO
023679             THRU 2750-ESCRIBIR-INDICIO-EXIT
023680     END-IF
023681     PERFORM 2720-BUSCAR-ALTA THRU 2720-BUSCAR-ALTA-EXIT
023682     IF OtrosSiniestrosWk NOT < MinOtrosSiniestros
023683         MOVE OtrosSiniestrosWk TO CantidadEd
023684         MOVE SPACES TO DescIndicioWk
023685         STRING "CLIENTE CON " CantidadEd
023686                " SINIESTROS MAS EN 12 MESES"
023687             DELIMITED BY SIZE INTO DescIndicioWk
023688         END-STRING
023689         PERFORM 2750-ESCRIBIR-INDICIO
023690             THRU 2750-ESCRIBIR-INDICIO-EXIT
023691     END-IF
023692     IF RecibosDisponibles
023693         PERFORM 2740-REVISAR-RECIBOS
023694             THRU 2740-REVISAR-RECIBOS-EXIT
023695     END-IF
023696     IF SiniestroConIndicio
023697         ADD 1 TO ContadorIndicios
023698     END-IF.
023699 2700-REVISAR-INDICIOS-EXIT.
023700     EXIT.
023701
023702 2720-BUSCAR-ALTA.
023703     MOVE ZEROES TO OtrosSiniestrosWk
023704     IF CuentaAltasDia > ZEROES
023705         SET IxAlta TO 1
023706         SEARCH EntradaAltaDia
023707             WHEN TadNumeroSiniestro(IxAlta) = TsNumeroSiniestro
023708                 MOVE TadOtros(IxAlta) TO OtrosSiniestrosWk
023709         END-SEARCH
023710     END-IF.
023711 2720-BUSCAR-ALTA-EXIT.
023712     EXIT.
023713
023714*----------------------------------------------------------------
023715* 2740-REVISAR-RECIBOS - RECORRE LAS CUOTAS DE LA POLIZA EN LA
023716* CARTERA (CLAVE NumeroPoliza + ANIO + CUOTA) Y CUENTA LAS NO
023717* COBRADAS CON FechaVencimientoRecibo ANTERIOR A HOY.
023718*----------------------------------------------------------------
023719 2740-REVISAR-RECIBOS.
023720     MOVE ZEROES TO RecibosVencidosWk
023721     MOVE ZEROES TO SaldoVencidoWk
023722     MOVE TsNumeroPoliza TO RecNumeroPoliza
023723     MOVE ZEROES         TO RecAnioVigencia
023724     MOVE ZEROES         TO RecNumeroCuota
023725     START ArchivoRecibos KEY IS NOT LESS THAN NumeroRecibo
023726         INVALID KEY
023727             GO TO 2740-REVISAR-RECIBOS-EXIT
023728     END-START
023729     MOVE "N" TO FinRecibos
023730     PERFORM 2745-LEER-RECIBO THRU 2745-LEER-RECIBO-EXIT
023731         UNTIL TodosRecibos
023732     IF RecibosVencidosWk = ZEROES
023733         GO TO 2740-REVISAR-RECIBOS-EXIT
023734     END-IF
023735     MOVE RecibosVencidosWk TO CantidadEd
023736     MOVE SaldoVencidoWk    TO SaldoEd
023737     MOVE SPACES TO DescIndicioWk
023738     STRING CantidadEd " RECIBOS VENCIDOS, SALDO " SaldoEd
023739         DELIMITED BY SIZE INTO DescIndicioWk
023740     END-STRING
023741     PERFORM 2750-ESCRIBIR-INDICIO
023742         THRU 2750-ESCRIBIR-INDICIO-EXIT.
023743 2740-REVISAR-RECIBOS-EXIT.
023744     EXIT.
023745
023746 2745-LEER-RECIBO.
023747     READ ArchivoRecibos NEXT RECORD
023748         AT END
023749             MOVE "S" TO FinRecibos
023750             GO TO 2745-LEER-RECIBO-EXIT
023751     END-READ
023752     IF RecNumeroPoliza NOT = TsNumeroPoliza
023753         MOVE "S" TO FinRecibos
023754         GO TO 2745-LEER-RECIBO-EXIT
023755     END-IF
023756     IF ReciboCobrado
023757         OR FechaVencimientoRecibo NOT < FechaHoy
023758         GO TO 2745-LEER-RECIBO-EXIT
023759     END-IF
023760     ADD 1 TO RecibosVencidosWk
023761     IF MontoRecibo > MontoCobrado
023762         COMPUTE SaldoVencidoWk = SaldoVencidoWk
023763             + MontoRecibo - MontoCobrado
023764     END-IF.
023765 2745-LEER-RECIBO-EXIT.
023766     EXIT.
023767
023768 2750-ESCRIBIR-INDICIO.
023769     MOVE "S" TO HayIndicio
023770     MOVE SPACES            TO LineaIndicioWk
023771     MOVE TsNumeroSiniestro TO LiwNumeroSin
023772     MOVE TsNumeroPoliza    TO LiwNumeroPoliza
023773     MOVE IdCliente         TO LiwIdCliente
023774     MOVE TsFechaSiniestro  TO LiwFechaSiniestro
023775     MOVE DescIndicioWk     TO LiwIndicio
023776     MOVE LineaIndicioWk    TO LineaIndicio
023777     WRITE LineaIndicio.
023778 2750-ESCRIBIR-INDICIO-EXIT.
023779     EXIT.
023780
023781 2800-RECHAZAR-TRANS.
023782     ADD 1 TO ContadorRechazos
023800     MOVE "RECHAZO"  TO LawAccion
023900     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
024000 2800-RECHAZAR-TRANS-EXIT.
025900     CLOSE ArchivoSiniestros
026000     CLOSE ArchivoClientes
026100     CLOSE ArchivoTransSiniestros
026110     IF JournalDisponible
026120         CLOSE ArchivoJournal
026130     END-IF
026140     IF RecibosDisponibles
026150         CLOSE ArchivoRecibos
026160     END-IF
026170     CLOSE ArchivoReferidos
026200     MOVE SPACES TO LineaAuditoria
026300     WRITE LineaAuditoria
026400     MOVE ContadorAltas    TO TotalAltasEd
026500     MOVE ContadorCambios  TO TotalCambiosEd
026600     MOVE ContadorBajas    TO TotalBajasEd
026700     MOVE ContadorRechazos TO TotalRechazosEd
026750     MOVE ContadorReferidos TO TotalReferidosEd
026800     STRING "ALTAS="       DELIMITED BY SIZE
026900            TotalAltasEd   DELIMITED BY SIZE
027000            " CAMBIOS="    DELIMITED BY SIZE
027300            TotalBajasEd   DELIMITED BY SIZE
027400            " RECHAZOS="   DELIMITED BY SIZE
027500            TotalRechazosEd DELIMITED BY SIZE
027530            " REFERIDOS="  DELIMITED BY SIZE
027560            TotalReferidosEd DELIMITED BY SIZE
027600         INTO LineaAuditoria
027700     END-STRING
027800     WRITE LineaAuditoria
027810     CLOSE ListadoAuditoria
027820     MOVE SPACES TO LineaIndicio
027830     WRITE LineaIndicio
027840     MOVE ContadorIndicios TO TotalIndiciosEd
027850     STRING "SINIESTROS CON INDICIOS=" TotalIndiciosEd
027860         DELIMITED BY SIZE INTO LineaIndicio
027870     END-STRING
027880     WRITE LineaIndicio
027900     CLOSE ListadoIndicios.
028000 8000-FINALIZAR-EXIT.
028100     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReservasTecnicas.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  RESERVAS TECNICAS DE
001100*                 CIERRE DE MES, QUE EL ACTUARIO ARMABA A MANO
001200*                 CADA MES: CORRE EN LOS PASOS DE CIERRE (COPY
001300*                 RUNCTL, PREDECESOR DeclaracionImpuestos) Y
001400*                 CALCULA:
001500*                   - LA RESERVA DE PRIMAS NO DEVENGADAS POR
001600*                     RAMO A LA FECHA DE CORTE: DE CADA POLIZA
001700*                     VIGENTE, LA PriPrimaAnual DE PRIMAS.DAT
001800*                     POR LOS DIAS QUE FALTAN HASTA
001900*                     FechaVencimiento SOBRE 365 (LA MISMA BASE
002000*                     DE DevolucionPrimas).
002100*                   - LOS TRIANGULOS DE SINIESTROS PAGADOS E
002200*                     INCURRIDOS POR ANIO DE OCURRENCIA (EL DE
002300*                     FechaSiniestro, LOS ULTIMOS SIETE) Y ANIO
002400*                     DE DESARROLLO DESDE LA OCURRENCIA.  LO
002500*                     PAGADO SE REARMA CADA MES DESDE
002600*                     PAGOSSIN.DAT; LO INCURRIDO (PAGADO MAS LO
002700*                     PENDIENTE DE LA RESERVA DEL SINIESTRO) SOLO
002800*                     SE CONOCE A LA FECHA, ASI QUE LA DIAGONAL
002900*                     DEL ANIO EN CURSO SE RECALCULA Y LAS
003000*                     ANTERIORES SE TOMAN DEL CORTE PREVIO.
003100*                 EMITE RESERVAS.LST Y AGREGA EL CORTE AL
003200*                 HISTORICO HISTRESV.DAT (COPY RSVREG) CON LA
003300*                 COMPARACION CONTRA EL MES ANTERIOR; LA
003400*                 VARIACION DE LA RESERVA DE PRIMAS LA ASIENTA
003500*                 InterfazContable.  UN MES YA CORTADO TERMINA
003600*                 LIMPIO SIN DUPLICARSE, COMO CorteMensual.
003700*----------------------------------------------------------------
003800
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS NumeroPoliza
004600         ALTERNATE RECORD KEY IS IdCliente
004700             WITH DUPLICATES
004800         ALTERNATE RECORD KEY IS CodigoAgente
004900             WITH DUPLICATES
005000         FILE STATUS IS EstadoArchivoClientes.
005100     SELECT ArchivoPrimas ASSIGN TO "PRIMAS.DAT"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS DYNAMIC
005400         RECORD KEY IS PriNumeroPoliza
005500         FILE STATUS IS EstadoArchivoPrimas.
005600     SELECT ArchivoSiniestros ASSIGN TO "SINIESTROS.DAT"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS NumeroSiniestro
006000         FILE STATUS IS EstadoArchivoSiniestros.
006100     SELECT DetallePagosSin ASSIGN TO "PAGOSSIN.DAT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS EstadoDetallePagosSin.
006400     SELECT ArchivoReservas ASSIGN TO "HISTRESV.DAT"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS EstadoArchivoReservas.
006700     SELECT ListadoReservas ASSIGN TO "RESERVAS.LST"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  ArchivoClientes.
007300     COPY CLIREG.
007400
007500 FD  ArchivoPrimas.
007600     COPY PRIREG.
007700
007800 FD  ArchivoSiniestros.
007900     COPY SINREG.
008000
008100 FD  DetallePagosSin.
008200     COPY PAGSIN.
008300
008400 FD  ArchivoReservas.
008500     COPY RSVREG.
008600
008700 FD  ListadoReservas.
008800 01  LineaReservas        PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
009200 77  EstadoArchivoPrimas PIC X(02)      VALUE "00".
009300 77  EstadoArchivoSiniestros PIC X(02)  VALUE "00".
009400 77  EstadoDetallePagosSin PIC X(02)    VALUE "00".
009500 77  EstadoArchivoReservas PIC X(02)    VALUE "00".
009600 77  FinArchivo          PIC X(01)      VALUE "N".
009700     88 TodoLeido                       VALUE "S".
009800 77  FinSiniestros       PIC X(01)      VALUE "N".
009900     88 TodoSiniestro                   VALUE "S".
010000 77  FinPagos            PIC X(01)      VALUE "N".
010100     88 TodoPago                        VALUE "S".
010200 77  MesYaCortado        PIC X(01)      VALUE "N".
010300     88 CorteDuplicado                  VALUE "S".
010400 77  TipoTrianguloWk     PIC X(01)      VALUE SPACES.
010500     88 ImprimirPagado                  VALUE "P".
010600     88 ImprimirIncurrido               VALUE "I".
010700 77  MesAnterior         PIC 9(06)      VALUE ZEROES.
010800 77  AnioInicial         PIC 9(04)      VALUE ZEROES.
010900 77  MaxAnios            PIC 9(02)      COMP VALUE 7.
011000 77  AnioRelativo        PIC S9(04)     VALUE ZEROES.
011100 77  DesarrolloPago      PIC S9(04)     VALUE ZEROES.
011200 77  DesarrolloActual    PIC 9(02)      COMP VALUE ZEROES.
011300 77  IndiceRamo          PIC 9(02)      COMP VALUE ZEROES.
011400 77  IndiceAnio          PIC 9(02)      COMP VALUE ZEROES.
011500 77  IndiceDesarrollo    PIC 9(02)      COMP VALUE ZEROES.
011600 77  DiasBaseAnual       PIC 9(03)      VALUE 365.
011700 77  IntHoy              PIC 9(07)      COMP VALUE ZEROES.
011800 77  IntVencimiento      PIC 9(07)      COMP VALUE ZEROES.
011900 77  DiasPorDevengar     PIC S9(05)     VALUE ZEROES.
012000 77  ReservaPoliza       PIC 9(7)V99    VALUE ZEROES.
012100 77  IncurridoSiniestro  PIC 9(7)V99    VALUE ZEROES.
012200 77  ContadorPolizas     PIC 9(07)      COMP VALUE ZEROES.
012300 77  ContadorNoVigentes  PIC 9(07)      COMP VALUE ZEROES.
012400 77  ContadorDevengadas  PIC 9(07)      COMP VALUE ZEROES.
012500 77  ContadorSinPrima    PIC 9(07)      COMP VALUE ZEROES.
012600 77  ContadorRechazados  PIC 9(07)      COMP VALUE ZEROES.
012700 77  ContadorSiniestros  PIC 9(07)      COMP VALUE ZEROES.
012800 77  ContadorAnteriores  PIC 9(07)      COMP VALUE ZEROES.
012900 77  ContadorPagos       PIC 9(07)      COMP VALUE ZEROES.
013000 77  ContadorPagosSinSin PIC 9(07)      COMP VALUE ZEROES.
013100 77  ContadorHistoria    PIC 9(07)      COMP VALUE ZEROES.
013200 77  TotalPrimaVigor     PIC 9(9)V99    VALUE ZEROES.
013300 77  TotalReserva        PIC 9(9)V99    VALUE ZEROES.
013400 77  TotalAnterior       PIC 9(9)V99    VALUE ZEROES.
013500 77  TotalVariacion      PIC S9(9)V99   VALUE ZEROES.
013600 77  VariacionWk         PIC S9(9)V99   VALUE ZEROES.
013700 77  UnidadesWk          PIC 9(09)      VALUE ZEROES.
013800 77  CantidadEd          PIC Z(6)9.
013900 77  MontoEd             PIC Z(8)9.99.
014000 77  VariacionEd         PIC +Z(8)9.99.
014100 77  CeldaEd             PIC Z(8)9.
014200 01  FechaHoyWk.
014300     05 FechaHoy         PIC 9(08).
014400     05 FechaHoyR REDEFINES FechaHoy.
014500         10 HoyAnioMes   PIC 9(06).
014600         10 HoyDia       PIC 9(02).
014700     05 FechaHoyA REDEFINES FechaHoy.
014800         10 HoyAnio      PIC 9(04).
014900         10 FILLER       PIC 9(04).
015000 01  FechaOcurrenciaWk.
015100     05 FechaOcurrencia  PIC 9(08).
015200     05 FechaOcurrenciaR REDEFINES FechaOcurrencia.
015300         10 OcuAnio      PIC 9(04).
015400         10 FILLER       PIC 9(04).
015500 01  FechaPagoWk.
015600     05 FechaPagoTrab    PIC 9(08).
015700     05 FechaPagoTrabR REDEFINES FechaPagoTrab.
015800         10 PagAnio      PIC 9(04).
015900         10 FILLER       PIC 9(04).
016000
016100*----------------------------------------------------------------
016200* TABLA DE RAMOS CONOCIDOS, LA MISMA DE CorteMensual, Y LA
016300* RESERVA DE PRIMAS DE CADA UNO CON LA DEL CORTE ANTERIOR.
016400*----------------------------------------------------------------
016500 01  TablaRamos.
016600     05 FILLER           PIC X(03)      VALUE "AUT".
016700     05 FILLER           PIC X(15)      VALUE "AUTOMOVILES".
016800     05 FILLER           PIC X(03)      VALUE "HOG".
016900     05 FILLER           PIC X(15)      VALUE "HOGAR".
017000     05 FILLER           PIC X(03)      VALUE "VID".
017100     05 FILLER           PIC X(15)      VALUE "VIDA".
017200     05 FILLER           PIC X(03)      VALUE "COM".
017300     05 FILLER           PIC X(15)      VALUE "COMERCIO".
017400     05 FILLER           PIC X(03)      VALUE "OTR".
017500     05 FILLER           PIC X(15)      VALUE "OTROS/NO CLASIF".
017600 01  TablaRamosR REDEFINES TablaRamos.
017700     05 EntradaRamo      OCCURS 5 TIMES INDEXED BY IxRamo.
017800         10 RamoCod      PIC X(03).
017900         10 RamoDesc     PIC X(15).
018000 01  TablaReservaRamo.
018100     05 ReservaRamo      OCCURS 5 TIMES.
018200         10 RrvPolizas   PIC 9(07).
018300         10 RrvPrimaVigor PIC 9(9)V99.
018400         10 RrvReserva   PIC 9(9)V99.
018500         10 RrvAnterior  PIC 9(9)V99.
018600
018700*----------------------------------------------------------------
018800* TRIANGULOS DE SINIESTROS: UNA FILA POR ANIO DE OCURRENCIA
018900* (LA 1 ES EL ANIO EN CURSO MENOS SEIS, LA 7 EL ANIO EN CURSO)
019000* Y UNA CELDA POR ANIO DE DESARROLLO.  LA FILA N LLEGA HOY
019100* HASTA EL DESARROLLO 8 - N (LA DIAGONAL DEL ANIO EN CURSO).
019200* LOS IMPORTES "Ant" SON LOS DEL CORTE ANTERIOR DEL HISTORICO.
019300*----------------------------------------------------------------
019400 01  TablaTriangulos.
019500     05 FilaOcurrencia   OCCURS 7 TIMES.
019600         10 TriAnio      PIC 9(04).
019700         10 TriIncurridoActual PIC 9(9)V99.
019800         10 CeldaDesarrollo OCCURS 7 TIMES.
019900             15 TriPagado       PIC 9(9)V99.
020000             15 TriIncurrido    PIC 9(9)V99.
020100             15 TriPagadoAnt    PIC 9(9)V99.
020200             15 TriIncurridoAnt PIC 9(9)V99.
020300             15 CeldaConAnterior PIC X(01).
020400
020500 01  LineaReservaWk.
020600     05 LrvRamo           PIC X(15).
020700     05 FILLER            PIC X(01).
020800     05 LrvPolizas        PIC X(07).
020900     05 FILLER            PIC X(01).
021000     05 LrvPrimaVigor     PIC X(12).
021100     05 FILLER            PIC X(01).
021200     05 LrvReserva        PIC X(12).
021300     05 FILLER            PIC X(01).
021400     05 LrvAnterior       PIC X(12).
021500     05 FILLER            PIC X(01).
021600     05 LrvVariacion      PIC X(13).
021700     05 FILLER            PIC X(04).
021800 01  LineaTrianguloWk.
021900     05 LtwAnio           PIC X(04).
022000     05 FILLER            PIC X(01).
022100     05 LtwColumna        OCCURS 7 TIMES.
022200         10 FILLER        PIC X(01).
022300         10 LtwMonto      PIC X(09).
022400     05 FILLER            PIC X(05).
022500 01  EncabezadoColumnaWk.
022600     05 FILLER            PIC X(08)      VALUE "  DESAR.".
022700     05 EcwDesarrollo     PIC 9(01).
022800
022900     COPY CTLPAR.
023000
023100 PROCEDURE DIVISION.
023200 0000-MAINLINE.
023300     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
023400     PERFORM 2000-PROCESAR THRU 2000-PROCESAR-EXIT
023500         UNTIL TodoLeido
023600     PERFORM 3000-PROCESAR-SIN THRU 3000-PROCESAR-SIN-EXIT
023700         UNTIL TodoSiniestro
023800     PERFORM 4000-PROCESAR-PAGO THRU 4000-PROCESAR-PAGO-EXIT
023900         UNTIL TodoPago
024000     PERFORM 5000-ARMAR-FILA THRU 5000-ARMAR-FILA-EXIT
024100         VARYING IndiceAnio FROM 1 BY 1
024200         UNTIL IndiceAnio > MaxAnios
024300     PERFORM 6000-IMPRIMIR THRU 6000-IMPRIMIR-EXIT
024400     PERFORM 7000-GRABAR-HISTORIA
024500         THRU 7000-GRABAR-HISTORIA-EXIT
024600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
024700     STOP RUN.
024800
024900*----------------------------------------------------------------
025000* 1000-INICIAR - LEE EL HISTORICO: SI EL ANIO-MES DE HOY YA
025100* ESTA, EL CORTE NO SE REPITE; SI NO, SE QUEDA CON EL ULTIMO
025200* CORTE ANTERIOR PARA LA COMPARACION Y PARA LAS DIAGONALES YA
025300* CERRADAS DEL TRIANGULO DE INCURRIDOS.
025400*----------------------------------------------------------------
025500 1000-INICIAR.
025600     MOVE "ReservasTecnicas"     TO CtlPrograma
025700     MOVE "DeclaracionImpuestos" TO CtlPredecesor
025800     PERFORM 9600-CONTROL-INICIO
025900         THRU 9600-CONTROL-INICIO-EXIT
026000     ACCEPT FechaHoy FROM DATE YYYYMMDD
026100     COMPUTE IntHoy = FUNCTION INTEGER-OF-DATE(FechaHoy)
026200     COMPUTE AnioInicial = HoyAnio - MaxAnios + 1
026300     MOVE ZEROES TO TablaReservaRamo
026400     MOVE ZEROES TO TablaTriangulos
026500     PERFORM 1050-NUMERAR-FILA THRU 1050-NUMERAR-FILA-EXIT
026600         VARYING IndiceAnio FROM 1 BY 1
026700         UNTIL IndiceAnio > MaxAnios
026800     PERFORM 1100-BUSCAR-CORTE THRU 1100-BUSCAR-CORTE-EXIT
026900     IF CorteDuplicado
027000         DISPLAY "RESERVAS DE " HoyAnioMes
027100             " YA EXISTEN EN HISTRESV.DAT - NO SE REPITE"
027200         PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT
027300         STOP RUN
027400     END-IF
027500     OPEN INPUT ArchivoClientes
027600     OPEN INPUT ArchivoPrimas
027700     OPEN INPUT ArchivoSiniestros
027800     IF EstadoArchivoSiniestros NOT = "00"
027900         MOVE "S" TO FinSiniestros
028000         MOVE "S" TO FinPagos
028100     END-IF
028200     IF NOT TodoPago
028300         OPEN INPUT DetallePagosSin
028400         IF EstadoDetallePagosSin NOT = "00"
028500             MOVE "S" TO FinPagos
028600         END-IF
028700     END-IF.
028800 1000-INICIAR-EXIT.
028900     EXIT.
029000
029100 1050-NUMERAR-FILA.
029200     COMPUTE TriAnio(IndiceAnio) = AnioInicial + IndiceAnio - 1.
029300 1050-NUMERAR-FILA-EXIT.
029400     EXIT.
029500
029600 1100-BUSCAR-CORTE.
029700     OPEN INPUT ArchivoReservas
029800     IF EstadoArchivoReservas NOT = "00"
029900         GO TO 1100-BUSCAR-CORTE-EXIT
030000     END-IF
030100     PERFORM 1150-LEER-HISTORIA THRU 1150-LEER-HISTORIA-EXIT
030200         UNTIL TodoLeido
030300     CLOSE ArchivoReservas
030400     MOVE "N" TO FinArchivo.
030500 1100-BUSCAR-CORTE-EXIT.
030600     EXIT.
030700
030800*----------------------------------------------------------------
030900* 1150-LEER-HISTORIA - EL HISTORICO LLEGA EN ORDEN CRONOLOGICO;
031000* UN ANIO-MES ANTERIOR MAS NUEVO QUE EL GUARDADO REEMPLAZA LO
031100* CARGADO, ASI QUE AL FINAL QUEDA EL ULTIMO CORTE.
031200*----------------------------------------------------------------
031300 1150-LEER-HISTORIA.
031400     READ ArchivoReservas INTO RegistroReserva
031500         AT END
031600             MOVE "S" TO FinArchivo
031700             GO TO 1150-LEER-HISTORIA-EXIT
031800     END-READ
031900     IF RsvAnioMes NOT NUMERIC
032000         OR RsvMonto NOT NUMERIC
032100         GO TO 1150-LEER-HISTORIA-EXIT
032200     END-IF
032300     IF RsvAnioMes = HoyAnioMes
032400         MOVE "S" TO MesYaCortado
032500         GO TO 1150-LEER-HISTORIA-EXIT
032600     END-IF
032700     IF RsvAnioMes > HoyAnioMes
032800         OR RsvAnioMes < MesAnterior
032900         GO TO 1150-LEER-HISTORIA-EXIT
033000     END-IF
033100     IF RsvAnioMes > MesAnterior
033200         MOVE RsvAnioMes TO MesAnterior
033300         PERFORM 1200-LIMPIAR-ANTERIOR
033400             THRU 1200-LIMPIAR-ANTERIOR-EXIT
033500     END-IF
033600     EVALUATE TRUE
033700         WHEN RsvPrimaNoDevengada
033800             PERFORM 1160-CARGAR-RAMO
033900                 THRU 1160-CARGAR-RAMO-EXIT
034000         WHEN RsvTrianguloPagado
034100             PERFORM 1170-CARGAR-CELDA
034200                 THRU 1170-CARGAR-CELDA-EXIT
034300         WHEN RsvTrianguloIncurrido
034400             PERFORM 1170-CARGAR-CELDA
034500                 THRU 1170-CARGAR-CELDA-EXIT
034600     END-EVALUATE.
034700 1150-LEER-HISTORIA-EXIT.
034800     EXIT.
034900
035000 1160-CARGAR-RAMO.
035100     SET IxRamo TO 1
035200     SEARCH EntradaRamo
035300         AT END
035400             GO TO 1160-CARGAR-RAMO-EXIT
035500         WHEN RamoCod(IxRamo) = RsvCodigoRamo
035600             CONTINUE
035700     END-SEARCH
035800     SET IndiceRamo TO IxRamo
035900     MOVE RsvMonto TO RrvAnterior(IndiceRamo).
036000 1160-CARGAR-RAMO-EXIT.
036100     EXIT.
036200
036300*----------------------------------------------------------------
036400* 1170-CARGAR-CELDA - UBICA LA CELDA DEL CORTE ANTERIOR EN LA
036500* TABLA DE HOY; UN ANIO DE OCURRENCIA QUE YA SALIO DE LOS SIETE
036600* QUE SE MUESTRAN SE DESCARTA.
036700*----------------------------------------------------------------
036800 1170-CARGAR-CELDA.
036900     IF RsvAnioOcurrencia NOT NUMERIC
037000         OR RsvAnioDesarrollo NOT NUMERIC
037100         GO TO 1170-CARGAR-CELDA-EXIT
037200     END-IF
037300     COMPUTE AnioRelativo = RsvAnioOcurrencia - AnioInicial + 1
037400     IF AnioRelativo < 1 OR AnioRelativo > MaxAnios
037500         OR RsvAnioDesarrollo < 1
037600         OR RsvAnioDesarrollo > MaxAnios
037700         GO TO 1170-CARGAR-CELDA-EXIT
037800     END-IF
037900     MOVE AnioRelativo      TO IndiceAnio
038000     MOVE RsvAnioDesarrollo TO IndiceDesarrollo
038100     IF RsvTrianguloPagado
038200         MOVE RsvMonto
038250             TO TriPagadoAnt(IndiceAnio IndiceDesarrollo)
038300     ELSE
038400         MOVE RsvMonto
038500             TO TriIncurridoAnt(IndiceAnio IndiceDesarrollo)
038600         MOVE "S" TO CeldaConAnterior(IndiceAnio IndiceDesarrollo)
038700     END-IF.
038800 1170-CARGAR-CELDA-EXIT.
038900     EXIT.
039000
039100 1200-LIMPIAR-ANTERIOR.
039200     PERFORM 1250-LIMPIAR-RAMO THRU 1250-LIMPIAR-RAMO-EXIT
039300         VARYING IndiceRamo FROM 1 BY 1
039400         UNTIL IndiceRamo > 5
039500     PERFORM 1260-LIMPIAR-FILA THRU 1260-LIMPIAR-FILA-EXIT
039600         VARYING IndiceAnio FROM 1 BY 1
039700         UNTIL IndiceAnio > MaxAnios.
039800 1200-LIMPIAR-ANTERIOR-EXIT.
039900     EXIT.
040000
040100 1250-LIMPIAR-RAMO.
040200     MOVE ZEROES TO RrvAnterior(IndiceRamo).
040300 1250-LIMPIAR-RAMO-EXIT.
040400     EXIT.
040500
040600 1260-LIMPIAR-FILA.
040700     PERFORM 1270-LIMPIAR-CELDA THRU 1270-LIMPIAR-CELDA-EXIT
040800         VARYING IndiceDesarrollo FROM 1 BY 1
040900         UNTIL IndiceDesarrollo > MaxAnios.
041000 1260-LIMPIAR-FILA-EXIT.
041100     EXIT.
041200
041300 1270-LIMPIAR-CELDA.
041400     MOVE ZEROES TO TriPagadoAnt(IndiceAnio IndiceDesarrollo)
041500     MOVE ZEROES TO TriIncurridoAnt(IndiceAnio IndiceDesarrollo)
041600     MOVE "N" TO CeldaConAnterior(IndiceAnio IndiceDesarrollo).
041700 1270-LIMPIAR-CELDA-EXIT.
041800     EXIT.
041900
042000 2000-PROCESAR.
042100     READ ArchivoClientes INTO RegistroCliente
042200         AT END
042300             MOVE "S" TO FinArchivo
042400             GO TO 2000-PROCESAR-EXIT
042500         NOT AT END
042600             PERFORM 2100-RESERVA-POLIZA
042700                 THRU 2100-RESERVA-POLIZA-EXIT
042800     END-READ.
042900 2000-PROCESAR-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300* 2100-RESERVA-POLIZA - SOLO LA CARTERA EN VIGOR LLEVA RESERVA:
043400* UNA POLIZA CANCELADA YA DEVOLVIO SU PRIMA NO DEVENGADA Y UNA
043500* CUYA VIGENCIA TERMINO LA DEVENGO COMPLETA.  LOS DIAS POR
043600* DEVENGAR SE TOPAN EN 365 (POLIZA QUE TODAVIA NO INICIA).
043700*----------------------------------------------------------------
043800 2100-RESERVA-POLIZA.
043900     IF NOT PolizaVigente
044000         ADD 1 TO ContadorNoVigentes
044100         GO TO 2100-RESERVA-POLIZA-EXIT
044200     END-IF
044300     IF FechaVencimiento NOT NUMERIC
044400         OR FechaVencimiento = ZEROES
044500         ADD 1 TO ContadorRechazados
044600         GO TO 2100-RESERVA-POLIZA-EXIT
044700     END-IF
044800     IF FechaVencimiento NOT > FechaHoy
044900         ADD 1 TO ContadorDevengadas
045000         GO TO 2100-RESERVA-POLIZA-EXIT
045100     END-IF
045200     MOVE NumeroPoliza TO PriNumeroPoliza
045300     READ ArchivoPrimas
045400         INVALID KEY
045500             ADD 1 TO ContadorSinPrima
045600             GO TO 2100-RESERVA-POLIZA-EXIT
045700     END-READ
045800     IF PriPrimaAnual NOT NUMERIC
045900         ADD 1 TO ContadorSinPrima
046000         GO TO 2100-RESERVA-POLIZA-EXIT
046100     END-IF
046200     COMPUTE IntVencimiento =
046300         FUNCTION INTEGER-OF-DATE(FechaVencimiento)
046400     COMPUTE DiasPorDevengar = IntVencimiento - IntHoy
046500     IF DiasPorDevengar > DiasBaseAnual
046600         MOVE DiasBaseAnual TO DiasPorDevengar
046700     END-IF
046800     COMPUTE ReservaPoliza ROUNDED =
046900         PriPrimaAnual * DiasPorDevengar / DiasBaseAnual
047000     SET IxRamo TO 1
047100     SEARCH EntradaRamo
047200         AT END
047300             SET IxRamo TO 5
047400         WHEN RamoCod(IxRamo) = CodigoRamo
047500             CONTINUE
047600     END-SEARCH
047700     SET IndiceRamo TO IxRamo
047800     ADD 1             TO RrvPolizas(IndiceRamo)
047900     ADD PriPrimaAnual TO RrvPrimaVigor(IndiceRamo)
048000     ADD ReservaPoliza TO RrvReserva(IndiceRamo)
048100     ADD 1 TO ContadorPolizas.
048200 2100-RESERVA-POLIZA-EXIT.
048300     EXIT.
048400
048500 3000-PROCESAR-SIN.
048600     READ ArchivoSiniestros NEXT RECORD INTO RegistroSiniestro
048700         AT END
048800             MOVE "S" TO FinSiniestros
048900             GO TO 3000-PROCESAR-SIN-EXIT
049000     END-READ
049100     PERFORM 3100-INCURRIDO THRU 3100-INCURRIDO-EXIT.
049200 3000-PROCESAR-SIN-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------------
049600* 3100-INCURRIDO - LO INCURRIDO A LA FECHA DE UN SINIESTRO ES
049700* SU MontoReservado (QUE INCLUYE LO YA PAGADO), O LO PAGADO SI
049800* ESTA CERRADO O SI LO PAGADO LO EXCEDE.  SE ACUMULA EN SU
049900* ANIO DE OCURRENCIA; LOS ANTERIORES A LOS SIETE DEL TRIANGULO
050000* SOLO SE CUENTAN.
050100*----------------------------------------------------------------
050200 3100-INCURRIDO.
050300     IF FechaSiniestro NOT NUMERIC
050400         OR FechaSiniestro > FechaHoy
050500         OR MontoReservado NOT NUMERIC
050600         OR MontoPagado NOT NUMERIC
050700         ADD 1 TO ContadorRechazados
050800         GO TO 3100-INCURRIDO-EXIT
050900     END-IF
051000     MOVE FechaSiniestro TO FechaOcurrencia
051100     COMPUTE AnioRelativo = OcuAnio - AnioInicial + 1
051200     IF AnioRelativo < 1
051300         ADD 1 TO ContadorAnteriores
051400         GO TO 3100-INCURRIDO-EXIT
051500     END-IF
051600     MOVE AnioRelativo TO IndiceAnio
051700     IF SiniestroCerrado
051800         OR MontoPagado > MontoReservado
051900         MOVE MontoPagado    TO IncurridoSiniestro
052000     ELSE
052100         MOVE MontoReservado TO IncurridoSiniestro
052200     END-IF
052300     ADD IncurridoSiniestro TO TriIncurridoActual(IndiceAnio)
052400     ADD 1 TO ContadorSiniestros.
052500 3100-INCURRIDO-EXIT.
052600     EXIT.
052700
052800 4000-PROCESAR-PAGO.
052900     READ DetallePagosSin INTO RegistroPagoSiniestro
053000         AT END
053100             MOVE "S" TO FinPagos
053200             GO TO 4000-PROCESAR-PAGO-EXIT
053300     END-READ
053400     PERFORM 4100-PAGADO THRU 4100-PAGADO-EXIT.
053500 4000-PROCESAR-PAGO-EXIT.
053600     EXIT.
053700
053800*----------------------------------------------------------------
053900* 4100-PAGADO - CADA PAGO VA A LA CELDA DE SU ANIO DE OCURRENCIA
054000* (EL DEL SINIESTRO) Y DE SU ANIO DE DESARROLLO: EL ANIO DEL
054100* PAGO MENOS EL DE OCURRENCIA, MAS UNO.  UN PAGO SIN SINIESTRO
054200* EN EL MAESTRO SE CUENTA Y NO ENTRA AL TRIANGULO.
054300*----------------------------------------------------------------
054400 4100-PAGADO.
054500     IF PsnFechaPago NOT NUMERIC
054600         OR PsnFechaPago > FechaHoy
054700         OR PsnMontoPago NOT NUMERIC
054800         GO TO 4100-PAGADO-EXIT
054900     END-IF
055000     MOVE PsnNumeroSiniestro TO NumeroSiniestro
055100     READ ArchivoSiniestros
055200         INVALID KEY
055300             ADD 1 TO ContadorPagosSinSin
055400             GO TO 4100-PAGADO-EXIT
055500     END-READ
055600     IF FechaSiniestro NOT NUMERIC
055700         GO TO 4100-PAGADO-EXIT
055800     END-IF
055900     MOVE FechaSiniestro TO FechaOcurrencia
056000     COMPUTE AnioRelativo = OcuAnio - AnioInicial + 1
056100     IF AnioRelativo < 1 OR AnioRelativo > MaxAnios
056200         GO TO 4100-PAGADO-EXIT
056300     END-IF
056400     MOVE AnioRelativo TO IndiceAnio
056500     MOVE PsnFechaPago TO FechaPagoTrab
056600     COMPUTE DesarrolloPago = PagAnio - OcuAnio + 1
056700     IF DesarrolloPago < 1
056800         MOVE 1 TO DesarrolloPago
056900     END-IF
057000     MOVE DesarrolloPago TO IndiceDesarrollo
057100     ADD PsnMontoPago TO TriPagado(IndiceAnio IndiceDesarrollo)
057200     ADD 1 TO ContadorPagos.
057300 4100-PAGADO-EXIT.
057400     EXIT.
057500
057600*----------------------------------------------------------------
057700* 5000-ARMAR-FILA - ACUMULA LO PAGADO A LO LARGO DEL
057800* DESARROLLO Y COMPLETA LO INCURRIDO: LA DIAGONAL DEL ANIO EN
057900* CURSO ES LO INCURRIDO HOY; UNA CELDA YA CERRADA CONSERVA LO
058000* QUE TENIA EN EL CORTE ANTERIOR.  SIN CORTE ANTERIOR (PRIMER
058100* MES DEL HISTORICO) LA CELDA CERRADA TOMA LO PAGADO, QUE ES
058200* LO UNICO QUE SE PUEDE RECONSTRUIR.
058300*----------------------------------------------------------------
058400 5000-ARMAR-FILA.
058500     COMPUTE DesarrolloActual = HoyAnio - TriAnio(IndiceAnio) + 1
058600     PERFORM 5100-ARMAR-CELDA THRU 5100-ARMAR-CELDA-EXIT
058700         VARYING IndiceDesarrollo FROM 1 BY 1
058800         UNTIL IndiceDesarrollo > DesarrolloActual.
058900 5000-ARMAR-FILA-EXIT.
059000     EXIT.
059100
059200 5100-ARMAR-CELDA.
059300     IF IndiceDesarrollo > 1
059400         ADD TriPagado(IndiceAnio IndiceDesarrollo - 1)
059500             TO TriPagado(IndiceAnio IndiceDesarrollo)
059600     END-IF
059700     EVALUATE TRUE
059800         WHEN IndiceDesarrollo = DesarrolloActual
059900             MOVE TriIncurridoActual(IndiceAnio)
060000                 TO TriIncurrido(IndiceAnio IndiceDesarrollo)
060100         WHEN CeldaConAnterior(IndiceAnio IndiceDesarrollo) = "S"
060200             MOVE TriIncurridoAnt(IndiceAnio IndiceDesarrollo)
060300                 TO TriIncurrido(IndiceAnio IndiceDesarrollo)
060400         WHEN OTHER
060500             MOVE TriPagado(IndiceAnio IndiceDesarrollo)
060600                 TO TriIncurrido(IndiceAnio IndiceDesarrollo)
060700     END-EVALUATE.
060800 5100-ARMAR-CELDA-EXIT.
060900     EXIT.
061000
061100*----------------------------------------------------------------
061200* 6000-IMPRIMIR - RESERVAS.LST: LA RESERVA DE PRIMAS POR RAMO
061300* CONTRA EL CORTE ANTERIOR Y LOS DOS TRIANGULOS, EN UNIDADES
061400* MONETARIAS ENTERAS PARA QUE ENTREN LAS SIETE COLUMNAS.
061500*----------------------------------------------------------------
061600 6000-IMPRIMIR.
061700     OPEN OUTPUT ListadoReservas
061800     MOVE SPACES TO LineaReservas
061900     STRING "RESERVAS TECNICAS AL " FechaHoy
062000            " - CORTE ANTERIOR " MesAnterior
062100         DELIMITED BY SIZE INTO LineaReservas
062200     END-STRING
062300     WRITE LineaReservas
062400     MOVE SPACES TO LineaReservas
062500     WRITE LineaReservas
062600     MOVE "RESERVA DE PRIMAS NO DEVENGADAS POR RAMO"
062700         TO LineaReservas
062800     WRITE LineaReservas
062900     MOVE SPACES TO LineaReservas
063000     STRING "RAMO            POLIZAS  PRIMA VIGOR  RESERVA MES"
063050            "  RESERVA ANT     VARIACION"
063100         DELIMITED BY SIZE INTO LineaReservas
063150     END-STRING
063200     WRITE LineaReservas
063300     PERFORM 6100-LINEA-RAMO THRU 6100-LINEA-RAMO-EXIT
063400         VARYING IndiceRamo FROM 1 BY 1
063500         UNTIL IndiceRamo > 5
063600     MOVE SPACES TO LineaReservaWk
063700     MOVE "TOTAL"          TO LrvRamo
063800     MOVE ContadorPolizas  TO CantidadEd
063900     MOVE CantidadEd       TO LrvPolizas
064000     MOVE TotalPrimaVigor  TO MontoEd
064100     MOVE MontoEd          TO LrvPrimaVigor
064200     MOVE TotalReserva     TO MontoEd
064300     MOVE MontoEd          TO LrvReserva
064400     MOVE TotalAnterior    TO MontoEd
064500     MOVE MontoEd          TO LrvAnterior
064600     MOVE TotalVariacion   TO VariacionEd
064700     MOVE VariacionEd      TO LrvVariacion
064800     MOVE LineaReservaWk   TO LineaReservas
064900     WRITE LineaReservas
065000     MOVE "P" TO TipoTrianguloWk
065100     PERFORM 6200-IMPRIMIR-TRIANGULO
065200         THRU 6200-IMPRIMIR-TRIANGULO-EXIT
065300     MOVE "I" TO TipoTrianguloWk
065400     PERFORM 6200-IMPRIMIR-TRIANGULO
065500         THRU 6200-IMPRIMIR-TRIANGULO-EXIT
065600     CLOSE ListadoReservas.
065700 6000-IMPRIMIR-EXIT.
065800     EXIT.
065900
066000 6100-LINEA-RAMO.
066100     COMPUTE VariacionWk =
066200         RrvReserva(IndiceRamo) - RrvAnterior(IndiceRamo)
066300     ADD RrvPrimaVigor(IndiceRamo) TO TotalPrimaVigor
066400     ADD RrvReserva(IndiceRamo)    TO TotalReserva
066500     ADD RrvAnterior(IndiceRamo)   TO TotalAnterior
066600     ADD VariacionWk               TO TotalVariacion
066700     MOVE SPACES TO LineaReservaWk
066800     MOVE RamoDesc(IndiceRamo)      TO LrvRamo
066900     MOVE RrvPolizas(IndiceRamo)    TO CantidadEd
067000     MOVE CantidadEd                TO LrvPolizas
067100     MOVE RrvPrimaVigor(IndiceRamo) TO MontoEd
067200     MOVE MontoEd                   TO LrvPrimaVigor
067300     MOVE RrvReserva(IndiceRamo)    TO MontoEd
067400     MOVE MontoEd                   TO LrvReserva
067500     MOVE RrvAnterior(IndiceRamo)   TO MontoEd
067600     MOVE MontoEd                   TO LrvAnterior
067700     MOVE VariacionWk               TO VariacionEd
067800     MOVE VariacionEd               TO LrvVariacion
067900     MOVE LineaReservaWk TO LineaReservas
068000     WRITE LineaReservas.
068100 6100-LINEA-RAMO-EXIT.
068200     EXIT.
068300
068400 6200-IMPRIMIR-TRIANGULO.
068500     MOVE SPACES TO LineaReservas
068600     WRITE LineaReservas
068700     IF ImprimirPagado
068800         MOVE "TRIANGULO DE SINIESTROS PAGADOS (ACUMULADO)"
068900             TO LineaReservas
069000     ELSE
069100         MOVE "TRIANGULO DE SINIESTROS INCURRIDOS (ACUMULADO)"
069200             TO LineaReservas
069300     END-IF
069400     WRITE LineaReservas
069500     MOVE SPACES TO LineaTrianguloWk
069600     MOVE "OCUR" TO LtwAnio
069700     PERFORM 6250-ENCABEZAR-COLUMNA
069800         THRU 6250-ENCABEZAR-COLUMNA-EXIT
069900         VARYING IndiceDesarrollo FROM 1 BY 1
070000         UNTIL IndiceDesarrollo > MaxAnios
070100     MOVE LineaTrianguloWk TO LineaReservas
070200     WRITE LineaReservas
070300     PERFORM 6300-LINEA-FILA THRU 6300-LINEA-FILA-EXIT
070400         VARYING IndiceAnio FROM 1 BY 1
070500         UNTIL IndiceAnio > MaxAnios.
070600 6200-IMPRIMIR-TRIANGULO-EXIT.
070700     EXIT.
070800
070900 6250-ENCABEZAR-COLUMNA.
071000     MOVE IndiceDesarrollo    TO EcwDesarrollo
071100     MOVE EncabezadoColumnaWk TO LtwMonto(IndiceDesarrollo).
071200 6250-ENCABEZAR-COLUMNA-EXIT.
071300     EXIT.
071400
071500 6300-LINEA-FILA.
071600     COMPUTE DesarrolloActual = HoyAnio - TriAnio(IndiceAnio) + 1
071700     MOVE SPACES TO LineaTrianguloWk
071800     MOVE TriAnio(IndiceAnio) TO LtwAnio
071900     PERFORM 6350-LINEA-CELDA THRU 6350-LINEA-CELDA-EXIT
072000         VARYING IndiceDesarrollo FROM 1 BY 1
072100         UNTIL IndiceDesarrollo > DesarrolloActual
072200     MOVE LineaTrianguloWk TO LineaReservas
072300     WRITE LineaReservas.
072400 6300-LINEA-FILA-EXIT.
072500     EXIT.
072600
072700 6350-LINEA-CELDA.
072800     IF ImprimirPagado
072900         COMPUTE UnidadesWk ROUNDED =
073000             TriPagado(IndiceAnio IndiceDesarrollo)
073100     ELSE
073200         COMPUTE UnidadesWk ROUNDED =
073300             TriIncurrido(IndiceAnio IndiceDesarrollo)
073400     END-IF
073500     MOVE UnidadesWk TO CeldaEd
073600     MOVE CeldaEd    TO LtwMonto(IndiceDesarrollo).
073700 6350-LINEA-CELDA-EXIT.
073800     EXIT.
073900
074000*----------------------------------------------------------------
074100* 7000-GRABAR-HISTORIA - AGREGA EL CORTE A HISTRESV.DAT: UN "U"
074200* POR RAMO Y UN "P" Y UN "I" POR CADA CELDA YA ALCANZADA DE LOS
074300* TRIANGULOS, CADA UNO CON SU IMPORTE DEL CORTE ANTERIOR.
074400*----------------------------------------------------------------
074500 7000-GRABAR-HISTORIA.
074600     OPEN EXTEND ArchivoReservas
074700     IF EstadoArchivoReservas = "35"
074800         OPEN OUTPUT ArchivoReservas
074900     END-IF
075000     PERFORM 7100-GRABAR-RAMO THRU 7100-GRABAR-RAMO-EXIT
075100         VARYING IndiceRamo FROM 1 BY 1
075200         UNTIL IndiceRamo > 5
075300     PERFORM 7200-GRABAR-FILA THRU 7200-GRABAR-FILA-EXIT
075400         VARYING IndiceAnio FROM 1 BY 1
075500         UNTIL IndiceAnio > MaxAnios
075600     CLOSE ArchivoReservas.
075700 7000-GRABAR-HISTORIA-EXIT.
075800     EXIT.
075900
076000 7100-GRABAR-RAMO.
076100     MOVE SPACES TO RegistroReserva
076200     MOVE HoyAnioMes                TO RsvAnioMes
076300     MOVE FechaHoy                  TO RsvFechaCorte
076400     MOVE "U"                       TO RsvTipoRegistro
076500     MOVE RamoCod(IndiceRamo)       TO RsvCodigoRamo
076600     MOVE ZEROES                    TO RsvAnioOcurrencia
076700     MOVE ZEROES                    TO RsvAnioDesarrollo
076800     MOVE RrvPrimaVigor(IndiceRamo) TO RsvPrimaVigor
076900     MOVE RrvReserva(IndiceRamo)    TO RsvMonto
077000     MOVE RrvAnterior(IndiceRamo)   TO RsvMontoAnterior
077100     COMPUTE RsvVariacion = RsvMonto - RsvMontoAnterior
077200     WRITE RegistroReserva
077300     ADD 1 TO ContadorHistoria.
077400 7100-GRABAR-RAMO-EXIT.
077500     EXIT.
077600
077700 7200-GRABAR-FILA.
077800     COMPUTE DesarrolloActual = HoyAnio - TriAnio(IndiceAnio) + 1
077900     PERFORM 7250-GRABAR-CELDA THRU 7250-GRABAR-CELDA-EXIT
078000         VARYING IndiceDesarrollo FROM 1 BY 1
078100         UNTIL IndiceDesarrollo > DesarrolloActual.
078200 7200-GRABAR-FILA-EXIT.
078300     EXIT.
078400
078500 7250-GRABAR-CELDA.
078600     MOVE SPACES TO RegistroReserva
078700     MOVE HoyAnioMes               TO RsvAnioMes
078800     MOVE FechaHoy                 TO RsvFechaCorte
078900     MOVE "P"                      TO RsvTipoRegistro
079000     MOVE TriAnio(IndiceAnio)      TO RsvAnioOcurrencia
079100     MOVE IndiceDesarrollo         TO RsvAnioDesarrollo
079200     MOVE ZEROES                   TO RsvPrimaVigor
079300     MOVE TriPagado(IndiceAnio IndiceDesarrollo)    TO RsvMonto
079400     MOVE TriPagadoAnt(IndiceAnio IndiceDesarrollo)
079500         TO RsvMontoAnterior
079600     COMPUTE RsvVariacion = RsvMonto - RsvMontoAnterior
079700     WRITE RegistroReserva
079800     MOVE "I"                      TO RsvTipoRegistro
079900     MOVE TriIncurrido(IndiceAnio IndiceDesarrollo) TO RsvMonto
080000     MOVE TriIncurridoAnt(IndiceAnio IndiceDesarrollo)
080100         TO RsvMontoAnterior
080200     COMPUTE RsvVariacion = RsvMonto - RsvMontoAnterior
080300     WRITE RegistroReserva
080400     ADD 2 TO ContadorHistoria.
080500 7250-GRABAR-CELDA-EXIT.
080600     EXIT.
080700
080800 8000-FINALIZAR.
080900     CLOSE ArchivoClientes
081000     CLOSE ArchivoPrimas
081100     IF EstadoArchivoSiniestros = "00" OR "10"
081200         CLOSE ArchivoSiniestros
081300     END-IF
081400     IF EstadoDetallePagosSin = "00" OR "10"
081500         CLOSE DetallePagosSin
081600     END-IF
081700     DISPLAY "---------------------------------------------"
081800     DISPLAY "RESERVAS TECNICAS " HoyAnioMes
081900         " AGREGADAS A HISTRESV.DAT / RESERVAS.LST"
082000     DISPLAY "Corte Anterior       : " MesAnterior
082100     DISPLAY "Polizas Con Reserva  : " ContadorPolizas
082200     DISPLAY "Polizas No Vigentes  : " ContadorNoVigentes
082300     DISPLAY "Vigencias Devengadas : " ContadorDevengadas
082400     DISPLAY "Polizas Sin Prima    : " ContadorSinPrima
082500     DISPLAY "Registros Rechazados : " ContadorRechazados
082600     DISPLAY "Siniestros en Triang.: " ContadorSiniestros
082700     DISPLAY "Siniestros Anteriores: " ContadorAnteriores
082800     DISPLAY "Pagos en Triangulo   : " ContadorPagos
082900     DISPLAY "Pagos Sin Siniestro  : " ContadorPagosSinSin
083000     DISPLAY "Registros Historico  : " ContadorHistoria
083100     DISPLAY "Reserva de Primas    : " TotalReserva
083200     DISPLAY "Variacion del Mes    : " TotalVariacion
083300     DISPLAY "---------------------------------------------"
083400     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
083500 8000-FINALIZAR-EXIT.
083600     EXIT.
083700
083800     COPY RUNCTL.

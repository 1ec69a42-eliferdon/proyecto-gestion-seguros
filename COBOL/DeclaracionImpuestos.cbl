000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. DeclaracionImpuestos.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  DECLARACION MENSUAL DEL
001100*                 IMPUESTO SOBRE PRIMAS: CORRE EN EL CIERRE DE
001200*                 MES (COPY RUNCTL, PREDECESOR
001300*                 LiquidacionComisiones) Y RESUME POR RAMO LOS
001400*                 MOVIMIENTOS DEL MES EN EL LIBRO DE IMPUESTOS
001500*                 (LIBIMP.DAT, COPY IMPREG) VIA SORT POR RAMO
001600*                 (CORTE DE CONTROL) EN DECLIMP.LST: BASE
001700*                 EMITIDA (PRIMA NETA MAS DERECHO), IMPUESTO
001800*                 EMITIDO, IMPUESTO COBRADO, IMPUESTO REVERTIDO
001900*                 POR DEVOLUCIONES Y EL NETO A DECLARAR (COBRADO
002000*                 MENOS DEVUELTO, EL SALDO QUE InterfazContable
002100*                 DEJA EN IMPUESTO POR PAGAR).  ANTES FINANZAS
002200*                 LO ARMABA CADA MES EN UNA PLANILLA.  EL
002300*                 LISTADO SE REGENERA EN CADA CORRIDA.
002330* 2026-10-15 DSS  EL MOVIMIENTO "S" DEL LIBRO (SUPLEMENTO
002360*                 COMPLETADO, VER IMPREG) SE DECLARA COMO EMITIDO.
002400*----------------------------------------------------------------
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS EstadoArchivoLibro.
003200     SELECT ListadoDeclaracion ASSIGN TO "DECLIMP.LST"
003300         ORGANIZATION IS LINE SEQUENTIAL.
003400     SELECT ArchivoOrdenImp ASSIGN TO "DECLIMP.SRT".
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  ArchivoLibroImpuesto.
003900     COPY IMPREG.
004000
004100 FD  ListadoDeclaracion.
004200 01  LineaDeclaracion     PIC X(80).
004300
004400 SD  ArchivoOrdenImp.
004500 01  RegistroOrdenImp.
004600     05 SrtCodigoRamo    PIC X(03).
004700     05 SrtTipoMovimiento PIC X(01).
004800         88 SrtEmitido        VALUE "E" "S".
004900         88 SrtCobrado        VALUE "C".
005000         88 SrtDevuelto       VALUE "D".
005100     05 SrtBase          PIC S9(8)V99.
005200     05 SrtImpuesto      PIC S9(7)V99.
005300
005400 WORKING-STORAGE SECTION.
005500 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
005600 77  FinArchivo          PIC X(01)      VALUE "N".
005700     88 TodoLeido                       VALUE "S".
005800 77  FinOrden            PIC X(01)      VALUE "N".
005900     88 TodoRetornado                   VALUE "S".
006000 77  HayGrupoRamo        PIC X(01)      VALUE "N".
006100     88 GrupoAbierto                    VALUE "S".
006200 77  ContadorMovimientos PIC 9(07)      COMP VALUE ZEROES.
006300 77  ContadorRamos       PIC 9(05)      COMP VALUE ZEROES.
006400 77  RamoActual          PIC X(03)      VALUE SPACES.
006500 77  RamoBase            PIC S9(9)V99   VALUE ZEROES.
006600 77  RamoEmitido         PIC S9(9)V99   VALUE ZEROES.
006700 77  RamoCobrado         PIC S9(9)V99   VALUE ZEROES.
006800 77  RamoDevuelto        PIC S9(9)V99   VALUE ZEROES.
006900 77  RamoDeclarar        PIC S9(9)V99   VALUE ZEROES.
007000 77  TotalBase           PIC S9(9)V99   VALUE ZEROES.
007100 77  TotalEmitido        PIC S9(9)V99   VALUE ZEROES.
007200 77  TotalCobrado        PIC S9(9)V99   VALUE ZEROES.
007300 77  TotalDevuelto       PIC S9(9)V99   VALUE ZEROES.
007400 77  TotalDeclarar       PIC S9(9)V99   VALUE ZEROES.
007500 77  MontoEd             PIC +Z(8)9.99.
007600 01  FechaHoyWk.
007700     05 FechaHoy         PIC 9(08).
007800     05 FechaHoyR REDEFINES FechaHoy.
007900         10 HoyAnioMes   PIC 9(06).
008000         10 FILLER       PIC 9(02).
008100 01  FechaLibroWk.
008200     05 FechaLibro       PIC 9(08).
008300     05 FechaLibroR REDEFINES FechaLibro.
008400         10 LibAnioMes   PIC 9(06).
008500         10 FILLER       PIC 9(02).
008600 01  LineaDeclaracionWk.
008700     05 LdwRamo           PIC X(05).
008800     05 LdwBase           PIC X(14).
008900     05 LdwEmitido        PIC X(14).
009000     05 LdwCobrado        PIC X(14).
009100     05 LdwDevuelto       PIC X(14).
009200     05 LdwDeclarar       PIC X(14).
009300     05 FILLER            PIC X(05).
009400
009500     COPY CTLPAR.
009600
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
010000     SORT ArchivoOrdenImp
010100         ON ASCENDING KEY SrtCodigoRamo
010200         INPUT PROCEDURE IS 2000-SELECCIONAR
010300             THRU 2000-SELECCIONAR-EXIT
010400         OUTPUT PROCEDURE IS 5000-IMPRIMIR-DECLARACION
010500             THRU 5000-IMPRIMIR-DECLARACION-EXIT
010600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
010700     STOP RUN.
010800
010900*----------------------------------------------------------------
011000* 1000-INICIAR - ABRE EL LIBRO DE IMPUESTOS Y EL LISTADO.  SIN
011100* LIBIMP.DAT (NINGUN RECIBO EMITIDO CON IMPUESTO TODAVIA) LA
011200* DECLARACION SALE EN CERO.
011300*----------------------------------------------------------------
011400 1000-INICIAR.
011500     MOVE "DeclaracionImpuestos"  TO CtlPrograma
011600     MOVE "LiquidacionComisiones" TO CtlPredecesor
011700     PERFORM 9600-CONTROL-INICIO
011800         THRU 9600-CONTROL-INICIO-EXIT
011900     ACCEPT FechaHoy FROM DATE YYYYMMDD
012000     OPEN INPUT ArchivoLibroImpuesto
012100     IF EstadoArchivoLibro NOT = "00"
012200         DISPLAY "SIN LIBRO DE IMPUESTOS LIBIMP.DAT - "
012300             "DECLARACION EN CERO"
012400         MOVE "S" TO FinArchivo
012500     END-IF
012600     OPEN OUTPUT ListadoDeclaracion
012700     MOVE "DECLARACION MENSUAL DE IMPUESTO SOBRE PRIMAS"
012800         TO LineaDeclaracion
012900     WRITE LineaDeclaracion
013000     MOVE SPACES TO LineaDeclaracion
013100     STRING "PERIODO " HoyAnioMes " - EMITIDA EL " FechaHoy
013200         DELIMITED BY SIZE INTO LineaDeclaracion
013300     END-STRING
013400     WRITE LineaDeclaracion
013500     MOVE SPACES TO LineaDeclaracion
013600     WRITE LineaDeclaracion
013700     MOVE SPACES TO LineaDeclaracion
013800     STRING "RAMO   BASE EMITIDA  IMP EMITIDO   IMP COBRADO"
013850            "  IMP DEVUELTO    A DECLARAR"
013900         DELIMITED BY SIZE INTO LineaDeclaracion
013950     END-STRING
014000     WRITE LineaDeclaracion.
014100 1000-INICIAR-EXIT.
014200     EXIT.
014300
014400*----------------------------------------------------------------
014500* 2000-SELECCIONAR - RECORRE EL LIBRO Y LIBERA AL SORT LOS
014600* MOVIMIENTOS FECHADOS EN EL MES EN CURSO.
014700*----------------------------------------------------------------
014800 2000-SELECCIONAR.
014900     PERFORM 2100-LEER-LIBRO THRU 2100-LEER-LIBRO-EXIT
015000         UNTIL TodoLeido.
015100 2000-SELECCIONAR-EXIT.
015200     EXIT.
015300
015400 2100-LEER-LIBRO.
015500     READ ArchivoLibroImpuesto INTO RegistroLibroImpuesto
015600         AT END
015700             MOVE "S" TO FinArchivo
015800             GO TO 2100-LEER-LIBRO-EXIT
015900     END-READ
016000     IF LimFecha NOT NUMERIC
016100         OR LimPrimaNeta NOT NUMERIC
016200         OR LimDerechoPoliza NOT NUMERIC
016300         OR LimImpuesto NOT NUMERIC
016400         GO TO 2100-LEER-LIBRO-EXIT
016500     END-IF
016600     MOVE LimFecha TO FechaLibro
016700     IF LibAnioMes NOT = HoyAnioMes
016800         GO TO 2100-LEER-LIBRO-EXIT
016900     END-IF
017000     MOVE LimCodigoRamo     TO SrtCodigoRamo
017100     MOVE LimTipoMovimiento TO SrtTipoMovimiento
017200     COMPUTE SrtBase = LimPrimaNeta + LimDerechoPoliza
017300     MOVE LimImpuesto       TO SrtImpuesto
017400     ADD 1 TO ContadorMovimientos
017500     RELEASE RegistroOrdenImp.
017600 2100-LEER-LIBRO-EXIT.
017700     EXIT.
017800
017900*----------------------------------------------------------------
018000* 5000-IMPRIMIR-DECLARACION - RECUPERA LOS MOVIMIENTOS YA
018100* ORDENADOS POR RAMO Y LOS ACUMULA CON CORTE DE CONTROL: UNA
018200* LINEA POR RAMO Y EL TOTAL DE LA DECLARACION AL FINAL.
018300*----------------------------------------------------------------
018400 5000-IMPRIMIR-DECLARACION.
018500     PERFORM 5100-RETORNAR THRU 5100-RETORNAR-EXIT
018600         UNTIL TodoRetornado
018700     IF GrupoAbierto
018800         PERFORM 5300-CERRAR-RAMO
018900             THRU 5300-CERRAR-RAMO-EXIT
019000     END-IF.
019100 5000-IMPRIMIR-DECLARACION-EXIT.
019200     EXIT.
019300
019400*----------------------------------------------------------------
019500* 5100-RETORNAR - LA BASE ES LA DE LO EMITIDO; EL IMPUESTO SE
019600* ACUMULA SEGUN EL TIPO DE MOVIMIENTO (EL EMITIDO CON SIGNO,
019700* QUE UN CREDITO DE ENDOSO VIENE EN NEGATIVO).
019800*----------------------------------------------------------------
019900 5100-RETORNAR.
020000     RETURN ArchivoOrdenImp INTO RegistroOrdenImp
020100         AT END
020200             MOVE "S" TO FinOrden
020300             GO TO 5100-RETORNAR-EXIT
020400     END-RETURN
020500     IF SrtCodigoRamo NOT = RamoActual AND GrupoAbierto
020600         PERFORM 5300-CERRAR-RAMO
020700             THRU 5300-CERRAR-RAMO-EXIT
020800     END-IF
020900     IF NOT GrupoAbierto
021000         PERFORM 5200-ABRIR-RAMO
021100             THRU 5200-ABRIR-RAMO-EXIT
021200     END-IF
021300     EVALUATE TRUE
021400         WHEN SrtEmitido
021500             ADD SrtBase     TO RamoBase
021600             ADD SrtImpuesto TO RamoEmitido
021700         WHEN SrtCobrado
021800             ADD SrtImpuesto TO RamoCobrado
021900         WHEN SrtDevuelto
022000             ADD SrtImpuesto TO RamoDevuelto
022100     END-EVALUATE.
022200 5100-RETORNAR-EXIT.
022300     EXIT.
022400
022500 5200-ABRIR-RAMO.
022600     MOVE SrtCodigoRamo TO RamoActual
022700     MOVE "S" TO HayGrupoRamo
022800     MOVE ZEROES TO RamoBase
022900     MOVE ZEROES TO RamoEmitido
023000     MOVE ZEROES TO RamoCobrado
023100     MOVE ZEROES TO RamoDevuelto.
023200 5200-ABRIR-RAMO-EXIT.
023300     EXIT.
023400
023500 5300-CERRAR-RAMO.
023600     COMPUTE RamoDeclarar = RamoCobrado - RamoDevuelto
023700     MOVE RamoActual    TO LdwRamo
023800     MOVE RamoBase      TO MontoEd
023900     MOVE MontoEd       TO LdwBase
024000     MOVE RamoEmitido   TO MontoEd
024100     MOVE MontoEd       TO LdwEmitido
024200     MOVE RamoCobrado   TO MontoEd
024300     MOVE MontoEd       TO LdwCobrado
024400     MOVE RamoDevuelto  TO MontoEd
024500     MOVE MontoEd       TO LdwDevuelto
024600     MOVE RamoDeclarar  TO MontoEd
024700     MOVE MontoEd       TO LdwDeclarar
024800     MOVE SPACES TO LineaDeclaracion
024900     STRING LdwRamo     DELIMITED BY SIZE
025000            LdwBase     DELIMITED BY SIZE
025100            LdwEmitido  DELIMITED BY SIZE
025200            LdwCobrado  DELIMITED BY SIZE
025300            LdwDevuelto DELIMITED BY SIZE
025400            LdwDeclarar DELIMITED BY SIZE
025500         INTO LineaDeclaracion
025600     END-STRING
025700     WRITE LineaDeclaracion
025800     ADD 1 TO ContadorRamos
025900     ADD RamoBase     TO TotalBase
026000     ADD RamoEmitido  TO TotalEmitido
026100     ADD RamoCobrado  TO TotalCobrado
026200     ADD RamoDevuelto TO TotalDevuelto
026300     ADD RamoDeclarar TO TotalDeclarar
026400     MOVE "N" TO HayGrupoRamo.
026500 5300-CERRAR-RAMO-EXIT.
026600     EXIT.
026700
026800 8000-FINALIZAR.
026900     MOVE SPACES TO LineaDeclaracion
027000     WRITE LineaDeclaracion
027100     MOVE "TOT"         TO LdwRamo
027200     MOVE TotalBase     TO MontoEd
027300     MOVE MontoEd       TO LdwBase
027400     MOVE TotalEmitido  TO MontoEd
027500     MOVE MontoEd       TO LdwEmitido
027600     MOVE TotalCobrado  TO MontoEd
027700     MOVE MontoEd       TO LdwCobrado
027800     MOVE TotalDevuelto TO MontoEd
027900     MOVE MontoEd       TO LdwDevuelto
028000     MOVE TotalDeclarar TO MontoEd
028100     MOVE MontoEd       TO LdwDeclarar
028200     MOVE SPACES TO LineaDeclaracion
028300     STRING LdwRamo     DELIMITED BY SIZE
028400            LdwBase     DELIMITED BY SIZE
028500            LdwEmitido  DELIMITED BY SIZE
028600            LdwCobrado  DELIMITED BY SIZE
028700            LdwDevuelto DELIMITED BY SIZE
028800            LdwDeclarar DELIMITED BY SIZE
028900         INTO LineaDeclaracion
029000     END-STRING
029100     WRITE LineaDeclaracion
029200     CLOSE ListadoDeclaracion
029300     IF EstadoArchivoLibro = "00" OR "10"
029400         CLOSE ArchivoLibroImpuesto
029500     END-IF
029600     DISPLAY "---------------------------------------------"
029700     DISPLAY "DECLARACION DE IMPUESTO SOBRE PRIMAS: DECLIMP.LST"
029800     DISPLAY "Periodo              : " HoyAnioMes
029900     DISPLAY "Movimientos del Mes  : " ContadorMovimientos
030000     DISPLAY "Ramos Declarados     : " ContadorRamos
030100     DISPLAY "Impuesto a Declarar  : " TotalDeclarar
030200     DISPLAY "---------------------------------------------"
030300     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
030400 8000-FINALIZAR-EXIT.
030500     EXIT.
030600
030700     COPY RUNCTL.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ReporteCotizaciones.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  REPORTE MENSUAL DE
001100*                 CONVERSION DE COTIZACIONES (COTIZA.DAT, VER
001200*                 COTREG) POR AGENTE Y RAMO.  CUENTA LOS HECHOS
001300*                 DEL MES: COTIZACIONES EMITIDAS (POR
001400*                 CotFechaEmision) Y ACEPTADAS, DECLINADAS Y
001500*                 VENCIDAS (POR CotFechaEstado); UNA ACEPTADA
001600*                 SOLO CUENTA COMO EMITIDA EN POLIZA SI SU
001700*                 POLIZA YA ESTA EN EL MAESTRO (CLIENTES.DAT).
001800*                 LAS DECLINADAS POR PRECIO (MOTIVO "PR") SE
001900*                 MUESTRAN APARTE.  POR AGENTE Y RAMO IMPRIME EL
002000*                 PORCENTAJE DE CONVERSION (EMITIDAS EN POLIZA
002100*                 SOBRE COTIZADAS), LA PRIMA PROMEDIO COTIZADA Y
002200*                 LA PRIMA PROMEDIO EMITIDA, CON SUBTOTAL POR
002300*                 AGENTE, TOTAL GENERAL Y RESUMEN POR RAMO.
002400*                 ORDENA CON SORT (INPUT/OUTPUT PROCEDURE) COMO
002500*                 DetectarDuplicados.  AL FINAL LISTA LAS
002600*                 ACEPTADAS DEL MES CUYA POLIZA NO LLEGO AL
002700*                 MAESTRO.  EL PARAMETRO ES EL ANIO-MES
002800*                 (AAAAMM); EN BLANCO ES EL MES EN CURSO.  SALE A
002900*                 COTIZMES.LST.  SE CORRE A PEDIDO, FUERA DEL
003000*                 PASE DIARIO, DESPUES DEL
003100*                 MantenimientoCotizaciones DEL DIA PARA QUE LAS
003150*                 VENCIDAS ESTEN MARCADAS.
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ArchivoCotizaciones ASSIGN TO "COTIZA.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS CotNumeroCotizacion
004100         ALTERNATE RECORD KEY IS CotNumeroPoliza
004200             WITH DUPLICATES
004300         FILE STATUS IS EstadoArchivoCotiz.
004400     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS NumeroPoliza
004800         ALTERNATE RECORD KEY IS IdCliente
004900             WITH DUPLICATES
005000         ALTERNATE RECORD KEY IS CodigoAgente
005100             WITH DUPLICATES
005200         FILE STATUS IS EstadoArchivoClientes.
005300     SELECT ArchivoOrdenCotiz ASSIGN TO "COTIZMES.SRT".
005400     SELECT ListadoConversion ASSIGN TO "COTIZMES.LST"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  ArchivoCotizaciones.
006000     COPY COTREG.
006100
006200 FD  ArchivoClientes.
006300     COPY CLIREG.
006400
006500*----------------------------------------------------------------
006600* UN REGISTRO DE ORDEN POR HECHO DEL MES: UNA MISMA COTIZACION
006700* PUEDE DAR DOS (EMITIDA Y ACEPTADA EN EL MES, POR EJEMPLO).
006800*----------------------------------------------------------------
006900 SD  ArchivoOrdenCotiz.
007000 01  RegistroOrdenCotiz.
007100     05 SrtCodigoAgente  PIC X(05).
007200     05 SrtCodigoRamo    PIC X(03).
007300     05 SrtHecho         PIC X(01).
007400         88 HechoEmitida      VALUE "E".
007500         88 HechoAceptada     VALUE "A".
007600         88 HechoDeclinada    VALUE "R".
007700         88 HechoVencida      VALUE "V".
007800     05 SrtPorPrecio     PIC X(01).
007900         88 DeclinadaPorPrecio VALUE "S".
008000     05 SrtPrima         PIC 9(7)V99.
008100
008200 FD  ListadoConversion.
008300 01  LineaConversion      PIC X(80).
008400
008500 WORKING-STORAGE SECTION.
008600 77  EstadoArchivoCotiz  PIC X(02)      VALUE "00".
008700 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
008800 77  FinCotizaciones     PIC X(01)      VALUE "N".
008900     88 TodasCotizaciones               VALUE "S".
009000 77  FinOrden            PIC X(01)      VALUE "N".
009100     88 TodoRetornado                   VALUE "S".
009200 77  HayGrupo            PIC X(01)      VALUE "N".
009300     88 GrupoAbierto                    VALUE "S".
009400 77  AgenteActual        PIC X(05)      VALUE SPACES.
009500 77  RamoActual          PIC X(03)      VALUE SPACES.
009600 77  FechaDesde          PIC 9(08)      VALUE ZEROES.
009700 77  FechaHasta          PIC 9(08)      VALUE ZEROES.
009800 77  IndiceRamo          PIC 9(02)      COMP VALUE ZEROES.
009900 77  RamoResumen         PIC 9(02)      COMP VALUE ZEROES.
010000 77  NivelOrigen         PIC 9(02)      COMP VALUE ZEROES.
010100 77  NivelDestino        PIC 9(02)      COMP VALUE ZEROES.
010200 77  NivelGrupo          PIC 9(02)      COMP VALUE 1.
010300 77  NivelAgente         PIC 9(02)      COMP VALUE 2.
010400 77  NivelTotal          PIC 9(02)      COMP VALUE 3.
010500 77  ContadorCotizaciones PIC 9(07)     COMP VALUE ZEROES.
010600 77  ContadorHechos      PIC 9(07)      COMP VALUE ZEROES.
010700 77  ContadorSinPoliza   PIC 9(05)      COMP VALUE ZEROES.
010800 77  PorcentajeConv      PIC 9(05)V9    VALUE ZEROES.
010900 77  PrimaPromedio       PIC 9(7)V99    VALUE ZEROES.
011000 77  CantidadEd          PIC ZZZZ9.
011100 01  PeriodoParm         PIC X(06)      VALUE SPACES.
011200 01  PeriodoParmR REDEFINES PeriodoParm.
011300     05 PeriodoParmNum   PIC 9(06).
011400     05 PeriodoParmNumR REDEFINES PeriodoParmNum.
011500         10 PerAnio      PIC 9(04).
011600         10 PerMes       PIC 9(02).
011700 01  FechaHoyWk.
011800     05 FechaHoy         PIC 9(08).
011900     05 FechaHoyR REDEFINES FechaHoy.
012000         10 HoyAnioMes   PIC 9(06).
012100         10 HoyDia       PIC 9(02).
012200
012300*----------------------------------------------------------------
012400* TABLA DE RAMOS CONOCIDOS, LA MISMA DE CorteMensual.  UN RAMO
012500* QUE NO ESTA EN LA TABLA SE RESUME EN OTROS/NO CLASIF.
012600*----------------------------------------------------------------
012700 01  TablaRamos.
012800     05 FILLER           PIC X(03)      VALUE "AUT".
012900     05 FILLER           PIC X(15)      VALUE "AUTOMOVILES".
013000     05 FILLER           PIC X(03)      VALUE "HOG".
013100     05 FILLER           PIC X(15)      VALUE "HOGAR".
013200     05 FILLER           PIC X(03)      VALUE "VID".
013300     05 FILLER           PIC X(15)      VALUE "VIDA".
013400     05 FILLER           PIC X(03)      VALUE "COM".
013500     05 FILLER           PIC X(15)      VALUE "COMERCIO".
013600     05 FILLER           PIC X(03)      VALUE "OTR".
013700     05 FILLER           PIC X(15)      VALUE "OTROS/NO CLASIF".
013800 01  TablaRamosR REDEFINES TablaRamos.
013900     05 EntradaRamo      OCCURS 5 TIMES INDEXED BY IxRamo.
014000         10 RamoCod      PIC X(03).
014100         10 RamoDesc     PIC X(15).
014200
014300*----------------------------------------------------------------
014400* ACUMULADORES DE LA RUPTURA DE CONTROL: NIVEL 1 EL GRUPO
014500* AGENTE-RAMO EN CURSO, NIVEL 2 EL AGENTE, NIVEL 3 EL TOTAL
014600* GENERAL.  TablaResumenRamo TIENE LA MISMA FORMA, POR RAMO.
014700* AcumuladoLinea ES LA COPIA QUE SE IMPRIME.
014800*----------------------------------------------------------------
014900 01  TablaNiveles.
015000     05 Nivel            OCCURS 3 TIMES.
015100         10 NivEmitidas      PIC 9(07)      COMP.
015200         10 NivAceptadas     PIC 9(07)      COMP.
015300         10 NivDeclinadas    PIC 9(07)      COMP.
015400         10 NivPorPrecio     PIC 9(07)      COMP.
015500         10 NivVencidas      PIC 9(07)      COMP.
015600         10 NivPrimaCotizada PIC 9(9)V99.
015700         10 NivPrimaEmitida  PIC 9(9)V99.
015800 01  TablaResumenRamo.
015900     05 ResumenRamo      OCCURS 5 TIMES.
016000         10 ResEmitidas      PIC 9(07)      COMP.
016100         10 ResAceptadas     PIC 9(07)      COMP.
016200         10 ResDeclinadas    PIC 9(07)      COMP.
016300         10 ResPorPrecio     PIC 9(07)      COMP.
016400         10 ResVencidas      PIC 9(07)      COMP.
016500         10 ResPrimaCotizada PIC 9(9)V99.
016600         10 ResPrimaEmitida  PIC 9(9)V99.
016700 01  AcumuladoLinea.
016800     05 AclEmitidas      PIC 9(07)      COMP.
016900     05 AclAceptadas     PIC 9(07)      COMP.
017000     05 AclDeclinadas    PIC 9(07)      COMP.
017100     05 AclPorPrecio     PIC 9(07)      COMP.
017200     05 AclVencidas      PIC 9(07)      COMP.
017300     05 AclPrimaCotizada PIC 9(9)V99.
017400     05 AclPrimaEmitida  PIC 9(9)V99.
017500
017600*----------------------------------------------------------------
017700* LINEAS DEL LISTADO.  "EN POL." SON LAS ACEPTADAS CON POLIZA
017800* EN EL MAESTRO; "CONV%" ES EN POL. SOBRE COTIZ.
017900*----------------------------------------------------------------
018000 01  LineaTitulos.
018100     05 FILLER           PIC X(12)      VALUE "AGENTE RAMO ".
018200     05 FILLER           PIC X(07)      VALUE " COTIZ.".
018300     05 FILLER           PIC X(07)      VALUE " EN POL".
018400     05 FILLER           PIC X(07)      VALUE "  DECL.".
018500     05 FILLER           PIC X(07)      VALUE " PRECIO".
018600     05 FILLER           PIC X(07)      VALUE " VENCID".
018700     05 FILLER           PIC X(07)      VALUE "  CONV%".
018800     05 FILLER           PIC X(12)      VALUE "  PROM.COTIZ".
018900     05 FILLER           PIC X(12)      VALUE "   PROM.EMIT".
019000     05 FILLER           PIC X(02)      VALUE SPACES.
019100 01  LineaDetalleWk.
019200     05 LdeAgente        PIC X(07).
019300     05 LdeRamo          PIC X(05).
019400     05 LdeEmitidas      PIC ZZZZZZ9.
019500     05 LdeAceptadas     PIC ZZZZZZ9.
019600     05 LdeDeclinadas    PIC ZZZZZZ9.
019700     05 LdePorPrecio     PIC ZZZZZZ9.
019800     05 LdeVencidas      PIC ZZZZZZ9.
019900     05 LdeConversion    PIC ZZZZ9.9.
020000     05 FILLER           PIC X(02).
020100     05 LdePromCotizada  PIC Z(6)9.99.
020200     05 FILLER           PIC X(02).
020300     05 LdePromEmitida   PIC Z(6)9.99.
020400     05 FILLER           PIC X(02).
020500 01  LineaSinPolizaWk.
020600     05 FILLER           PIC X(02).
020700     05 LspCotizacion    PIC X(10).
020800     05 LspNumeroPoliza  PIC X(10).
020900     05 LspAgente        PIC X(07).
021000     05 LspRamo          PIC X(05).
021100     05 LspFechaEstado   PIC 9(08).
021200     05 FILLER           PIC X(02).
021300     05 LspNombre        PIC X(20).
021400     05 FILLER           PIC X(16).
021500
021600 PROCEDURE DIVISION.
021700 0000-MAINLINE.
021800     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
021900     SORT ArchivoOrdenCotiz
022000         ON ASCENDING KEY SrtCodigoAgente SrtCodigoRamo
022100         INPUT PROCEDURE IS 1200-ALIMENTAR-SORT
022200             THRU 1200-ALIMENTAR-SORT-EXIT
022300         OUTPUT PROCEDURE IS 2000-PROCESAR
022400             THRU 2000-PROCESAR-EXIT
022500     IF GrupoAbierto
022600         PERFORM 2200-CERRAR-GRUPO THRU 2200-CERRAR-GRUPO-EXIT
022700         PERFORM 2300-CERRAR-AGENTE THRU 2300-CERRAR-AGENTE-EXIT
022800     END-IF
022900     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
023000     STOP RUN.
023100
023200*----------------------------------------------------------------
023300* 1000-INICIAR - TOMA EL ANIO-MES DEL PARAMETRO (EN BLANCO, EL
023400* MES EN CURSO); UN PERIODO NO NUMERICO, CON MES INVALIDO O
023500* FUTURO TERMINA CON CODIGO 8, IGUAL QUE SIN COTIZA.DAT O SIN
023600* MAESTRO DE POLIZAS.  LIMPIA LOS ACUMULADORES.
023700*----------------------------------------------------------------
023800 1000-INICIAR.
023900     ACCEPT PeriodoParm FROM COMMAND-LINE
024000     ACCEPT FechaHoy FROM DATE YYYYMMDD
024100     IF PeriodoParm = SPACES
024200         MOVE HoyAnioMes TO PeriodoParmNum
024300     END-IF
024400     IF PeriodoParm NOT NUMERIC
024500         OR PerMes < 1 OR PerMes > 12
024600         DISPLAY "USO: ReporteCotizaciones <AAAAMM>"
024700         MOVE 8 TO RETURN-CODE
024800         STOP RUN
024900     END-IF
025000     IF PeriodoParmNum > HoyAnioMes
025100         DISPLAY "EL PERIODO " PeriodoParm " ES FUTURO"
025200         MOVE 8 TO RETURN-CODE
025300         STOP RUN
025400     END-IF
025500     COMPUTE FechaDesde = PeriodoParmNum * 100 + 1
025600     COMPUTE FechaHasta = PeriodoParmNum * 100 + 31
025700     OPEN INPUT ArchivoCotizaciones
025800     IF EstadoArchivoCotiz NOT = "00"
025900         DISPLAY "NO SE PUDO ABRIR COTIZA.DAT - ESTADO "
026000             EstadoArchivoCotiz
026100         MOVE 8 TO RETURN-CODE
026200         STOP RUN
026300     END-IF
026400     OPEN INPUT ArchivoClientes
026500     IF EstadoArchivoClientes NOT = "00"
026600         DISPLAY "NO SE PUDO ABRIR CLIENTES.DAT - ESTADO "
026700             EstadoArchivoClientes
026800         MOVE 8 TO RETURN-CODE
026900         STOP RUN
027000     END-IF
027100     PERFORM 2760-LIMPIAR-NIVEL THRU 2760-LIMPIAR-NIVEL-EXIT
027200         VARYING NivelOrigen FROM 1 BY 1
027300         UNTIL NivelOrigen > 3
027400     PERFORM 1050-LIMPIAR-RESUMEN THRU 1050-LIMPIAR-RESUMEN-EXIT
027500         VARYING IndiceRamo FROM 1 BY 1
027600         UNTIL IndiceRamo > 5
027700     OPEN OUTPUT ListadoConversion
027800     MOVE SPACES TO LineaConversion
027900     STRING "CONVERSION DE COTIZACIONES POR AGENTE Y RAMO - "
028000            "PERIODO " PeriodoParm
028100         DELIMITED BY SIZE INTO LineaConversion
028200     END-STRING
028300     WRITE LineaConversion
028400     MOVE SPACES TO LineaConversion
028500     WRITE LineaConversion
028600     MOVE LineaTitulos TO LineaConversion
028700     WRITE LineaConversion.
028800 1000-INICIAR-EXIT.
028900     EXIT.
029000
029100 1050-LIMPIAR-RESUMEN.
029200     MOVE ZEROES TO ResEmitidas(IndiceRamo)
029300     MOVE ZEROES TO ResAceptadas(IndiceRamo)
029400     MOVE ZEROES TO ResDeclinadas(IndiceRamo)
029500     MOVE ZEROES TO ResPorPrecio(IndiceRamo)
029600     MOVE ZEROES TO ResVencidas(IndiceRamo)
029700     MOVE ZEROES TO ResPrimaCotizada(IndiceRamo)
029800     MOVE ZEROES TO ResPrimaEmitida(IndiceRamo).
029900 1050-LIMPIAR-RESUMEN-EXIT.
030000     EXIT.
030100
030200*----------------------------------------------------------------
030300* 1200-ALIMENTAR-SORT - RECORRE COTIZA.DAT Y LIBERA AL SORT UN
030400* REGISTRO POR CADA HECHO DEL PERIODO (1250-EXAMINAR-COTIZ).
030500*----------------------------------------------------------------
030600 1200-ALIMENTAR-SORT.
030700     PERFORM 1250-EXAMINAR-COTIZ THRU 1250-EXAMINAR-COTIZ-EXIT
030800         UNTIL TodasCotizaciones
030900     CLOSE ArchivoCotizaciones.
031000 1200-ALIMENTAR-SORT-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------------
031400* 1250-EXAMINAR-COTIZ - LA EMISION CUENTA EN EL MES DE
031500* CotFechaEmision CON LA PRIMA COTIZADA; LA ACEPTACION, EL
031600* RECHAZO Y EL VENCIMIENTO EN EL MES DE CotFechaEstado.  UNA
031700* ACEPTADA CUYA POLIZA NO ESTA EN EL MAESTRO NO SE CUENTA: SE
031800* LISTA AL FINAL (7000-LISTAR-SIN-POLIZA).
031900*----------------------------------------------------------------
032000 1250-EXAMINAR-COTIZ.
032100     READ ArchivoCotizaciones NEXT RECORD
032200         AT END
032300             MOVE "S" TO FinCotizaciones
032400             GO TO 1250-EXAMINAR-COTIZ-EXIT
032500     END-READ
032600     ADD 1 TO ContadorCotizaciones
032700     MOVE CotCodigoAgente TO SrtCodigoAgente
032800     MOVE CotCodigoRamo   TO SrtCodigoRamo
032900     MOVE "N"             TO SrtPorPrecio
033000     IF CotFechaEmision NOT < FechaDesde
033100         AND CotFechaEmision NOT > FechaHasta
033200         MOVE "E"              TO SrtHecho
033300         MOVE CotPrimaCotizada TO SrtPrima
033400         PERFORM 1290-LIBERAR-HECHO THRU 1290-LIBERAR-HECHO-EXIT
033500     END-IF
033600     IF CotEmitida
033700         OR CotFechaEstado < FechaDesde
033800         OR CotFechaEstado > FechaHasta
033900         GO TO 1250-EXAMINAR-COTIZ-EXIT
034000     END-IF
034100     MOVE ZEROES TO SrtPrima
034200     EVALUATE TRUE
034300         WHEN CotAceptada
034400             MOVE CotNumeroPoliza TO NumeroPoliza
034500             READ ArchivoClientes
034600                 INVALID KEY
034700                     ADD 1 TO ContadorSinPoliza
034800                     GO TO 1250-EXAMINAR-COTIZ-EXIT
034900             END-READ
035000             MOVE "A"             TO SrtHecho
035100             MOVE CotPrimaEmitida TO SrtPrima
035200         WHEN CotRechazada
035300             MOVE "R" TO SrtHecho
035400             IF RechazoPorPrecio
035500                 MOVE "S" TO SrtPorPrecio
035600             END-IF
035700         WHEN CotVencida
035800             MOVE "V" TO SrtHecho
035900         WHEN OTHER
036000             GO TO 1250-EXAMINAR-COTIZ-EXIT
036100     END-EVALUATE
036200     PERFORM 1290-LIBERAR-HECHO THRU 1290-LIBERAR-HECHO-EXIT.
036300 1250-EXAMINAR-COTIZ-EXIT.
036400     EXIT.
036500
036600 1290-LIBERAR-HECHO.
036700     ADD 1 TO ContadorHechos
036800     RELEASE RegistroOrdenCotiz.
036900 1290-LIBERAR-HECHO-EXIT.
037000     EXIT.
037100
037200*----------------------------------------------------------------
037300* 2000-PROCESAR - RECUPERA LOS HECHOS ORDENADOS POR AGENTE Y
037400* RAMO Y LOS ACUMULA CON RUPTURA DE CONTROL.
037500*----------------------------------------------------------------
037600 2000-PROCESAR.
037700     PERFORM 2050-RETORNAR-UNO THRU 2050-RETORNAR-UNO-EXIT
037800         UNTIL TodoRetornado.
037900 2000-PROCESAR-EXIT.
038000     EXIT.
038100
038200 2050-RETORNAR-UNO.
038300     RETURN ArchivoOrdenCotiz INTO RegistroOrdenCotiz
038400         AT END
038500             MOVE "S" TO FinOrden
038600             GO TO 2050-RETORNAR-UNO-EXIT
038700     END-RETURN
038800     PERFORM 2100-ACUMULAR THRU 2100-ACUMULAR-EXIT.
038900 2050-RETORNAR-UNO-EXIT.
039000     EXIT.
039100
039200*----------------------------------------------------------------
039300* 2100-ACUMULAR - UN CAMBIO DE AGENTE CIERRA EL GRUPO Y EL
039400* AGENTE; UN CAMBIO DE RAMO SOLO EL GRUPO.  EL HECHO SE SUMA AL
039500* GRUPO EN CURSO Y AL RESUMEN DE SU RAMO.
039600*----------------------------------------------------------------
039700 2100-ACUMULAR.
039800     IF GrupoAbierto
039900         IF SrtCodigoAgente NOT = AgenteActual
040000             PERFORM 2200-CERRAR-GRUPO
040100                 THRU 2200-CERRAR-GRUPO-EXIT
040200             PERFORM 2300-CERRAR-AGENTE
040300                 THRU 2300-CERRAR-AGENTE-EXIT
040400         ELSE
040500             IF SrtCodigoRamo NOT = RamoActual
040600                 PERFORM 2200-CERRAR-GRUPO
040700                     THRU 2200-CERRAR-GRUPO-EXIT
040800             END-IF
040900         END-IF
041000     END-IF
041100     MOVE "S"             TO HayGrupo
041200     MOVE SrtCodigoAgente TO AgenteActual
041300     MOVE SrtCodigoRamo   TO RamoActual
041400     SET IxRamo TO 1
041500     SEARCH EntradaRamo
041600         AT END
041700             MOVE 5 TO RamoResumen
041800         WHEN RamoCod(IxRamo) = SrtCodigoRamo
041900             SET RamoResumen TO IxRamo
042000     END-SEARCH
042100     EVALUATE TRUE
042200         WHEN HechoEmitida
042300             ADD 1        TO NivEmitidas(NivelGrupo)
042400             ADD SrtPrima TO NivPrimaCotizada(NivelGrupo)
042500             ADD 1        TO ResEmitidas(RamoResumen)
042600             ADD SrtPrima TO ResPrimaCotizada(RamoResumen)
042700         WHEN HechoAceptada
042800             ADD 1        TO NivAceptadas(NivelGrupo)
042900             ADD SrtPrima TO NivPrimaEmitida(NivelGrupo)
043000             ADD 1        TO ResAceptadas(RamoResumen)
043100             ADD SrtPrima TO ResPrimaEmitida(RamoResumen)
043200         WHEN HechoDeclinada
043300             ADD 1        TO NivDeclinadas(NivelGrupo)
043400             ADD 1        TO ResDeclinadas(RamoResumen)
043500             IF DeclinadaPorPrecio
043600                 ADD 1    TO NivPorPrecio(NivelGrupo)
043700                 ADD 1    TO ResPorPrecio(RamoResumen)
043800             END-IF
043900         WHEN HechoVencida
044000             ADD 1        TO NivVencidas(NivelGrupo)
044100             ADD 1        TO ResVencidas(RamoResumen)
044200     END-EVALUATE.
044300 2100-ACUMULAR-EXIT.
044400     EXIT.
044500
044600 2200-CERRAR-GRUPO.
044700     MOVE SPACES       TO LineaDetalleWk
044800     MOVE AgenteActual TO LdeAgente
044900     MOVE RamoActual   TO LdeRamo
045000     MOVE Nivel(NivelGrupo) TO AcumuladoLinea
045100     PERFORM 2700-IMPRIMIR-LINEA THRU 2700-IMPRIMIR-LINEA-EXIT
045200     MOVE NivelGrupo   TO NivelOrigen
045300     MOVE NivelAgente  TO NivelDestino
045400     PERFORM 2750-SUMAR-NIVEL THRU 2750-SUMAR-NIVEL-EXIT.
045500 2200-CERRAR-GRUPO-EXIT.
045600     EXIT.
045700
045800 2300-CERRAR-AGENTE.
045900     MOVE SPACES       TO LineaDetalleWk
046000     MOVE AgenteActual TO LdeAgente
046100     MOVE "*TOT"       TO LdeRamo
046200     MOVE Nivel(NivelAgente) TO AcumuladoLinea
046300     PERFORM 2700-IMPRIMIR-LINEA THRU 2700-IMPRIMIR-LINEA-EXIT
046400     MOVE SPACES TO LineaConversion
046500     WRITE LineaConversion
046600     MOVE NivelAgente  TO NivelOrigen
046700     MOVE NivelTotal   TO NivelDestino
046800     PERFORM 2750-SUMAR-NIVEL THRU 2750-SUMAR-NIVEL-EXIT.
046900 2300-CERRAR-AGENTE-EXIT.
047000     EXIT.
047100
047200*----------------------------------------------------------------
047300* 2700-IMPRIMIR-LINEA - IMPRIME AcumuladoLinea CON EL AGENTE Y
047400* RAMO YA PUESTOS EN LineaDetalleWk.  LOS PROMEDIOS Y LA
047500* CONVERSION SIN DIVISOR SALEN EN CERO.
047600*----------------------------------------------------------------
047700 2700-IMPRIMIR-LINEA.
047800     MOVE AclEmitidas   TO LdeEmitidas
047900     MOVE AclAceptadas  TO LdeAceptadas
048000     MOVE AclDeclinadas TO LdeDeclinadas
048100     MOVE AclPorPrecio  TO LdePorPrecio
048200     MOVE AclVencidas   TO LdeVencidas
048300     IF AclEmitidas > ZEROES
048400         COMPUTE PorcentajeConv ROUNDED =
048500             AclAceptadas * 100 / AclEmitidas
048600         COMPUTE PrimaPromedio ROUNDED =
048700             AclPrimaCotizada / AclEmitidas
048800     ELSE
048900         MOVE ZEROES TO PorcentajeConv
049000         MOVE ZEROES TO PrimaPromedio
049100     END-IF
049200     MOVE PorcentajeConv TO LdeConversion
049300     MOVE PrimaPromedio  TO LdePromCotizada
049400     IF AclAceptadas > ZEROES
049500         COMPUTE PrimaPromedio ROUNDED =
049600             AclPrimaEmitida / AclAceptadas
049700     ELSE
049800         MOVE ZEROES TO PrimaPromedio
049900     END-IF
050000     MOVE PrimaPromedio  TO LdePromEmitida
050100     MOVE LineaDetalleWk TO LineaConversion
050200     WRITE LineaConversion.
050300 2700-IMPRIMIR-LINEA-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------------
050700* 2750-SUMAR-NIVEL - PASA EL NIVEL NivelOrigen AL NivelDestino
050800* Y LO DEJA EN CERO PARA EL GRUPO SIGUIENTE.
050900*----------------------------------------------------------------
051000 2750-SUMAR-NIVEL.
051100     ADD NivEmitidas(NivelOrigen)  TO NivEmitidas(NivelDestino)
051200     ADD NivAceptadas(NivelOrigen) TO NivAceptadas(NivelDestino)
051300     ADD NivDeclinadas(NivelOrigen)
051400         TO NivDeclinadas(NivelDestino)
051500     ADD NivPorPrecio(NivelOrigen) TO NivPorPrecio(NivelDestino)
051600     ADD NivVencidas(NivelOrigen)  TO NivVencidas(NivelDestino)
051700     ADD NivPrimaCotizada(NivelOrigen)
051800         TO NivPrimaCotizada(NivelDestino)
051900     ADD NivPrimaEmitida(NivelOrigen)
052000         TO NivPrimaEmitida(NivelDestino)
052100     PERFORM 2760-LIMPIAR-NIVEL THRU 2760-LIMPIAR-NIVEL-EXIT.
052200 2750-SUMAR-NIVEL-EXIT.
052300     EXIT.
052400
052500 2760-LIMPIAR-NIVEL.
052600     MOVE ZEROES TO NivEmitidas(NivelOrigen)
052700     MOVE ZEROES TO NivAceptadas(NivelOrigen)
052800     MOVE ZEROES TO NivDeclinadas(NivelOrigen)
052900     MOVE ZEROES TO NivPorPrecio(NivelOrigen)
053000     MOVE ZEROES TO NivVencidas(NivelOrigen)
053100     MOVE ZEROES TO NivPrimaCotizada(NivelOrigen)
053200     MOVE ZEROES TO NivPrimaEmitida(NivelOrigen).
053300 2760-LIMPIAR-NIVEL-EXIT.
053400     EXIT.
053500
053600*----------------------------------------------------------------
053700* 3000-RESUMEN-RAMO - UNA LINEA POR RAMO CON HECHOS EN EL MES.
053800*----------------------------------------------------------------
053900 3000-RESUMEN-RAMO.
054000     IF ResEmitidas(IndiceRamo) = ZEROES
054100         AND ResAceptadas(IndiceRamo) = ZEROES
054200         AND ResDeclinadas(IndiceRamo) = ZEROES
054300         AND ResVencidas(IndiceRamo) = ZEROES
054400         GO TO 3000-RESUMEN-RAMO-EXIT
054500     END-IF
054600     MOVE SPACES               TO LineaDetalleWk
054700     MOVE "RAMO"               TO LdeAgente
054800     MOVE RamoCod(IndiceRamo)  TO LdeRamo
054900     MOVE ResumenRamo(IndiceRamo) TO AcumuladoLinea
055000     PERFORM 2700-IMPRIMIR-LINEA THRU 2700-IMPRIMIR-LINEA-EXIT.
055100 3000-RESUMEN-RAMO-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------------
055500* 7000-LISTAR-SIN-POLIZA - SEGUNDA PASADA POR COTIZA.DAT: LAS
055600* ACEPTADAS DEL MES CUYA POLIZA NO ESTA EN EL MAESTRO (EL ALTA
055700* AUN NO SE APLICO O FUE RECHAZADA POR MantenimientoClientes).
055800*----------------------------------------------------------------
055900 7000-LISTAR-SIN-POLIZA.
056000     MOVE SPACES TO LineaConversion
056100     WRITE LineaConversion
056200     MOVE "ACEPTADAS DEL MES SIN POLIZA EN EL MAESTRO:"
056300         TO LineaConversion
056400     WRITE LineaConversion
056500     IF ContadorSinPoliza = ZEROES
056600         MOVE "  NINGUNA" TO LineaConversion
056700         WRITE LineaConversion
056800         GO TO 7000-LISTAR-SIN-POLIZA-EXIT
056900     END-IF
057000     MOVE "N" TO FinCotizaciones
057100     OPEN INPUT ArchivoCotizaciones
057200     PERFORM 7100-EXAMINAR-ACEPTADA
057300         THRU 7100-EXAMINAR-ACEPTADA-EXIT
057400         UNTIL TodasCotizaciones
057500     CLOSE ArchivoCotizaciones.
057600 7000-LISTAR-SIN-POLIZA-EXIT.
057700     EXIT.
057800
057900 7100-EXAMINAR-ACEPTADA.
058000     READ ArchivoCotizaciones NEXT RECORD
058100         AT END
058200             MOVE "S" TO FinCotizaciones
058300             GO TO 7100-EXAMINAR-ACEPTADA-EXIT
058400     END-READ
058500     IF NOT CotAceptada
058600         OR CotFechaEstado < FechaDesde
058700         OR CotFechaEstado > FechaHasta
058800         GO TO 7100-EXAMINAR-ACEPTADA-EXIT
058900     END-IF
059000     MOVE CotNumeroPoliza TO NumeroPoliza
059100     READ ArchivoClientes
059200         INVALID KEY
059300             CONTINUE
059400         NOT INVALID KEY
059500             GO TO 7100-EXAMINAR-ACEPTADA-EXIT
059600     END-READ
059700     MOVE SPACES              TO LineaSinPolizaWk
059800     MOVE CotNumeroCotizacion TO LspCotizacion
059900     MOVE CotNumeroPoliza     TO LspNumeroPoliza
060000     MOVE CotCodigoAgente     TO LspAgente
060100     MOVE CotCodigoRamo       TO LspRamo
060200     MOVE CotFechaEstado      TO LspFechaEstado
060300     MOVE CotNombreCliente    TO LspNombre
060400     MOVE LineaSinPolizaWk    TO LineaConversion
060500     WRITE LineaConversion.
060600 7100-EXAMINAR-ACEPTADA-EXIT.
060700     EXIT.
060800
060900 8000-FINALIZAR.
061000     MOVE SPACES      TO LineaDetalleWk
061100     MOVE "TOTAL"     TO LdeAgente
061200     MOVE Nivel(NivelTotal) TO AcumuladoLinea
061300     PERFORM 2700-IMPRIMIR-LINEA THRU 2700-IMPRIMIR-LINEA-EXIT
061400     MOVE SPACES TO LineaConversion
061500     WRITE LineaConversion
061600     MOVE "RESUMEN POR RAMO" TO LineaConversion
061700     WRITE LineaConversion
061800     PERFORM 3000-RESUMEN-RAMO THRU 3000-RESUMEN-RAMO-EXIT
061900         VARYING IndiceRamo FROM 1 BY 1
062000         UNTIL IndiceRamo > 5
062100     PERFORM 7000-LISTAR-SIN-POLIZA
062200         THRU 7000-LISTAR-SIN-POLIZA-EXIT
062300     CLOSE ArchivoClientes
062400     MOVE SPACES TO LineaConversion
062500     WRITE LineaConversion
062600     MOVE ContadorSinPoliza TO CantidadEd
062700     MOVE SPACES TO LineaConversion
062800     STRING "ACEPTADAS SIN POLIZA EN EL MAESTRO: " CantidadEd
062900         DELIMITED BY SIZE INTO LineaConversion
063000     END-STRING
063100     WRITE LineaConversion
063200     CLOSE ListadoConversion
063300     DISPLAY "---------------------------------------------"
063400     DISPLAY "CONVERSION DE COTIZACIONES " PeriodoParm
063500         ": COTIZMES.LST"
063600     DISPLAY "Cotizaciones Leidas    : " ContadorCotizaciones
063700     DISPLAY "Hechos del Periodo     : " ContadorHechos
063800     DISPLAY "Aceptadas Sin Poliza   : " ContadorSinPoliza
063900     DISPLAY "---------------------------------------------".
064000 8000-FINALIZAR-EXIT.
064100     EXIT.

003312*                 DEJA EN ENDODIA.DAT: InterfazContable YA LO
003313*                 TRAE DENTRO DEL MontoRecibo DE LA EMISION DEL
003314*                 DIA Y LO CONTABA DOS VECES.
003321* 2026-10-15 DSS  PLANES DE PAGO (VER RECREG): LA PRORRATA SE
003328*                 REPARTE EN PARTES IGUALES ENTRE LAS CUOTAS
003335*                 IMPAGAS DE LA VIGENCIA (EL RESTO DEL REDONDEO
003342*                 VA A LA ULTIMA IMPAGA); CON TODAS COBRADAS VA
003349*                 ENTERA A LA ULTIMA CUOTA.  ENDODIA.DAT Y EL
003356*                 LISTADO DE AUDITORIA LLEVAN UNA LINEA POR
003363*                 CUOTA AJUSTADA.  EL SUPLEMENTO SIN RECIBO
003370*                 NACE COMO CUOTA 01.  UN PLAN ANUAL (UNA SOLA
003377*                 CUOTA) QUEDA EXACTAMENTE COMO ANTES.
003378* 2026-10-15 DSS  IMPUESTO SOBRE PRIMAS (VER RECREG): CADA AJUSTE
003379*                 DE CUOTA Y CADA SUPLEMENTO LLEVA SU IMPUESTO,
003380*                 CON LA TASA VIGENTE DEL RAMO EN TASASIMP.DAT
003381*                 (COPY TIMREG), SOBRE LA PRORRATA; EL DERECHO
003382*                 DE POLIZA NO SE TOCA.  SE ACTUALIZAN LAS
003383*                 PARTES DEL RECIBO, ENDODIA.DAT LLEVA EL AJUSTE
003384*                 CON SU IMPUESTO Y CADA MOVIMIENTO DEJA SU "E"
003385*                 EN EL LIBRO DE IMPUESTOS LIBIMP.DAT (COPY
003386*                 IMPREG), UN CREDITO EN NEGATIVO.  SIN
003387*                 TASASIMP.DAT LA CORRIDA TERMINA CON CODIGO 8.
003388* 2026-10-15 DSS  CUANDO UN CREDITO DEJARIA LA PRIMA NETA O EL
003389*                 IMPUESTO DE LA CUOTA EN NEGATIVO Y SE TOPA EN
003390*                 CERO, ENDODIA.DAT, EL LIBRO DE IMPUESTOS Y LA
003391*                 AUDITORIA LLEVAN LO QUE SE APLICO DE VERDAD AL
003392*                 RECIBO Y NO EL CREDITO ENTERO.
003393*----------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005100         ORGANIZATION IS LINE SEQUENTIAL.
005110     SELECT EndososDia ASSIGN TO "ENDODIA.DAT"
005120         ORGANIZATION IS LINE SEQUENTIAL.
005130     SELECT ArchivoTasasImpuesto ASSIGN TO "TASASIMP.DAT"
005140         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS IS EstadoArchivoTasas.
005160     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
005170         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS EstadoArchivoLibro.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
006510
006520 FD  EndososDia.
006530     COPY ENDREG.
006540
006550 FD  ArchivoTasasImpuesto.
006560     COPY TIMREG.
006570
006580 FD  ArchivoLibroImpuesto.
006590     COPY IMPREG.
006600
006700 WORKING-STORAGE SECTION.
006800 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
009300 77  AjusteEd            PIC +Z(6)9.99.
009310 77  TotalEndososEd      PIC ZZZZ9.
009320 77  AnioVigenciaWk      PIC 9(04)      VALUE ZEROES.
009328 77  FinCuotas           PIC X(01)      VALUE "N".
009336     88 CuotasRecorridas                VALUE "S".
009344 77  CuotasVigencia      PIC 9(02)      VALUE ZEROES.
009352 77  CuotasImpagas       PIC 9(02)      VALUE ZEROES.
009360 77  UltimaCuota         PIC 9(02)      VALUE ZEROES.
009368 77  UltimaImpaga        PIC 9(02)      VALUE ZEROES.
009376 77  NumeroCuotaWk       PIC 9(02)      VALUE ZEROES.
009384 77  AjusteCuotaWk       PIC S9(7)V99   VALUE ZEROES.
009392 77  AjusteRepartido     PIC S9(7)V99   VALUE ZEROES.
009399 77  EstadoArchivoTasas  PIC X(02)      VALUE "00".
009406 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
009413 77  FinTasas            PIC X(01)      VALUE "N".
009420     88 TasasLeidas                     VALUE "S".
009427 77  MaxTasas            PIC 9(04)      COMP VALUE 50.
009434 77  CuentaTasas         PIC 9(04)      COMP VALUE ZEROES.
009441 77  IndiceTasa          PIC 9(04)      COMP VALUE ZEROES.
009448 77  TasaElegida         PIC 9(04)      COMP VALUE ZEROES.
009455 77  TasaImpuestoWk      PIC 9(2)V99    VALUE ZEROES.
009462 77  ImpuestoCuotaWk     PIC S9(7)V99   VALUE ZEROES.
009469 77  PrimaNetaNueva      PIC S9(8)V99   VALUE ZEROES.
009476 77  ImpuestoNuevo       PIC S9(8)V99   VALUE ZEROES.
009483 01  FechaHoyWk.
009500     05 FechaHoy         PIC 9(08).
009600     05 FechaHoyR REDEFINES FechaHoy.
009700         10 HoyAnio      PIC 9(04).
010400     05 LawAccion         PIC X(12).
010500     05 LawNumeroPoliza   PIC X(10).
010600     05 LawAnio           PIC X(06).
010650     05 LawCuota          PIC X(04).
010700     05 LawAjuste         PIC X(12).
010800     05 FILLER            PIC X(36).
010900
011000*----------------------------------------------------------------
011100* TABLA DE TARIFAS, LA MISMA DE CalculoPrimas: SE CONSERVAN
012000         10 TtaTasaPorMil    PIC 9(02)V99.
012100         10 TtaPrimaMinima   PIC 9(5)V99.
012200         10 TtaFechaVigencia PIC 9(08).
012206
012212*----------------------------------------------------------------
012218* TABLA DE TASAS DE IMPUESTO POR RAMO (TASASIMP.DAT), LA MISMA
012224* DE FacturacionRecibos: 6300-BUSCAR-TASA ELIGE LA DE VIGENCIA
012230* MAS RECIENTE QUE YA APLIQUE AL RAMO.
012236*----------------------------------------------------------------
012242 01  TablaTasas.
012248     05 EntradaTasa      OCCURS 1 TO 50 TIMES
012254                         DEPENDING ON CuentaTasas
012260                         INDEXED BY IxTasa.
012266         10 TtiCodigoRamo    PIC X(03).
012272         10 TtiTasaImpuesto  PIC 9(02)V99.
012278         10 TtiDerechoPoliza PIC 9(5)V99.
012284         10 TtiFechaVigencia PIC 9(08).
012300
012400     COPY CTLPAR.
012500
013600* VECES LOS ENDOSOS DE UN MISMO DIA (CADA REPETICION VOLVERIA
013700* A CARGAR EL AJUSTE AL RECIBO) Y EXIGE QUE EL MANTENIMIENTO
013800* DE HOY YA HAYA CORRIDO.  SIN JOURNAL NO HAY ENDOSOS QUE
013900* PROCESAR Y LA CORRIDA TERMINA LIMPIA.  SIN TASAS DE IMPUESTO
013950* NO SE AJUSTA NINGUN RECIBO.
014000*----------------------------------------------------------------
014100 1000-INICIAR.
014200     MOVE "ProcesoEndosos"        TO CtlPrograma
014800     PERFORM 1100-CARGAR-TARIFA THRU 1100-CARGAR-TARIFA-EXIT
014900         UNTIL TodoLeido
015000     CLOSE ArchivoTarifas
015009     OPEN INPUT ArchivoTasasImpuesto
015018     IF EstadoArchivoTasas NOT = "00"
015027         DISPLAY "NO SE PUDO ABRIR TASASIMP.DAT - ESTADO "
015036             EstadoArchivoTasas
015045         MOVE 8 TO RETURN-CODE
015054         STOP RUN
015063     END-IF
015072     PERFORM 1150-CARGAR-TASA THRU 1150-CARGAR-TASA-EXIT
015081         UNTIL TasasLeidas
015090     CLOSE ArchivoTasasImpuesto
015100     OPEN I-O ArchivoRecibos
015200     IF EstadoArchivoRecibos NOT = "00"
015300         DISPLAY "NO SE PUDO ABRIR RECIBOS.DAT - ESTADO "
015600         STOP RUN
015700     END-IF
015750     OPEN OUTPUT EndososDia
015760     OPEN EXTEND ArchivoLibroImpuesto
015770     IF EstadoArchivoLibro = "35"
015780         OPEN OUTPUT ArchivoLibroImpuesto
015790     END-IF
015800     OPEN OUTPUT ListadoAuditoria
015900     MOVE "LISTADO DE AUDITORIA - PROCESO DE ENDOSOS"
016000         TO LineaAuditoria
019300     MOVE FechaVigenciaTarifa TO TtaFechaVigencia(IxTarifa).
019400 1100-CARGAR-TARIFA-EXIT.
019500     EXIT.
019503
019506 1150-CARGAR-TASA.
019509     READ ArchivoTasasImpuesto INTO RegistroTasaImpuesto
019512         AT END
019515             MOVE "S" TO FinTasas
019518             GO TO 1150-CARGAR-TASA-EXIT
019521     END-READ
019524     IF CuentaTasas >= MaxTasas
019527         DISPLAY "TASA EXCEDE CAPACIDAD DE TABLA - "
019530             "DESCARTADA: " TimCodigoRamo
019533         GO TO 1150-CARGAR-TASA-EXIT
019536     END-IF
019539     IF TimTasaImpuesto NOT NUMERIC
019542         OR TimDerechoPoliza NOT NUMERIC
019545         OR TimFechaVigencia NOT NUMERIC
019548         DISPLAY "TASA CON DATOS NO NUMERICOS - "
019551             "DESCARTADA: " TimCodigoRamo
019554         GO TO 1150-CARGAR-TASA-EXIT
019557     END-IF
019560     ADD 1 TO CuentaTasas
019563     SET IxTasa TO CuentaTasas
019566     MOVE TimCodigoRamo    TO TtiCodigoRamo(IxTasa)
019569     MOVE TimTasaImpuesto  TO TtiTasaImpuesto(IxTasa)
019572     MOVE TimDerechoPoliza TO TtiDerechoPoliza(IxTasa)
019575     MOVE TimFechaVigencia TO TtiFechaVigencia(IxTasa).
019578 1150-CARGAR-TASA-EXIT.
019581     EXIT.
019600
019700*----------------------------------------------------------------
019800* 2000-PROCESAR - RECORRE EL JOURNAL.  LA IMAGEN ANTES DE UN
023300* ANUAL SE PRORRATEA POR LOS DIAS QUE QUEDAN DE VIGENCIA.  UN
023310* CAMBIO QUE ADEMAS CORRE LA FECHA DE VENCIMIENTO ES UNA
023320* RENOVACION, NO UN ENDOSO: LA VIGENCIA NUEVA SE FACTURA
023330* COMPLETA EN SU ANIVERSARIO Y AQUI SE SALTA.  LA TASA DE
023360* IMPUESTO DEL RAMO SE FIJA AQUI PARA TODAS LAS CUOTAS.
023400*----------------------------------------------------------------
023500 2100-EVALUAR-ENDOSO.
023550     MOVE ZEROES TO NumeroCuotaWk
023600     IF JrnMontoPoliza = AntMontoPoliza
023700         GO TO 2100-EVALUAR-ENDOSO-EXIT
023800     END-IF
027900     IF AjusteProrrata = ZEROES
028000         GO TO 2100-EVALUAR-ENDOSO-EXIT
028100     END-IF
028150     MOVE AjusteProrrata TO AjusteCuotaWk
028157     PERFORM 6300-BUSCAR-TASA THRU 6300-BUSCAR-TASA-EXIT
028164     IF TasaElegida = ZEROES
028171         MOVE ZEROES TO TasaImpuestoWk
028178     ELSE
028185         MOVE TtiTasaImpuesto(TasaElegida) TO TasaImpuestoWk
028192     END-IF
028200     ADD 1 TO ContadorEndosos
028300     PERFORM 2200-APLICAR-RECIBO
028400         THRU 2200-APLICAR-RECIBO-EXIT.
028809     EXIT.
028810
028900*----------------------------------------------------------------
028910* 2200-APLICAR-RECIBO - CARGA O ACREDITA LA PRORRATA A LAS
029000* CUOTAS DE LA VIGENCIA EN CURSO (POLIZA + AnioVigenciaWk):
029020* 2210-CONTAR-CUOTA CUENTA LAS CUOTAS Y LAS IMPAGAS Y
029040* 2250-AJUSTAR-CUOTA APLICA A CADA IMPAGA SU PARTE (LA ULTIMA
029060* IMPAGA SE LLEVA EL RESTO); SI TODAS ESTAN COBRADAS, LA
029080* PRORRATA ENTERA VA A LA ULTIMA CUOTA.  SIN RECIBO DE LA
029100* VIGENCIA, UN AUMENTO EMITE RECIBO SUPLEMENTARIO "S" (CUOTA
029200* 01); UN CREDITO SE REPORTA PARA TRAMITE MANUAL.  EL MONTO
029300* DE LA CUOTA NUNCA QUEDA NEGATIVO.
029400*----------------------------------------------------------------
029500 2200-APLICAR-RECIBO.
029510     MOVE ZEROES TO CuotasVigencia
029520     MOVE ZEROES TO CuotasImpagas
029530     MOVE ZEROES TO UltimaCuota
029540     MOVE ZEROES TO UltimaImpaga
029550     MOVE ZEROES TO AjusteRepartido
029560     MOVE "N"    TO FinCuotas
029600     MOVE JrnNumeroPoliza TO RecNumeroPoliza
029700     MOVE AnioVigenciaWk  TO RecAnioVigencia
029701     MOVE ZEROES          TO RecNumeroCuota
029702     START ArchivoRecibos KEY IS NOT LESS THAN NumeroRecibo
029703         INVALID KEY
029704             MOVE "S" TO FinCuotas
029705     END-START
029706     PERFORM 2210-CONTAR-CUOTA THRU 2210-CONTAR-CUOTA-EXIT
029707         UNTIL CuotasRecorridas
029708     IF CuotasVigencia = ZEROES
029709         MOVE 01 TO NumeroCuotaWk
029710         PERFORM 2300-SIN-RECIBO
029711             THRU 2300-SIN-RECIBO-EXIT
029712         GO TO 2200-APLICAR-RECIBO-EXIT
029713     END-IF
029714     IF CuotasImpagas = ZEROES
029715         MOVE AjusteProrrata TO AjusteCuotaWk
029716         MOVE UltimaCuota    TO NumeroCuotaWk
029717         PERFORM 2250-AJUSTAR-CUOTA
029718             THRU 2250-AJUSTAR-CUOTA-EXIT
029719         GO TO 2200-APLICAR-RECIBO-EXIT
029720     END-IF
029721     PERFORM 2240-REPARTIR-CUOTA
029722         THRU 2240-REPARTIR-CUOTA-EXIT
029723         VARYING NumeroCuotaWk FROM 1 BY 1
029724         UNTIL NumeroCuotaWk > UltimaImpaga.
029725 2200-APLICAR-RECIBO-EXIT.
029726     EXIT.
029727
029728 2210-CONTAR-CUOTA.
029729     READ ArchivoRecibos NEXT RECORD
029730         AT END
029731             MOVE "S" TO FinCuotas
029732             GO TO 2210-CONTAR-CUOTA-EXIT
029733     END-READ
029734     IF RecNumeroPoliza NOT = JrnNumeroPoliza
029735         OR RecAnioVigencia NOT = AnioVigenciaWk
029736         MOVE "S" TO FinCuotas
029737         GO TO 2210-CONTAR-CUOTA-EXIT
029738     END-IF
029739     ADD 1 TO CuotasVigencia
029740     MOVE RecNumeroCuota TO UltimaCuota
029741     IF MontoCobrado < MontoRecibo
029742         ADD 1 TO CuotasImpagas
029743         MOVE RecNumeroCuota TO UltimaImpaga
029744     END-IF.
029745 2210-CONTAR-CUOTA-EXIT.
029746     EXIT.
029747
029748*----------------------------------------------------------------
029749* 2240-REPARTIR-CUOTA - CADA CUOTA IMPAGA RECIBE LA PRORRATA
029750* DIVIDIDA ENTRE LAS IMPAGAS (TRUNCADA); LA ULTIMA IMPAGA
029751* RECIBE LO QUE FALTA PARA CUADRAR CON AjusteProrrata.
029752*----------------------------------------------------------------
029753 2240-REPARTIR-CUOTA.
029754     MOVE JrnNumeroPoliza TO RecNumeroPoliza
029755     MOVE AnioVigenciaWk  TO RecAnioVigencia
029756     MOVE NumeroCuotaWk   TO RecNumeroCuota
029757     READ ArchivoRecibos
029758         INVALID KEY
029759             GO TO 2240-REPARTIR-CUOTA-EXIT
029760     END-READ
029761     IF MontoCobrado NOT < MontoRecibo
029762         GO TO 2240-REPARTIR-CUOTA-EXIT
029763     END-IF
029764     IF NumeroCuotaWk = UltimaImpaga
029765         COMPUTE AjusteCuotaWk = AjusteProrrata - AjusteRepartido
029766     ELSE
029767         COMPUTE AjusteCuotaWk = AjusteProrrata / CuotasImpagas
029768     END-IF
029769     ADD AjusteCuotaWk TO AjusteRepartido
029770     IF AjusteCuotaWk = ZEROES
029771         GO TO 2240-REPARTIR-CUOTA-EXIT
029772     END-IF
029773     PERFORM 2250-AJUSTAR-CUOTA
029774         THRU 2250-AJUSTAR-CUOTA-EXIT.
029775 2240-REPARTIR-CUOTA-EXIT.
029776     EXIT.
029777
029778*----------------------------------------------------------------
029779* 2250-AJUSTAR-CUOTA - APLICA AjusteCuotaWk A LA CUOTA
029780* NumeroCuotaWk CON SU IMPUESTO Y DEJA SUS MOVIMIENTOS Y SU
029782* LINEA DE AUDITORIA.  NI LA PRIMA NETA NI EL IMPUESTO DE LA
029784* CUOTA QUEDAN NEGATIVOS; SI SE TOPAN, AjusteCuotaWk E
029785* ImpuestoCuotaWk PASAN A SER LO QUE SE APLICO DE VERDAD.
029786*----------------------------------------------------------------
029788 2250-AJUSTAR-CUOTA.
029790     MOVE JrnNumeroPoliza TO RecNumeroPoliza
029792     MOVE AnioVigenciaWk  TO RecAnioVigencia
029794     MOVE NumeroCuotaWk   TO RecNumeroCuota
029800     READ ArchivoRecibos
029900         INVALID KEY
029980             DISPLAY "CUOTA NO ENCONTRADA "
030060                 RecNumeroPoliza " " RecAnioVigencia
030140                 "/" RecNumeroCuota
030220             GO TO 2250-AJUSTAR-CUOTA-EXIT
030300     END-READ
030307     COMPUTE ImpuestoCuotaWk ROUNDED =
030314         AjusteCuotaWk * TasaImpuestoWk / 100
030321     COMPUTE PrimaNetaNueva = RecPrimaNeta + AjusteCuotaWk
030328     IF PrimaNetaNueva < ZEROES
030335         MOVE ZEROES TO PrimaNetaNueva
030342     END-IF
030349     COMPUTE ImpuestoNuevo = RecImpuesto + ImpuestoCuotaWk
030356     IF ImpuestoNuevo < ZEROES
030363         MOVE ZEROES TO ImpuestoNuevo
030370     END-IF
030372     COMPUTE AjusteCuotaWk   = PrimaNetaNueva - RecPrimaNeta
030374     COMPUTE ImpuestoCuotaWk = ImpuestoNuevo - RecImpuesto
030377     MOVE PrimaNetaNueva TO RecPrimaNeta
030384     MOVE ImpuestoNuevo  TO RecImpuesto
030400     COMPUTE MontoReciboNuevo =
030600         RecPrimaNeta + RecDerechoPoliza + RecImpuesto
030800     MOVE MontoReciboNuevo TO MontoRecibo
030900     EVALUATE TRUE
031000         WHEN MontoCobrado >= MontoRecibo
031800         INVALID KEY
031900             DISPLAY "ERROR AL REGRABAR RECIBO "
032000                 RecNumeroPoliza " " RecAnioVigencia
032060                 "/" RecNumeroCuota
032120             GO TO 2250-AJUSTAR-CUOTA-EXIT
032200     END-REWRITE
032300     IF AjusteCuotaWk > ZEROES
032400         MOVE "CARGO" TO LawAccion
032500     ELSE
032600         ADD 1 TO ContadorCreditos
032820         MOVE FechaHoy        TO EndFecha
032830         MOVE JrnNumeroPoliza TO EndNumeroPoliza
032840         MOVE AnioVigenciaWk  TO EndAnioVigencia
032850         COMPUTE EndAjuste = AjusteCuotaWk + ImpuestoCuotaWk
032855         MOVE NumeroCuotaWk   TO EndNumeroCuota
032860         WRITE RegistroEndosoDia
032870     END-IF
032880     PERFORM 2400-GRABAR-LIBRO
032890         THRU 2400-GRABAR-LIBRO-EXIT
032900     PERFORM 2900-ESCRIBIR-AUDIT
033000         THRU 2900-ESCRIBIR-AUDIT-EXIT.
033100 2250-AJUSTAR-CUOTA-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------------
033700* LOS DATOS DE LA IMAGEN DESPUES, EN ESTADO "S" PARA QUE LA
033800* FACTURACION ANUAL LE SUME SU PRIMA AL LLEGAR EL ANIVERSARIO
033810* EN VEZ DE DARLO POR YA EMITIDO; UN CREDITO NO TIENE CONTRA
033820* QUE APLICARSE Y SOLO SE DEJA CONSTANCIA.  EL SUPLEMENTO
033840* LLEVA EL IMPUESTO DE LA PRORRATA Y NINGUN DERECHO (ESE LO
033860* CARGA LA FACTURACION AL COMPLETAR LA CUOTA 01).
033900*----------------------------------------------------------------
034000 2300-SIN-RECIBO.
034100     IF AjusteProrrata NOT > ZEROES
034700     END-IF
034800     MOVE JrnNumeroPoliza  TO RecNumeroPoliza
034900     MOVE AnioVigenciaWk   TO RecAnioVigencia
034950     MOVE NumeroCuotaWk    TO RecNumeroCuota
035000     MOVE JrnIdCliente     TO RecIdCliente
035100     MOVE JrnCodigoAgente  TO RecCodigoAgente
035200     MOVE JrnCodigoRamo    TO RecCodigoRamo
035300     MOVE FechaHoy         TO FechaEmisionRecibo
035310     MOVE FechaHoy         TO FechaVencimientoRecibo
035320     MOVE SPACE            TO RecPlanPago
035330     MOVE ZEROES           TO RecCuotasPlan
035340     MOVE ZEROES           TO RecPrimaAnualPlan
035350     MOVE ZEROES           TO RecRecargoFinanciero
035358     COMPUTE ImpuestoCuotaWk ROUNDED =
035366         AjusteProrrata * TasaImpuestoWk / 100
035374     MOVE AjusteProrrata   TO RecPrimaNeta
035382     MOVE ZEROES           TO RecDerechoPoliza
035390     MOVE ImpuestoCuotaWk  TO RecImpuesto
035400     COMPUTE MontoRecibo = RecPrimaNeta + RecImpuesto
035500     MOVE ZEROES           TO MontoCobrado
035600     MOVE ZEROES           TO MontoBaseLiquidado
035700     MOVE ZEROES           TO FechaUltimoPago
036300             GO TO 2300-SIN-RECIBO-EXIT
036400     END-WRITE
036500     ADD 1 TO ContadorSuplementos
036530     PERFORM 2400-GRABAR-LIBRO
036560         THRU 2400-GRABAR-LIBRO-EXIT
036600     MOVE "SUPLEMENTO" TO LawAccion
036700     PERFORM 2900-ESCRIBIR-AUDIT
036800         THRU 2900-ESCRIBIR-AUDIT-EXIT.
036900 2300-SIN-RECIBO-EXIT.
037000     EXIT.
037005
037010*----------------------------------------------------------------
037015* 2400-GRABAR-LIBRO - DEJA EN EL LIBRO DE IMPUESTOS EL
037020* MOVIMIENTO "E" DE LA CUOTA AJUSTADA O DEL SUPLEMENTO: LA
037025* PRORRATA Y SU IMPUESTO, CON SIGNO.
037030*----------------------------------------------------------------
037035 2400-GRABAR-LIBRO.
037040     MOVE FechaHoy        TO LimFecha
037045     MOVE "E"             TO LimTipoMovimiento
037050     MOVE RecCodigoRamo   TO LimCodigoRamo
037055     MOVE RecNumeroPoliza TO LimNumeroPoliza
037060     MOVE RecAnioVigencia TO LimAnioVigencia
037065     MOVE RecNumeroCuota  TO LimNumeroCuota
037070     MOVE AjusteCuotaWk   TO LimPrimaNeta
037075     MOVE ZEROES          TO LimDerechoPoliza
037080     MOVE ImpuestoCuotaWk TO LimImpuesto
037085     WRITE RegistroLibroImpuesto.
037090 2400-GRABAR-LIBRO-EXIT.
037095     EXIT.
037100
037200 2900-ESCRIBIR-AUDIT.
037300     MOVE JrnNumeroPoliza TO LawNumeroPoliza
037400     MOVE AnioVigenciaWk  TO LawAnio
037450     MOVE NumeroCuotaWk   TO LawCuota
037500     MOVE AjusteCuotaWk   TO AjusteEd
037600     MOVE AjusteEd        TO LawAjuste
037700     MOVE SPACES TO LineaAuditoria
037800     STRING LawAccion       DELIMITED BY SIZE
037900            LawNumeroPoliza DELIMITED BY SIZE
038000            LawAnio         DELIMITED BY SIZE
038050            LawCuota        DELIMITED BY SIZE
038100            LawAjuste       DELIMITED BY SIZE
038200         INTO LineaAuditoria
038300     END-STRING
043400 6250-EXAMINAR-TARIFA-EXIT.
043500     EXIT.
043600
043602*----------------------------------------------------------------
043604* 6300-BUSCAR-TASA - ELIGE LA TASA DE IMPUESTO DEL RAMO DE LA
043606* IMAGEN DESPUES CON LA VIGENCIA MAS RECIENTE QUE NO SEA
043608* POSTERIOR A HOY.  TasaElegida QUEDA EN CERO SI EL RAMO NO
043610* TIENE TASA VIGENTE Y EL AJUSTE VA SIN IMPUESTO.
043612*----------------------------------------------------------------
043614 6300-BUSCAR-TASA.
043616     MOVE ZEROES TO TasaElegida
043618     PERFORM 6350-EXAMINAR-TASA
043620         THRU 6350-EXAMINAR-TASA-EXIT
043622         VARYING IndiceTasa FROM 1 BY 1
043624         UNTIL IndiceTasa > CuentaTasas.
043626 6300-BUSCAR-TASA-EXIT.
043628     EXIT.
043630
043632 6350-EXAMINAR-TASA.
043634     IF TtiCodigoRamo(IndiceTasa) NOT = JrnCodigoRamo
043636         GO TO 6350-EXAMINAR-TASA-EXIT
043638     END-IF
043640     IF TtiFechaVigencia(IndiceTasa) > FechaHoy
043642         GO TO 6350-EXAMINAR-TASA-EXIT
043644     END-IF
043646     IF TasaElegida = ZEROES
043648         MOVE IndiceTasa TO TasaElegida
043650         GO TO 6350-EXAMINAR-TASA-EXIT
043652     END-IF
043654     IF TtiFechaVigencia(IndiceTasa) >
043656         TtiFechaVigencia(TasaElegida)
043658         MOVE IndiceTasa TO TasaElegida
043660     END-IF.
043662 6350-EXAMINAR-TASA-EXIT.
043664     EXIT.
043666
043700 8000-FINALIZAR.
043800     IF EstadoArchivoJournal = "00" OR "10"
043900         CLOSE ArchivoJournal
044000     END-IF
044100     CLOSE ArchivoRecibos
044150     CLOSE EndososDia
044170     CLOSE ArchivoLibroImpuesto
044200     MOVE SPACES TO LineaAuditoria
044300     WRITE LineaAuditoria
044400     MOVE SPACES TO LineaAuditoria

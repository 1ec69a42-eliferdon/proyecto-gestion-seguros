003000*                 ENTREGAR NADA.  ANTES CONTABILIDAD RETECLEABA
003100*                 ESTOS NUMEROS CADA MANANA DESDE CONSOLAS Y
003200*                 LISTADOS.
003210* 2026-10-15 DSS  NUEVO CONCEPTO DEVOLUCIONES DE PRIMA: LAS
003220*                 DEVOLUCIONES DE HOY EN DEVOLUC.DAT (COPY
003230*                 DEVREG, DE DevolucionPrimas) VAN DE
003240*                 DEVOLUCIONES DE PRIMA A DEVOLUCIONES POR PAGAR,
003250*                 LA CUENTA QUE TESORERIA SALDA AL PAGAR
003260*                 REGDEVOL.LST.
003262* 2026-10-15 DSS  IMPUESTO SOBRE PRIMAS Y DERECHO DE POLIZA (VER
003264*                 RECREG): CON LOS MOVIMIENTOS DE HOY DEL LIBRO
003266*                 DE IMPUESTOS (LIBIMP.DAT, COPY IMPREG) LA PRIMA
003268*                 NETA, LOS DERECHOS Y EL IMPUESTO QUEDAN EN
003270*                 CUENTAS SEPARADAS.  LOS CONCEPTOS DE SIEMPRE
003272*                 SE ASIENTAN BRUTOS COMO ANTES Y SE RECLASIFICA:
003274*                   - EMITIDO: DE PRIMAS A DERECHOS DE POLIZA Y
003276*                     A IMPUESTO NO COBRADO (INVERTIDO SI EL
003278*                     NETO DEL DIA ES UN CREDITO DE ENDOSO).
003280*                   - COBRADO: DE IMPUESTO NO COBRADO A IMPUESTO
003282*                     POR PAGAR, LO QUE SE DECLARA AL FISCO.
003284*                   - DEVUELTO: DE IMPUESTO POR PAGAR Y DE
003286*                     DERECHOS A DEVOLUCIONES DE PRIMA.
003288*                 SIN LIBRO DE IMPUESTOS LOS CONCEPTOS VAN EN
003290*                 CERO.
003291* 2026-10-15 DSS  VARIACION DE LA RESERVA DE PRIMAS NO
003292*                 DEVENGADAS: LA NOCHE DE CIERRE ReservasTecnicas
003293*                 DEJA EN HISTRESV.DAT (COPY RSVREG) LA RESERVA
003294*                 POR RAMO CON SU VARIACION CONTRA EL CORTE
003295*                 ANTERIOR; LA DE LOS REGISTROS DE HOY VA DE
003296*                 GASTO POR VARIACION DE RESERVA A RESERVA DE
003297*                 PRIMAS (INVERTIDO SI LA RESERVA BAJO).
003307* 2026-10-15 DSS  NUEVO CONCEPTO RECUPEROS DE SINIESTROS: LOS
003317*                 SALVAMENTOS Y SUBROGACIONES APLICADOS HOY EN
003327*                 RECUPSIN.DAT (COPY RCPSIN, DE
003337*                 AplicacionRecuperos) VAN DE CAJA A RECUPEROS
003347*                 DE SINIESTROS, CUENTA PROPIA Y NO UN MENOR
003357*                 GASTO DE SINIESTROS.
003358* 2026-10-15 DSS  EL SUPLEMENTO DE ENDOSO COMPLETADO HOY POR
003359*                 FacturacionRecibos (MOVIMIENTO "S" DEL LIBRO DE
003360*                 IMPUESTOS, VER IMPREG) SUMA SU IMPORTE BRUTO A
003361*                 LAS PRIMAS EMITIDAS: EL RECIBO ES DE OTRO DIA Y
003362*                 NO ENTRA POR RECIBOS.DAT, Y SIN ESO SU DERECHO
003363*                 E IMPUESTO SE RECLASIFICABAN FUERA DE PRIMAS
003364*                 SIN HABER ENTRADO.
003367*----------------------------------------------------------------
003400
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
004800     SELECT DetallePagosSin ASSIGN TO "PAGOSSIN.DAT"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS EstadoDetallePagosSin.
005020     SELECT DetalleRecuperosSin ASSIGN TO "RECUPSIN.DAT"
005040         ORGANIZATION IS LINE SEQUENTIAL
005060         FILE STATUS IS EstadoDetalleRecuperos.
005100     SELECT ArchivoLiquidacion ASSIGN TO "LIQCOM.DAT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS EstadoArchivoLiquidacion.
005400     SELECT EndososDia ASSIGN TO "ENDODIA.DAT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS EstadoEndososDia.
005610     SELECT ArchivoDevoluciones ASSIGN TO "DEVOLUC.DAT"
005620         ORGANIZATION IS INDEXED
005630         ACCESS MODE IS SEQUENTIAL
005640         RECORD KEY IS ClaveDevolucion
005650         FILE STATUS IS EstadoArchivoDevoluciones.
005660     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
005670         ORGANIZATION IS LINE SEQUENTIAL
005680         FILE STATUS IS EstadoArchivoLibro.
005685     SELECT ArchivoReservas ASSIGN TO "HISTRESV.DAT"
005690         ORGANIZATION IS LINE SEQUENTIAL
005695         FILE STATUS IS EstadoArchivoReservas.
005700     SELECT ArchivoContable ASSIGN TO "CONTABLE.TMP"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006700
006800 FD  DetallePagosSin.
006900     COPY PAGSIN.
006920
006940 FD  DetalleRecuperosSin.
006960     COPY RCPSIN.
007000
007100 FD  ArchivoLiquidacion.
007200     COPY LIQREG.
007400 FD  EndososDia.
007500     COPY ENDREG.
007600
007610 FD  ArchivoDevoluciones.
007620     COPY DEVREG.
007622
007624 FD  ArchivoLibroImpuesto.
007626     COPY IMPREG.
007627
007628 FD  ArchivoReservas.
007629     COPY RSVREG.
007630
007700 FD  ArchivoContable.
007800     COPY CNTREG.
007900
008100 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
008200 77  EstadoDetallePagosApl PIC X(02)    VALUE "00".
008300 77  EstadoDetallePagosSin PIC X(02)    VALUE "00".
008350 77  EstadoDetalleRecuperos PIC X(02)   VALUE "00".
008400 77  EstadoArchivoLiquidacion PIC X(02) VALUE "00".
008500 77  EstadoEndososDia    PIC X(02)      VALUE "00".
008510 77  EstadoArchivoDevoluciones PIC X(02) VALUE "00".
008550 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
008560 77  EstadoArchivoReservas PIC X(02)    VALUE "00".
008600 77  FinArchivo          PIC X(01)      VALUE "N".
008700     88 TodoLeido                       VALUE "S".
008800 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
008900 77  TotalEmitido        PIC 9(9)V99    VALUE ZEROES.
009000 77  TotalCobrado        PIC 9(9)V99    VALUE ZEROES.
009100 77  TotalSiniestros     PIC 9(9)V99    VALUE ZEROES.
009150 77  TotalRecuperos      PIC 9(9)V99    VALUE ZEROES.
009200 77  TotalComisiones     PIC S9(9)V99   VALUE ZEROES.
009300 77  TotalEndosos        PIC S9(9)V99   VALUE ZEROES.
009310 77  TotalDevoluciones   PIC 9(9)V99    VALUE ZEROES.
009320 77  DerechoEmitido      PIC S9(9)V99   VALUE ZEROES.
009330 77  ImpuestoEmitido     PIC S9(9)V99   VALUE ZEROES.
009340 77  ImpuestoCobrado     PIC S9(9)V99   VALUE ZEROES.
009350 77  DerechoDevuelto     PIC S9(9)V99   VALUE ZEROES.
009360 77  ImpuestoDevuelto    PIC S9(9)V99   VALUE ZEROES.
009370 77  VariacionReserva    PIC S9(9)V99   VALUE ZEROES.
009400 77  MontoAbsoluto       PIC 9(9)V99    VALUE ZEROES.
009500 77  ContadorAsientos    PIC 9(07)      COMP VALUE ZEROES.
009600 77  TotalDebe           PIC 9(11)V99   VALUE ZEROES.
011200     05 CtaPrimas        PIC X(08)      VALUE "4100PRIM".
011300     05 CtaGastoSin      PIC X(08)      VALUE "5100SINI".
011400     05 CtaGastoComis    PIC X(08)      VALUE "5200COMI".
011405     05 CtaRecuperoSin   PIC X(08)      VALUE "5150RECU".
011410     05 CtaDevolPagar    PIC X(08)      VALUE "2150DEVP".
011420     05 CtaDevolPrimas   PIC X(08)      VALUE "4150DEVP".
011440     05 CtaDerechos      PIC X(08)      VALUE "4200DERE".
011460     05 CtaImpNoCobrado  PIC X(08)      VALUE "2160IMPN".
011480     05 CtaImpPagar      PIC X(08)      VALUE "2170IMPP".
011485     05 CtaReservaPrimas PIC X(08)      VALUE "2300RPND".
011490     05 CtaGastoReserva  PIC X(08)      VALUE "5300VRPN".
011500
011600     COPY CTLPAR.
011700
012200         THRU 2000-PRIMAS-EMITIDAS-EXIT
012300     PERFORM 3000-COBRANZA THRU 3000-COBRANZA-EXIT
012400     PERFORM 4000-SINIESTROS THRU 4000-SINIESTROS-EXIT
012450     PERFORM 4500-RECUPEROS THRU 4500-RECUPEROS-EXIT
012500     PERFORM 5000-COMISIONES THRU 5000-COMISIONES-EXIT
012600     PERFORM 6000-ENDOSOS THRU 6000-ENDOSOS-EXIT
012650     PERFORM 6500-DEVOLUCIONES THRU 6500-DEVOLUCIONES-EXIT
012660     PERFORM 6700-LIBRO-IMPUESTOS
012670         THRU 6700-LIBRO-IMPUESTOS-EXIT
012680     PERFORM 6900-RESERVAS THRU 6900-RESERVAS-EXIT
012700     PERFORM 7000-GRABAR-ASIENTOS
012800         THRU 7000-GRABAR-ASIENTOS-EXIT
012900     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
021900     END-IF.
022000 4100-SUMAR-SINIESTRO-EXIT.
022100     EXIT.
022103
022106*----------------------------------------------------------------
022109* 4500-RECUPEROS - SUMA LOS SALVAMENTOS Y SUBROGACIONES
022112* APLICADOS HOY.  SIN DETALLE DE RECUPEROS EL CONCEPTO VA EN
022115* CERO.
022118*----------------------------------------------------------------
022121 4500-RECUPEROS.
022124     OPEN INPUT DetalleRecuperosSin
022127     IF EstadoDetalleRecuperos NOT = "00"
022130         GO TO 4500-RECUPEROS-EXIT
022133     END-IF
022136     MOVE "N" TO FinArchivo
022139     PERFORM 4600-SUMAR-RECUPERO
022142         THRU 4600-SUMAR-RECUPERO-EXIT
022145         UNTIL TodoLeido
022148     CLOSE DetalleRecuperosSin.
022151 4500-RECUPEROS-EXIT.
022154     EXIT.
022157
022160 4600-SUMAR-RECUPERO.
022163     READ DetalleRecuperosSin INTO RegistroRecuperoSiniestro
022166         AT END
022169             MOVE "S" TO FinArchivo
022172             GO TO 4600-SUMAR-RECUPERO-EXIT
022175     END-READ
022178     IF RcsFechaAplicacion = FechaHoy
022181         AND RcsMontoRecupero NUMERIC
022184         ADD RcsMontoRecupero TO TotalRecuperos
022187     END-IF.
022190 4600-SUMAR-RECUPERO-EXIT.
022193     EXIT.
022200
022300 5000-COMISIONES.
022400     OPEN INPUT ArchivoLiquidacion
026800     END-IF.
026900 6100-SUMAR-ENDOSO-EXIT.
027000     EXIT.
027003
027006*----------------------------------------------------------------
027009* 6500-DEVOLUCIONES - SUMA LAS DEVOLUCIONES DE PRIMA DE HOY
027012* (LO QUE TESORERIA PAGA DEL REGISTRO, NETO DEL RECARGO DE
027015* CORTO PLAZO).  SIN DEVOLUC.DAT EL CONCEPTO VA EN CERO.
027018*----------------------------------------------------------------
027021 6500-DEVOLUCIONES.
027024     OPEN INPUT ArchivoDevoluciones
027027     IF EstadoArchivoDevoluciones NOT = "00"
027030         GO TO 6500-DEVOLUCIONES-EXIT
027033     END-IF
027036     MOVE "N" TO FinArchivo
027039     PERFORM 6600-SUMAR-DEVOLUCION
027042         THRU 6600-SUMAR-DEVOLUCION-EXIT
027045         UNTIL TodoLeido
027048     CLOSE ArchivoDevoluciones.
027051 6500-DEVOLUCIONES-EXIT.
027054     EXIT.
027057
027060 6600-SUMAR-DEVOLUCION.
027063     READ ArchivoDevoluciones NEXT RECORD
027066         INTO RegistroDevolucion
027069         AT END
027072             MOVE "S" TO FinArchivo
027075             GO TO 6600-SUMAR-DEVOLUCION-EXIT
027078     END-READ
027081     IF DevFechaDevolucion = FechaHoy
027084         AND DevMontoDevuelto NUMERIC
027087         ADD DevMontoDevuelto TO TotalDevoluciones
027090     END-IF.
027093 6600-SUMAR-DEVOLUCION-EXIT.
027096     EXIT.
027100
027102*----------------------------------------------------------------
027104* 6700-LIBRO-IMPUESTOS - SUMA LOS MOVIMIENTOS DE HOY DEL LIBRO
027106* DE IMPUESTOS POR TIPO: DERECHO E IMPUESTO EMITIDOS (CON
027108* SIGNO), IMPUESTO COBRADO Y DERECHO E IMPUESTO DEVUELTOS.
027110* SIN LIBRO LOS CONCEPTOS VAN EN CERO.  EL SUPLEMENTO
027111* COMPLETADO HOY SOBRE UN RECIBO DE OTRO DIA ("S") SUMA ADEMAS
027112* SU IMPORTE BRUTO A LAS PRIMAS EMITIDAS, QUE NO LO TOMARON DE
027113* RECIBOS.DAT.
027114*----------------------------------------------------------------
027115 6700-LIBRO-IMPUESTOS.
027116     OPEN INPUT ArchivoLibroImpuesto
027118     IF EstadoArchivoLibro NOT = "00"
027120         GO TO 6700-LIBRO-IMPUESTOS-EXIT
027122     END-IF
027124     MOVE "N" TO FinArchivo
027126     PERFORM 6800-SUMAR-LIBRO THRU 6800-SUMAR-LIBRO-EXIT
027128         UNTIL TodoLeido
027130     CLOSE ArchivoLibroImpuesto.
027132 6700-LIBRO-IMPUESTOS-EXIT.
027134     EXIT.
027136
027138 6800-SUMAR-LIBRO.
027140     READ ArchivoLibroImpuesto INTO RegistroLibroImpuesto
027142         AT END
027144             MOVE "S" TO FinArchivo
027146             GO TO 6800-SUMAR-LIBRO-EXIT
027148     END-READ
027150     IF LimFecha NOT = FechaHoy
027152         OR LimDerechoPoliza NOT NUMERIC
027154         OR LimImpuesto NOT NUMERIC
027155         OR LimPrimaNeta NOT NUMERIC
027156         GO TO 6800-SUMAR-LIBRO-EXIT
027158     END-IF
027160     EVALUATE TRUE
027162         WHEN LimEmitido
027164             ADD LimDerechoPoliza TO DerechoEmitido
027166             ADD LimImpuesto      TO ImpuestoEmitido
027167             IF LimSuplementoCompletado
027168                 ADD LimPrimaNeta LimDerechoPoliza LimImpuesto
027169                     TO TotalEmitido
027170             END-IF
027171         WHEN LimCobrado
027172             ADD LimImpuesto      TO ImpuestoCobrado
027173         WHEN LimDevuelto
027174             ADD LimDerechoPoliza TO DerechoDevuelto
027176             ADD LimImpuesto      TO ImpuestoDevuelto
027178     END-EVALUATE.
027180 6800-SUMAR-LIBRO-EXIT.
027182     EXIT.
027184
027187*----------------------------------------------------------------
027190* 6900-RESERVAS - SUMA LA VARIACION DE LA RESERVA DE PRIMAS DE
027193* LOS REGISTROS "U" DEL CORTE DE HOY.  SOLO HAY LA NOCHE DE
027196* CIERRE; LOS DEMAS DIAS, O SIN HISTORICO, EL CONCEPTO VA EN
027199* CERO.
027202*----------------------------------------------------------------
027205 6900-RESERVAS.
027208     OPEN INPUT ArchivoReservas
027211     IF EstadoArchivoReservas NOT = "00"
027214         GO TO 6900-RESERVAS-EXIT
027217     END-IF
027220     MOVE "N" TO FinArchivo
027223     PERFORM 6950-SUMAR-RESERVA THRU 6950-SUMAR-RESERVA-EXIT
027226         UNTIL TodoLeido
027229     CLOSE ArchivoReservas.
027232 6900-RESERVAS-EXIT.
027235     EXIT.
027238
027241 6950-SUMAR-RESERVA.
027244     READ ArchivoReservas INTO RegistroReserva
027247         AT END
027250             MOVE "S" TO FinArchivo
027253             GO TO 6950-SUMAR-RESERVA-EXIT
027256     END-READ
027259     IF RsvFechaCorte = FechaHoy
027262         AND RsvPrimaNoDevengada
027265         AND RsvVariacion NUMERIC
027268         ADD RsvVariacion TO VariacionReserva
027271     END-IF.
027274 6950-SUMAR-RESERVA-EXIT.
027277     EXIT.
027280
027283*----------------------------------------------------------------
027300* 7000-GRABAR-ASIENTOS - UN ASIENTO DEBE Y UNO HABER POR CADA
027400* CONCEPTO CON MOVIMIENTO; UN NETO NEGATIVO (CONTRACARGO DE
027500* COMISIONES, CREDITO NETO DE ENDOSOS) INVIERTE LAS CUENTAS
027600* CON EL IMPORTE ABSOLUTO, ASI QUE EL ARCHIVO NUNCA LLEVA
027700* IMPORTES NEGATIVOS.  LAS RECLASIFICACIONES DEL LIBRO DE
027750* IMPUESTOS VAN AL FINAL, DESPUES DE LOS CONCEPTOS BRUTOS, Y
027760* DETRAS LA VARIACION DE LA RESERVA DE PRIMAS.
027800*----------------------------------------------------------------
027900 7000-GRABAR-ASIENTOS.
028000     IF TotalEmitido > ZEROES
030100         PERFORM 7100-GRABAR-PAREJA
030200             THRU 7100-GRABAR-PAREJA-EXIT
030300     END-IF
030310     IF TotalRecuperos > ZEROES
030320         MOVE CtaCaja        TO CuentaDebeWk
030330         MOVE CtaRecuperoSin TO CuentaHaberWk
030340         MOVE "RECUPEROS DE SINIESTROS" TO ConceptoWk
030350         MOVE TotalRecuperos TO MontoAsientoWk
030360         PERFORM 7100-GRABAR-PAREJA
030370             THRU 7100-GRABAR-PAREJA-EXIT
030380     END-IF
030400     IF TotalComisiones NOT = ZEROES
030500         IF TotalComisiones > ZEROES
030600             MOVE CtaGastoComis TO CuentaDebeWk
032800         MOVE "AJUSTES POR ENDOSO" TO ConceptoWk
032900         PERFORM 7100-GRABAR-PAREJA
033000             THRU 7100-GRABAR-PAREJA-EXIT
033100     END-IF
033110     IF TotalDevoluciones > ZEROES
033120         MOVE CtaDevolPrimas TO CuentaDebeWk
033130         MOVE CtaDevolPagar  TO CuentaHaberWk
033140         MOVE "DEVOLUCIONES DE PRIMA" TO ConceptoWk
033150         MOVE TotalDevoluciones TO MontoAsientoWk
033160         PERFORM 7100-GRABAR-PAREJA
033170             THRU 7100-GRABAR-PAREJA-EXIT
033180     END-IF
033182     IF DerechoEmitido NOT = ZEROES
033184         IF DerechoEmitido > ZEROES
033186             MOVE CtaPrimas   TO CuentaDebeWk
033188             MOVE CtaDerechos TO CuentaHaberWk
033190             MOVE DerechoEmitido TO MontoAsientoWk
033192         ELSE
033194             MOVE CtaDerechos TO CuentaDebeWk
033196             MOVE CtaPrimas   TO CuentaHaberWk
033198             COMPUTE MontoAsientoWk = DerechoEmitido * -1
033200         END-IF
033202         MOVE "DERECHOS DE POLIZA EMITIDOS" TO ConceptoWk
033204         PERFORM 7100-GRABAR-PAREJA
033206             THRU 7100-GRABAR-PAREJA-EXIT
033208     END-IF
033210     IF ImpuestoEmitido NOT = ZEROES
033212         IF ImpuestoEmitido > ZEROES
033214             MOVE CtaPrimas       TO CuentaDebeWk
033216             MOVE CtaImpNoCobrado TO CuentaHaberWk
033218             MOVE ImpuestoEmitido TO MontoAsientoWk
033220         ELSE
033222             MOVE CtaImpNoCobrado TO CuentaDebeWk
033224             MOVE CtaPrimas       TO CuentaHaberWk
033226             COMPUTE MontoAsientoWk = ImpuestoEmitido * -1
033228         END-IF
033230         MOVE "IMPUESTO SOBRE PRIMAS EMITIDO" TO ConceptoWk
033232         PERFORM 7100-GRABAR-PAREJA
033234             THRU 7100-GRABAR-PAREJA-EXIT
033236     END-IF
033238     IF ImpuestoCobrado > ZEROES
033240         MOVE CtaImpNoCobrado TO CuentaDebeWk
033242         MOVE CtaImpPagar     TO CuentaHaberWk
033244         MOVE "IMPUESTO SOBRE PRIMAS COBRADO" TO ConceptoWk
033246         MOVE ImpuestoCobrado TO MontoAsientoWk
033248         PERFORM 7100-GRABAR-PAREJA
033250             THRU 7100-GRABAR-PAREJA-EXIT
033252     END-IF
033254     IF ImpuestoDevuelto > ZEROES
033256         MOVE CtaImpPagar    TO CuentaDebeWk
033258         MOVE CtaDevolPrimas TO CuentaHaberWk
033260         MOVE "IMPUESTO SOBRE PRIMAS DEVUELTO" TO ConceptoWk
033262         MOVE ImpuestoDevuelto TO MontoAsientoWk
033264         PERFORM 7100-GRABAR-PAREJA
033266             THRU 7100-GRABAR-PAREJA-EXIT
033268     END-IF
033270     IF DerechoDevuelto > ZEROES
033272         MOVE CtaDerechos    TO CuentaDebeWk
033274         MOVE CtaDevolPrimas TO CuentaHaberWk
033276         MOVE "DERECHOS DE POLIZA DEVUELTOS" TO ConceptoWk
033278         MOVE DerechoDevuelto TO MontoAsientoWk
033280         PERFORM 7100-GRABAR-PAREJA
033282             THRU 7100-GRABAR-PAREJA-EXIT
033284     END-IF
033285     IF VariacionReserva NOT = ZEROES
033286         IF VariacionReserva > ZEROES
033287             MOVE CtaGastoReserva  TO CuentaDebeWk
033288             MOVE CtaReservaPrimas TO CuentaHaberWk
033289             MOVE VariacionReserva TO MontoAsientoWk
033290         ELSE
033291             MOVE CtaReservaPrimas TO CuentaDebeWk
033292             MOVE CtaGastoReserva  TO CuentaHaberWk
033293             COMPUTE MontoAsientoWk = VariacionReserva * -1
033294         END-IF
033295         MOVE "VARIACION RESERVA DE PRIMAS" TO ConceptoWk
033296         PERFORM 7100-GRABAR-PAREJA
033297             THRU 7100-GRABAR-PAREJA-EXIT
033298     END-IF.
033299 7000-GRABAR-ASIENTOS-EXIT.
033300     EXIT.
033400
033500 7100-GRABAR-PAREJA.

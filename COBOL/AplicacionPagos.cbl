001898*                 EXTEND), EL ESPEJO DE PAGOSSIN.DAT EN LOS
001899*                 SINIESTROS: InterfazContable SUMA DE AHI LA
001901*                 COBRANZA DEL DIA PARA EL ASIENTO AL MAYOR.
001911* 2026-10-15 DSS  CUOTAS DE LOS PLANES DE PAGO (VER RECREG): EL
001921*                 PAGO TRAE EL NUMERO DE CUOTA (PagNumeroCuota).
001931*                 SI VIENE EN BLANCO O EN CERO SE ABONA A LA
001941*                 CUOTA IMPAGA MAS ANTIGUA DE LA VIGENCIA, O A
001951*                 LA ULTIMA EMITIDA SI TODAS ESTAN COBRADAS, IGUAL
001961*                 QUE UN PAGO DE MAS AL RECIBO ANUAL.  EL DETALLE
001971*                 Y EL LISTADO LLEVAN LA CUOTA.
001972* 2026-10-15 DSS  IMPUESTO SOBRE PRIMAS Y DERECHO DE POLIZA (VER
001973*                 RECREG): CADA PAGO SE REPARTE ENTRE PRIMA NETA,
001974*                 DERECHO E IMPUESTO EN PROPORCION A LAS PARTES
001975*                 DE LA CUOTA, SOBRE LO COBRADO ACUMULADO (ASI LA
001976*                 CUOTA COBRADA COMPLETA CUADRA AL CENTAVO CON
001977*                 SUS PARTES; UN PAGO DE MAS VA TODO A PRIMA
001978*                 NETA).  EL REPARTO VA EN PAGOSAPL.DAT Y COMO
001979*                 MOVIMIENTO "C" EN EL LIBRO DE IMPUESTOS
001980*                 LIBIMP.DAT (COPY IMPREG).
001981*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
003210     SELECT DetallePagosApl ASSIGN TO "PAGOSAPL.DAT"
003220         ORGANIZATION IS LINE SEQUENTIAL
003230         FILE STATUS IS EstadoDetallePagos.
003240     SELECT ArchivoLibroImpuesto ASSIGN TO "LIBIMP.DAT"
003250         ORGANIZATION IS LINE SEQUENTIAL
003260         FILE STATUS IS EstadoArchivoLibro.
003300
003400 DATA DIVISION.
003500 FILE SECTION.
004200     05 PagAnioVigencia  PIC 9(04).
004300     05 PagFechaPago     PIC 9(08).
004400     05 PagMontoPago     PIC 9(7)V99.
004450     05 PagNumeroCuota   PIC 9(02).
004500
004600 FD  ListadoAuditoria.
004700 01  LineaAuditoria       PIC X(80).
004710
004720 FD  DetallePagosApl.
004730     COPY PAGAPL.
004740
004750 FD  ArchivoLibroImpuesto.
004760     COPY IMPREG.
004800
004900 WORKING-STORAGE SECTION.
005000 77  EstadoArchivoRecibos PIC X(02)     VALUE "00".
005500 77  TotalAplicado       PIC 9(8)V99    VALUE ZEROES.
005600 77  TotalAplicadosEd    PIC ZZZZZZ9.
005700 77  TotalRechazosEd     PIC ZZZZZZ9.
005720 77  CuotaElegida        PIC 9(02)      VALUE ZEROES.
005740 77  UltimaCuota         PIC 9(02)      VALUE ZEROES.
005760 77  FinCuotas           PIC X(01)      VALUE "N".
005780     88 CuotasRecorridas                VALUE "S".
005782 77  EstadoArchivoLibro  PIC X(02)      VALUE "00".
005784 77  CobradoAntes        PIC 9(7)V99    VALUE ZEROES.
005786 77  CobradoDespues      PIC 9(7)V99    VALUE ZEROES.
005788 77  ParteAntes          PIC 9(7)V99    VALUE ZEROES.
005790 77  ParteDespues        PIC 9(7)V99    VALUE ZEROES.
005792 77  PrimaNetaPagoWk     PIC 9(7)V99    VALUE ZEROES.
005794 77  DerechoPagoWk       PIC 9(7)V99    VALUE ZEROES.
005796 77  ImpuestoPagoWk      PIC 9(7)V99    VALUE ZEROES.
005800 01  LineaAuditoriaWk.
005900     05 LawAccion         PIC X(10).
006000     05 LawNumeroPoliza   PIC X(10).
006100     05 LawAnio           PIC X(06).
006150     05 LawCuota          PIC X(04).
006200     05 LawMonto          PIC Z(6)9.99.
006300     05 FILLER            PIC X(29).
006400
006500 PROCEDURE DIVISION.
006600 0000-MAINLINE.
007520     IF EstadoDetallePagos = "35"
007530         OPEN OUTPUT DetallePagosApl
007540     END-IF
007550     OPEN EXTEND ArchivoLibroImpuesto
007560     IF EstadoArchivoLibro = "35"
007570         OPEN OUTPUT ArchivoLibroImpuesto
007580     END-IF
007600     OPEN OUTPUT ListadoAuditoria
007700     MOVE "LISTADO DE AUDITORIA - APLICACION DE PAGOS"
007800         TO LineaAuditoria
009900     EXIT.
010000
010100*----------------------------------------------------------------
010200* 2100-APLICAR-PAGO - LOCALIZA LA CUOTA POR POLIZA + ANIO +
010260* CUOTA (ELEGIDA POR 2150 SI EL PAGO NO LA TRAE), LE ABONA
010320* EL PAGO Y LA MARCA COBRADA CUANDO EL ABONO CUBRE EL
010400* MONTO DEL RECIBO, O PARCIAL SI TODAVIA QUEDA SALDO.
010500*----------------------------------------------------------------
010600 2100-APLICAR-PAGO.
010800         OR PagMontoPago NOT > ZEROES
010900         OR PagAnioVigencia NOT NUMERIC
010910         OR PagFechaPago NOT NUMERIC
010950         MOVE ZEROES TO CuotaElegida
011000         PERFORM 2800-RECHAZAR-PAGO
011100             THRU 2800-RECHAZAR-PAGO-EXIT
011200         GO TO 2100-APLICAR-PAGO-EXIT
011300     END-IF
011310     IF PagNumeroCuota NUMERIC
011320         AND PagNumeroCuota > ZEROES
011330         MOVE PagNumeroCuota TO CuotaElegida
011340     ELSE
011350         PERFORM 2150-ELEGIR-CUOTA THRU 2150-ELEGIR-CUOTA-EXIT
011360     END-IF
011400     MOVE PagNumeroPoliza TO RecNumeroPoliza
011500     MOVE PagAnioVigencia TO RecAnioVigencia
011550     MOVE CuotaElegida    TO RecNumeroCuota
011600     READ ArchivoRecibos
011700         INVALID KEY
011800             PERFORM 2800-RECHAZAR-PAGO
011900                 THRU 2800-RECHAZAR-PAGO-EXIT
012000             GO TO 2100-APLICAR-PAGO-EXIT
012100     END-READ
012110     IF MontoCobrado < MontoRecibo
012120         MOVE MontoCobrado TO CobradoAntes
012130     ELSE
012140         MOVE MontoRecibo  TO CobradoAntes
012150     END-IF
012200     ADD PagMontoPago TO MontoCobrado
012250     PERFORM 2200-REPARTIR-PAGO THRU 2200-REPARTIR-PAGO-EXIT
012300     MOVE PagFechaPago TO FechaUltimoPago
012400     EVALUATE TRUE
012500         WHEN MontoCobrado >= MontoRecibo
013500             ADD PagMontoPago TO TotalAplicado
013550             PERFORM 2500-GRABAR-DETALLE
013560                 THRU 2500-GRABAR-DETALLE-EXIT
013570             PERFORM 2550-GRABAR-LIBRO
013580                 THRU 2550-GRABAR-LIBRO-EXIT
013600             MOVE "APLICADO"  TO LawAccion
013700             PERFORM 2900-ESCRIBIR-AUDIT
013800                 THRU 2900-ESCRIBIR-AUDIT-EXIT
014000 2100-APLICAR-PAGO-EXIT.
014100     EXIT.
014200
014201*----------------------------------------------------------------
014202* 2150-ELEGIR-CUOTA - PAGO SIN NUMERO DE CUOTA: RECORRE LAS
014203* CUOTAS DE LA VIGENCIA EN ORDEN Y ELIGE LA PRIMERA CON SALDO;
014204* SI NO QUEDA NINGUNA CON SALDO, LA ULTIMA.  SIN CUOTAS DE LA
014205* VIGENCIA QUEDA EN CERO Y EL PAGO SE RECHAZA POR SIN RECIBO.
014206*----------------------------------------------------------------
014207 2150-ELEGIR-CUOTA.
014208     MOVE ZEROES TO CuotaElegida
014209     MOVE ZEROES TO UltimaCuota
014210     MOVE "N"    TO FinCuotas
014211     MOVE PagNumeroPoliza TO RecNumeroPoliza
014212     MOVE PagAnioVigencia TO RecAnioVigencia
014213     MOVE ZEROES          TO RecNumeroCuota
014214     START ArchivoRecibos KEY IS NOT LESS THAN NumeroRecibo
014215         INVALID KEY
014216             GO TO 2150-ELEGIR-CUOTA-EXIT
014217     END-START
014218     PERFORM 2160-LEER-CUOTA THRU 2160-LEER-CUOTA-EXIT
014219         UNTIL CuotasRecorridas
014220     IF CuotaElegida = ZEROES
014221         MOVE UltimaCuota TO CuotaElegida
014222     END-IF.
014223 2150-ELEGIR-CUOTA-EXIT.
014224     EXIT.
014225
014226 2160-LEER-CUOTA.
014227     READ ArchivoRecibos NEXT RECORD
014228         AT END
014229             MOVE "S" TO FinCuotas
014230             GO TO 2160-LEER-CUOTA-EXIT
014231     END-READ
014232     IF RecNumeroPoliza NOT = PagNumeroPoliza
014233         OR RecAnioVigencia NOT = PagAnioVigencia
014234         MOVE "S" TO FinCuotas
014235         GO TO 2160-LEER-CUOTA-EXIT
014236     END-IF
014237     MOVE RecNumeroCuota TO UltimaCuota
014238     IF MontoCobrado < MontoRecibo
014239         MOVE RecNumeroCuota TO CuotaElegida
014240         MOVE "S" TO FinCuotas
014241     END-IF.
014242 2160-LEER-CUOTA-EXIT.
014243     EXIT.
014244
014246*----------------------------------------------------------------
014248* 2200-REPARTIR-PAGO - REPARTE EL PAGO ENTRE LAS PARTES DE LA
014250* CUOTA: EL IMPUESTO Y EL DERECHO DEL PAGO SON LA DIFERENCIA
014252* ENTRE SU PROPORCION SOBRE LO COBRADO DESPUES DEL PAGO Y
014254* SOBRE LO COBRADO ANTES (AMBOS TOPADOS EN EL MONTO DE LA
014256* CUOTA); LA PRIMA NETA ES EL RESTO.  UNA CUOTA SIN MONTO O
014258* SIN PARTES VA TODA A PRIMA NETA.
014260*----------------------------------------------------------------
014262 2200-REPARTIR-PAGO.
014264     MOVE ZEROES       TO DerechoPagoWk
014266     MOVE ZEROES       TO ImpuestoPagoWk
014268     MOVE PagMontoPago TO PrimaNetaPagoWk
014270     IF MontoRecibo NOT > ZEROES
014272         OR RecDerechoPoliza NOT NUMERIC
014274         OR RecImpuesto NOT NUMERIC
014276         GO TO 2200-REPARTIR-PAGO-EXIT
014278     END-IF
014280     IF MontoCobrado < MontoRecibo
014282         MOVE MontoCobrado TO CobradoDespues
014284     ELSE
014286         MOVE MontoRecibo  TO CobradoDespues
014288     END-IF
014290     COMPUTE ParteAntes ROUNDED =
014292         CobradoAntes * RecDerechoPoliza / MontoRecibo
014294     COMPUTE ParteDespues ROUNDED =
014296         CobradoDespues * RecDerechoPoliza / MontoRecibo
014298     COMPUTE DerechoPagoWk = ParteDespues - ParteAntes
014300     COMPUTE ParteAntes ROUNDED =
014302         CobradoAntes * RecImpuesto / MontoRecibo
014304     COMPUTE ParteDespues ROUNDED =
014306         CobradoDespues * RecImpuesto / MontoRecibo
014308     COMPUTE ImpuestoPagoWk = ParteDespues - ParteAntes
014310     COMPUTE PrimaNetaPagoWk =
014312         PagMontoPago - DerechoPagoWk - ImpuestoPagoWk.
014314 2200-REPARTIR-PAGO-EXIT.
014316     EXIT.
014318
014320 2500-GRABAR-DETALLE.
014322     MOVE FechaHoy        TO PapFechaAplicacion
014324     MOVE PagNumeroPoliza TO PapNumeroPoliza
014326     MOVE PagAnioVigencia TO PapAnioVigencia
014328     MOVE PagFechaPago    TO PapFechaPago
014330     MOVE PagMontoPago    TO PapMontoPago
014332     MOVE CuotaElegida    TO PapNumeroCuota
014334     MOVE PrimaNetaPagoWk TO PapPrimaNeta
014336     MOVE DerechoPagoWk   TO PapDerechoPoliza
014338     MOVE ImpuestoPagoWk  TO PapImpuesto
014340     WRITE RegistroPagoAplicado.
014342 2500-GRABAR-DETALLE-EXIT.
014344     EXIT.
014346
014348 2550-GRABAR-LIBRO.
014350     MOVE FechaHoy        TO LimFecha
014352     MOVE "C"             TO LimTipoMovimiento
014354     MOVE RecCodigoRamo   TO LimCodigoRamo
014356     MOVE PagNumeroPoliza TO LimNumeroPoliza
014358     MOVE PagAnioVigencia TO LimAnioVigencia
014360     MOVE CuotaElegida    TO LimNumeroCuota
014362     MOVE PrimaNetaPagoWk TO LimPrimaNeta
014364     MOVE DerechoPagoWk   TO LimDerechoPoliza
014366     MOVE ImpuestoPagoWk  TO LimImpuesto
014368     WRITE RegistroLibroImpuesto.
014370 2550-GRABAR-LIBRO-EXIT.
014372     EXIT.
014374
014376 2800-RECHAZAR-PAGO.
014400     ADD 1 TO ContadorRechazos
014500     MOVE "RECHAZO"  TO LawAccion
014600     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
015000 2900-ESCRIBIR-AUDIT.
015100     MOVE PagNumeroPoliza TO LawNumeroPoliza
015200     MOVE PagAnioVigencia TO LawAnio
015250     MOVE CuotaElegida    TO LawCuota
015300     MOVE PagMontoPago    TO LawMonto
015400     MOVE SPACES TO LineaAuditoria
015500     STRING LawAccion    DELIMITED BY SIZE
015600            LawNumeroPoliza DELIMITED BY SIZE
015700            LawAnio      DELIMITED BY SIZE
015750            LawCuota     DELIMITED BY SIZE
015800            LawMonto     DELIMITED BY SIZE
015900         INTO LineaAuditoria
016000     END-STRING
016500 8000-FINALIZAR.
016600     CLOSE ArchivoRecibos
016650     CLOSE DetallePagosApl
016670     CLOSE ArchivoLibroImpuesto
016700     CLOSE ArchivoPagos
016800     MOVE SPACES TO LineaAuditoria
016900     WRITE LineaAuditoria

002400*                 LA DELATE A LOS 60 DIAS.  SE CORRE DE DIA,
002500*                 ANTES DE AplicacionPagos, FUERA DEL CONTROL
002600*                 DE CORRIDAS DEL PASE.
002610* 2026-10-15 DSS  CUOTAS DE LOS PLANES DE PAGO (VER RECREG): LA
002620*                 PARTIDA DEL BANCO TRAE EL NUMERO DE CUOTA
002630*                 DOMICILIADA (BcoNumeroCuota) Y SE APAREA CON
002640*                 ESA CUOTA; SI VIENE EN BLANCO O EN CERO BASTA
002650*                 CON QUE LA VIGENCIA TENGA ALGUNA CUOTA, Y
002660*                 AplicacionPagos ELIGE LA IMPAGA MAS ANTIGUA.
002670*                 LA CUOTA PASA A PAGOS.DAT (PagNumeroCuota).
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
005600         88 RetornoPagado     VALUE "00".
005700         88 RetornoSinFondos  VALUE "01".
005800         88 RetornoCtaCerrada VALUE "02".
005850     05 BcoNumeroCuota   PIC 9(02).
005900
006000 FD  ArchivoRecibos.
006100     COPY RECREG.
006600     05 PagAnioVigencia  PIC 9(04).
006700     05 PagFechaPago     PIC 9(08).
006800     05 PagMontoPago     PIC 9(7)V99.
006850     05 PagNumeroCuota   PIC 9(02).
006900
007000 FD  ReporteRechazos.
007100 01  LineaRechazo         PIC X(80).
008200 77  TotalAceptadosEd    PIC ZZZZZZ9.
008300 77  TotalRechazadosEd   PIC ZZZZZZ9.
008400 77  DescMotivoWk        PIC X(24)      VALUE SPACES.
008450 77  CuotaPartida        PIC 9(02)      VALUE ZEROES.
008500 01  LineaRechazoWk.
008600     05 LrwNumeroPoliza   PIC X(10).
008700     05 LrwAnio           PIC X(06).
017100         PERFORM 2800-RECHAZAR THRU 2800-RECHAZAR-EXIT
017200         GO TO 2100-CLASIFICAR-EXIT
017300     END-IF
017320     MOVE ZEROES TO CuotaPartida
017340     IF BcoNumeroCuota NUMERIC
017360         MOVE BcoNumeroCuota TO CuotaPartida
017380     END-IF
017400     MOVE BcoNumeroPoliza TO RecNumeroPoliza
017500     MOVE BcoAnioVigencia TO RecAnioVigencia
017540     MOVE CuotaPartida    TO RecNumeroCuota
017580     IF CuotaPartida > ZEROES
017620         READ ArchivoRecibos
017660             INVALID KEY
017700                 MOVE "SIN RECIBO EN CARTERA" TO DescMotivoWk
017740                 PERFORM 2800-RECHAZAR THRU 2800-RECHAZAR-EXIT
017780                 GO TO 2100-CLASIFICAR-EXIT
017820         END-READ
017860     ELSE
017900         PERFORM 2200-BUSCAR-VIGENCIA
017940             THRU 2200-BUSCAR-VIGENCIA-EXIT
017980         IF DescMotivoWk NOT = SPACES
018020             PERFORM 2800-RECHAZAR THRU 2800-RECHAZAR-EXIT
018060             GO TO 2100-CLASIFICAR-EXIT
018100         END-IF
018140     END-IF
018200     MOVE BcoNumeroPoliza TO PagNumeroPoliza
018300     MOVE BcoAnioVigencia TO PagAnioVigencia
018400     MOVE BcoFechaCobro   TO PagFechaPago
018500     MOVE BcoMontoCobro   TO PagMontoPago
018550     MOVE CuotaPartida    TO PagNumeroCuota
018600     WRITE RegistroPago
018700     ADD 1 TO ContadorAceptados
018800     ADD BcoMontoCobro TO TotalAceptado.
018900 2100-CLASIFICAR-EXIT.
019000     EXIT.
019100
019104*----------------------------------------------------------------
019108* 2200-BUSCAR-VIGENCIA - PARTIDA SIN NUMERO DE CUOTA: POSICIONA
019112* EN LA PRIMERA CUOTA DE LA POLIZA + ANIO Y DEJA EL MOTIVO DE
019116* RECHAZO EN DescMotivoWk SI LA VIGENCIA NO TIENE NINGUNA.
019120*----------------------------------------------------------------
019124 2200-BUSCAR-VIGENCIA.
019128     MOVE SPACES TO DescMotivoWk
019132     START ArchivoRecibos KEY IS NOT LESS THAN NumeroRecibo
019136         INVALID KEY
019140             MOVE "SIN RECIBO EN CARTERA" TO DescMotivoWk
019144             GO TO 2200-BUSCAR-VIGENCIA-EXIT
019148     END-START
019152     READ ArchivoRecibos NEXT RECORD
019156         AT END
019160             MOVE "SIN RECIBO EN CARTERA" TO DescMotivoWk
019164             GO TO 2200-BUSCAR-VIGENCIA-EXIT
019168     END-READ
019172     IF RecNumeroPoliza NOT = BcoNumeroPoliza
019176         OR RecAnioVigencia NOT = BcoAnioVigencia
019180         MOVE "SIN RECIBO EN CARTERA" TO DescMotivoWk
019184     END-IF.
019188 2200-BUSCAR-VIGENCIA-EXIT.
019192     EXIT.
019196
019200 2800-RECHAZAR.
019300     ADD 1 TO ContadorRechazados
019400     IF BcoMontoCobro NUMERIC

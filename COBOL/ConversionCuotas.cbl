000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionCuotas.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DE LA CARTERA DE RECIBOS PARA EL CORTE A LOS
001200*                 PLANES DE PAGO EN CUOTAS (VER RECREG): LA
001300*                 CLAVE NumeroRecibo PASA A LLEVAR EL NUMERO DE
001400*                 CUOTA Y EL REGISTRO CRECE A 100 POSICIONES.
001500*                 ABRE RECIBOS.DAT CON SU DEFINICION ANTERIOR
001600*                 (69 POSICIONES, CLAVE POLIZA + ANIO), LO
001700*                 DESCARGA A RESPCUO.G1 EN EL LAYOUT NUEVO -
001800*                 CADA RECIBO VIEJO ES LA CUOTA 01 DE UN PLAN
001900*                 ANUAL DE UNA SOLA CUOTA, QUE VENCE EN SU
002000*                 FECHA DE EMISION (ASI EL ENVEJECIMIENTO NO
002100*                 CAMBIA) SIN RECARGO FINANCIERO; UN SUPLEMENTO
002200*                 "S" QUEDA SIN PLAN HASTA QUE LA FACTURACION LO
002300*                 COMPLETE - CON TRAILER *FIN* DE CANTIDAD Y
002400*                 HASH DE MontoRecibo, Y ACTO SEGUIDO
002500*                 RECONSTRUYE RECIBOS.DAT PROBANDO EL CUADRE
002600*                 CONTRA EL TRAILER COMO RecargaMaestro.  EL
002700*                 ORDEN DE LA CLAVE VIEJA SE CONSERVA BAJO LA
002800*                 NUEVA (LA CUOTA 01 NO ALTERA LA SECUENCIA),
002900*                 ASI QUE LA RECARGA ES SECUENCIAL.  SI
003000*                 RESPCUO.G1 YA EXISTE SE NIEGA A CORRER, PARA
003100*                 NO PISAR EL RESPALDO DE UNA INSTALACION YA
003200*                 CONVERTIDA.  MISMO ESQUEMA QUE
003300*                 ConversionRecibos.
003310* 2026-10-15 DSS  UTILERIA RETIRADA (SU CORTE YA SE EJECUTO).
003320*                 LA CARTERA DE DESTINO SE DECLARA AHORA EN
003330*                 LINEA, CONGELADA EN EL LAYOUT DE SU EPOCA (100
003340*                 POSICIONES), EN VEZ DE COPY RECREG: EL COPY
003350*                 PASO A LAS PARTES DEL RECIBO (VER
003360*                 ConversionImpuestos) Y YA NO DESCRIBIA EL
003370*                 ARCHIVO QUE ESTE PROGRAMA GRABABA.  MISMO
003380*                 ESQUEMA QUE ConversionMaestro.
003400*----------------------------------------------------------------
003500
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT ArchivoRecibosAnt ASSIGN TO "RECIBOS.DAT"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS NumeroReciboAnt
004300         ALTERNATE RECORD KEY IS RecIdClienteAnt
004400             WITH DUPLICATES
004500         FILE STATUS IS EstadoArchivoRecibosAnt.
004600     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS NumeroRecibo
005000         ALTERNATE RECORD KEY IS RecIdCliente
005100             WITH DUPLICATES
005200         FILE STATUS IS EstadoArchivoRecibos.
005300     SELECT ArchivoRespaldo ASSIGN TO "RESPCUO.G1"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS EstadoArchivoRespaldo.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900*----------------------------------------------------------------
006000* DEFINICION ANTERIOR DE LA CARTERA (LA DE ANTES DE LAS
006100* CUOTAS), DECLARADA AQUI A PROPOSITO EN VEZ DE COPY RECREG:
006200* EL ARCHIVO FISICO TODAVIA TIENE CLAVE POLIZA + ANIO Y NO
006300* TRAE VENCIMIENTO NI DATOS DEL PLAN DE PAGO.
006400*----------------------------------------------------------------
006500 FD  ArchivoRecibosAnt.
006600 01  RegistroReciboAnt.
006700     05 NumeroReciboAnt.
006800         10 RecNumeroPolizaAnt PIC X(08).
006900         10 RecAnioVigAnt    PIC 9(04).
007000     05 RecIdClienteAnt     PIC X(5).
007100     05 RecCodigoAgenteAnt  PIC X(05).
007200     05 RecCodigoRamoAnt    PIC X(03).
007300     05 FechaEmisionAnt     PIC 9(08).
007400     05 MontoReciboAnt      PIC 9(7)V99.
007500     05 MontoCobradoAnt     PIC 9(7)V99.
007600     05 FechaUltimoPagoAnt  PIC 9(08).
007700     05 MontoBaseLiqAnt     PIC 9(7)V99.
007800     05 EstadoReciboAnt     PIC X(01).
007900
007920*----------------------------------------------------------------
007940* CARTERA DE DESTINO EN EL LAYOUT DE LAS CUOTAS (100
007960* POSICIONES), CONGELADA AQUI: ES EL QUE ESTE CORTE GRABO.
007980*----------------------------------------------------------------
008000 FD  ArchivoRecibos.
008008 01  RegistroRecibo.
008016     05 NumeroRecibo.
008024         10 RecNumeroPoliza  PIC X(08).
008032         10 RecAnioVigencia  PIC 9(04).
008040         10 RecNumeroCuota   PIC 9(02).
008048     05 RecIdCliente     PIC X(5).
008056     05 RecCodigoAgente  PIC X(05).
008064     05 RecCodigoRamo    PIC X(03).
008072     05 FechaEmisionRecibo PIC 9(08).
008080     05 MontoRecibo      PIC 9(7)V99.
008088     05 MontoCobrado     PIC 9(7)V99.
008096     05 FechaUltimoPago  PIC 9(08).
008104     05 MontoBaseLiquidado PIC 9(7)V99.
008112     05 EstadoRecibo     PIC X(01).
008120         88 ReciboPendiente    VALUE "P".
008128         88 ReciboParcial      VALUE "A".
008136         88 ReciboCobrado      VALUE "C".
008144         88 ReciboSuplemento   VALUE "S".
008152     05 FechaVencimientoRecibo PIC 9(08).
008160     05 RecPlanPago      PIC X(01).
008168     05 RecCuotasPlan    PIC 9(02).
008176     05 RecPrimaAnualPlan PIC 9(7)V99.
008184     05 RecRecargoFinanciero PIC 9(7)V99.
008200
008300 FD  ArchivoRespaldo.
008400 01  RegistroRespaldo     PIC X(100).
008500
008600 WORKING-STORAGE SECTION.
008700 77  EstadoArchivoRecibosAnt PIC X(02)   VALUE "00".
008800 77  EstadoArchivoRecibos PIC X(02)      VALUE "00".
008900 77  EstadoArchivoRespaldo PIC X(02)     VALUE "00".
009000 77  FinArchivo          PIC X(01)      VALUE "N".
009100     88 TodoLeido                       VALUE "S".
009200 77  HalleTrailer        PIC X(01)      VALUE "N".
009300     88 TrailerLeido                    VALUE "S".
009400 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
009500 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
009600 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
009700 77  HashMontoRecibo     PIC 9(11)V99   VALUE ZEROES.
009800 77  HashRecargado       PIC 9(11)V99   VALUE ZEROES.
009900
010000*----------------------------------------------------------------
010100* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
010200* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro.
010300*----------------------------------------------------------------
010400 01  TrailerRespaldo.
010500     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
010600     05 TrlCantidad      PIC 9(07).
010700     05 TrlHashMonto     PIC 9(11)V99.
010800     05 FILLER           PIC X(75)      VALUE SPACES.
010900
011000 01  RegistroRespaldoWk.
011100     05 RespDatos        PIC X(100).
011200     05 RespTrailerR REDEFINES RespDatos.
011300         10 RtMarca      PIC X(05).
011400         10 RtCantidad   PIC 9(07).
011500         10 RtHashMonto  PIC 9(11)V99.
011600         10 FILLER       PIC X(75).
011700
011800 PROCEDURE DIVISION.
011900 0000-MAINLINE.
012000     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
012100     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
012200         UNTIL TodoLeido
012300     PERFORM 3000-PREPARAR-RECARGA
012400         THRU 3000-PREPARAR-RECARGA-EXIT
012500     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
012600         UNTIL TodoLeido OR TrailerLeido
012700     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
012800     STOP RUN.
012900
013000*----------------------------------------------------------------
013100* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPCUO.G1
013200* (INSTALACION YA CONVERTIDA) Y SI LA CARTERA VIEJA NO ABRE;
013300* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
013400*----------------------------------------------------------------
013500 1000-INICIAR.
013600     OPEN INPUT ArchivoRespaldo
013700     IF EstadoArchivoRespaldo = "00"
013800         CLOSE ArchivoRespaldo
013900         DISPLAY "RESPCUO.G1 YA EXISTE - LA CONVERSION NO SE "
014000             "REPITE"
014100         MOVE 8 TO RETURN-CODE
014200         STOP RUN
014300     END-IF
014400     OPEN INPUT ArchivoRecibosAnt
014500     IF EstadoArchivoRecibosAnt NOT = "00"
014600         DISPLAY "NO SE PUDO ABRIR RECIBOS.DAT CON LA "
014700             "DEFINICION ANTERIOR - ESTADO "
014800             EstadoArchivoRecibosAnt
014900         MOVE 8 TO RETURN-CODE
015000         STOP RUN
015100     END-IF
015200     OPEN OUTPUT ArchivoRespaldo.
015300 1000-INICIAR-EXIT.
015400     EXIT.
015500
015600*----------------------------------------------------------------
015700* 2000-DESCARGAR - TRASLADA CADA RECIBO VIEJO AL LAYOUT NUEVO
015800* COMO CUOTA 01 DE UN PLAN ANUAL (EL SUPLEMENTO "S" SIN PLAN)
015900* Y LO DESCARGA AL RESPALDO.
016000*----------------------------------------------------------------
016100 2000-DESCARGAR.
016200     READ ArchivoRecibosAnt INTO RegistroReciboAnt
016300         AT END
016400             MOVE "S" TO FinArchivo
016500             GO TO 2000-DESCARGAR-EXIT
016600     END-READ
016700     MOVE RecNumeroPolizaAnt TO RecNumeroPoliza
016800     MOVE RecAnioVigAnt      TO RecAnioVigencia
016900     MOVE 1                  TO RecNumeroCuota
017000     MOVE RecIdClienteAnt    TO RecIdCliente
017100     MOVE RecCodigoAgenteAnt TO RecCodigoAgente
017200     MOVE RecCodigoRamoAnt   TO RecCodigoRamo
017300     MOVE FechaEmisionAnt    TO FechaEmisionRecibo
017400     MOVE MontoReciboAnt     TO MontoRecibo
017500     MOVE MontoCobradoAnt    TO MontoCobrado
017600     MOVE FechaUltimoPagoAnt TO FechaUltimoPago
017700     MOVE MontoBaseLiqAnt    TO MontoBaseLiquidado
017800     MOVE EstadoReciboAnt    TO EstadoRecibo
017900     MOVE FechaEmisionAnt    TO FechaVencimientoRecibo
018000     MOVE ZEROES             TO RecRecargoFinanciero
018100     IF ReciboSuplemento
018200         MOVE SPACE          TO RecPlanPago
018300         MOVE ZEROES         TO RecCuotasPlan
018400         MOVE ZEROES         TO RecPrimaAnualPlan
018500     ELSE
018600         MOVE "A"            TO RecPlanPago
018700         MOVE 1              TO RecCuotasPlan
018800         MOVE MontoReciboAnt TO RecPrimaAnualPlan
018900     END-IF
019000     MOVE RegistroRecibo     TO RegistroRespaldo
019100     WRITE RegistroRespaldo
019200     ADD 1 TO ContadorDescargados
019300     IF MontoRecibo NUMERIC
019400         ADD MontoRecibo TO HashMontoRecibo
019500     END-IF.
019600 2000-DESCARGAR-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------
020000* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
020100* REABRE EL RESPALDO PARA RECONSTRUIR LA CARTERA CON LA CLAVE
020200* NUEVA.  RESPCUO.G1 QUEDA COMO RESPALDO DEL CORTE.
020300*----------------------------------------------------------------
020400 3000-PREPARAR-RECARGA.
020500     MOVE ContadorDescargados TO TrlCantidad
020600     MOVE HashMontoRecibo     TO TrlHashMonto
020700     MOVE TrailerRespaldo     TO RegistroRespaldo
020800     WRITE RegistroRespaldo
020900     CLOSE ArchivoRecibosAnt
021000     CLOSE ArchivoRespaldo
021100     MOVE "N" TO FinArchivo
021200     OPEN INPUT  ArchivoRespaldo
021300     OPEN OUTPUT ArchivoRecibos.
021400 3000-PREPARAR-RECARGA-EXIT.
021500     EXIT.
021600
021700 4000-RECARGAR.
021800     READ ArchivoRespaldo INTO RegistroRespaldoWk
021900         AT END
022000             MOVE "S" TO FinArchivo
022100             GO TO 4000-RECARGAR-EXIT
022200     END-READ
022300     IF RtMarca = "*FIN*"
022400         MOVE "S" TO HalleTrailer
022500         GO TO 4000-RECARGAR-EXIT
022600     END-IF
022700     MOVE RespDatos TO RegistroRecibo
022800     WRITE RegistroRecibo
022900         INVALID KEY
023000             ADD 1 TO ContadorErrores
023100             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
023200                 NumeroRecibo
023300         NOT INVALID KEY
023400             ADD 1 TO ContadorRecargados
023500             IF MontoRecibo NUMERIC
023600                 ADD MontoRecibo TO HashRecargado
023700             END-IF
023800     END-WRITE.
023900 4000-RECARGAR-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------------
024300* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
024400* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
024500* CANTIDAD Y EL HASH RECALCULADOS COINCIDEN CON LOS DEL
024600* RESPALDO.
024700*----------------------------------------------------------------
024800 8000-FINALIZAR.
024900     CLOSE ArchivoRespaldo
025000     CLOSE ArchivoRecibos
025100     DISPLAY "---------------------------------------------"
025200     DISPLAY "CONVERSION DE LA CARTERA A CUOTAS"
025300     DISPLAY "Recibos Descargados : " ContadorDescargados
025400     DISPLAY "Recibos Recargados  : " ContadorRecargados
025500     DISPLAY "Recibos Con Error   : " ContadorErrores
025600     IF NOT TrailerLeido
025700         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 8000-FINALIZAR-EXIT
026000     END-IF
026100     IF ContadorErrores > ZEROES
026200         OR ContadorRecargados NOT = RtCantidad
026300         OR HashRecargado NOT = RtHashMonto
026400         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
026500         DISPLAY "Cantidad Esperada: " RtCantidad
026600         DISPLAY "Hash Esperado    : " RtHashMonto
026700         MOVE 8 TO RETURN-CODE
026800         GO TO 8000-FINALIZAR-EXIT
026900     END-IF
027000     DISPLAY "CONVERSION BUENA - CANTIDAD Y HASH CUADRAN"
027100     DISPLAY "---------------------------------------------".
027200 8000-FINALIZAR-EXIT.
027300     EXIT.

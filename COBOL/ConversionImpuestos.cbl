000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionImpuestos.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DE LA CARTERA DE RECIBOS PARA EL CORTE A LOS
001200*                 IMPUESTOS Y DERECHOS DE POLIZA (VER RECREG):
001300*                 EL REGISTRO CRECE DE 100 A 127 POSICIONES CON
001400*                 LAS PARTES DEL RECIBO (PRIMA NETA, DERECHO DE
001500*                 POLIZA E IMPUESTO).  ABRE RECIBOS.DAT CON SU
001600*                 DEFINICION ANTERIOR, LO DESCARGA A RESPIMP.G1
001700*                 EN EL LAYOUT NUEVO - CADA RECIBO VIEJO QUEDA
001800*                 CON TODO SU MONTO COMO PRIMA NETA, SIN DERECHO
001900*                 NI IMPUESTO, QUE ES COMO SE EMITIO - CON
002000*                 TRAILER *FIN* DE CANTIDAD Y HASH DE
002100*                 MontoRecibo, Y ACTO SEGUIDO RECONSTRUYE
002200*                 RECIBOS.DAT PROBANDO EL CUADRE CONTRA EL
002300*                 TRAILER COMO RecargaMaestro.  LA CLAVE NO
002400*                 CAMBIA, ASI QUE LA RECARGA ES SECUENCIAL.  SI
002500*                 RESPIMP.G1 YA EXISTE SE NIEGA A CORRER, PARA
002600*                 NO PISAR EL RESPALDO DE UNA INSTALACION YA
002700*                 CONVERTIDA.  MISMO ESQUEMA QUE
002800*                 ConversionCuotas.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ArchivoRecibosAnt ASSIGN TO "RECIBOS.DAT"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS NumeroReciboAnt
003800         ALTERNATE RECORD KEY IS RecIdClienteAnt
003900             WITH DUPLICATES
004000         FILE STATUS IS EstadoArchivoRecibosAnt.
004100     SELECT ArchivoRecibos ASSIGN TO "RECIBOS.DAT"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS NumeroRecibo
004500         ALTERNATE RECORD KEY IS RecIdCliente
004600             WITH DUPLICATES
004700         FILE STATUS IS EstadoArchivoRecibos.
004800     SELECT ArchivoRespaldo ASSIGN TO "RESPIMP.G1"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS EstadoArchivoRespaldo.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------------
005500* DEFINICION ANTERIOR DE LA CARTERA (LA DE LAS CUOTAS, 100
005600* POSICIONES), DECLARADA AQUI A PROPOSITO EN VEZ DE COPY
005700* RECREG.  LOS PRIMEROS 100 BYTES DEL LAYOUT NUEVO SON LOS
005800* MISMOS, ASI QUE BASTA CON LA CLAVE Y LA CLAVE ALTERNATIVA.
005900*----------------------------------------------------------------
006000 FD  ArchivoRecibosAnt.
006100 01  RegistroReciboAnt.
006200     05 NumeroReciboAnt     PIC X(14).
006300     05 RecIdClienteAnt     PIC X(5).
006400     05 FILLER              PIC X(81).
006500
006600 FD  ArchivoRecibos.
006700     COPY RECREG.
006800
006900 FD  ArchivoRespaldo.
007000 01  RegistroRespaldo     PIC X(127).
007100
007200 WORKING-STORAGE SECTION.
007300 77  EstadoArchivoRecibosAnt PIC X(02)   VALUE "00".
007400 77  EstadoArchivoRecibos PIC X(02)      VALUE "00".
007500 77  EstadoArchivoRespaldo PIC X(02)     VALUE "00".
007600 77  FinArchivo          PIC X(01)      VALUE "N".
007700     88 TodoLeido                       VALUE "S".
007800 77  HalleTrailer        PIC X(01)      VALUE "N".
007900     88 TrailerLeido                    VALUE "S".
008000 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
008100 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
008200 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
008300 77  HashMontoRecibo     PIC 9(11)V99   VALUE ZEROES.
008400 77  HashRecargado       PIC 9(11)V99   VALUE ZEROES.
008500
008600*----------------------------------------------------------------
008700* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
008800* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro.
008900*----------------------------------------------------------------
009000 01  TrailerRespaldo.
009100     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
009200     05 TrlCantidad      PIC 9(07).
009300     05 TrlHashMonto     PIC 9(11)V99.
009400     05 FILLER           PIC X(102)     VALUE SPACES.
009500
009600 01  RegistroRespaldoWk.
009700     05 RespDatos        PIC X(127).
009800     05 RespTrailerR REDEFINES RespDatos.
009900         10 RtMarca      PIC X(05).
010000         10 RtCantidad   PIC 9(07).
010100         10 RtHashMonto  PIC 9(11)V99.
010200         10 FILLER       PIC X(102).
010300
010400 PROCEDURE DIVISION.
010500 0000-MAINLINE.
010600     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
010700     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
010800         UNTIL TodoLeido
010900     PERFORM 3000-PREPARAR-RECARGA
011000         THRU 3000-PREPARAR-RECARGA-EXIT
011100     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
011200         UNTIL TodoLeido OR TrailerLeido
011300     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
011400     STOP RUN.
011500
011600*----------------------------------------------------------------
011700* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPIMP.G1
011800* (INSTALACION YA CONVERTIDA) Y SI LA CARTERA VIEJA NO ABRE;
011900* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
012000*----------------------------------------------------------------
012100 1000-INICIAR.
012200     OPEN INPUT ArchivoRespaldo
012300     IF EstadoArchivoRespaldo = "00"
012400         CLOSE ArchivoRespaldo
012500         DISPLAY "RESPIMP.G1 YA EXISTE - LA CONVERSION NO SE "
012600             "REPITE"
012700         MOVE 8 TO RETURN-CODE
012800         STOP RUN
012900     END-IF
013000     OPEN INPUT ArchivoRecibosAnt
013100     IF EstadoArchivoRecibosAnt NOT = "00"
013200         DISPLAY "NO SE PUDO ABRIR RECIBOS.DAT CON LA "
013300             "DEFINICION ANTERIOR - ESTADO "
013400             EstadoArchivoRecibosAnt
013500         MOVE 8 TO RETURN-CODE
013600         STOP RUN
013700     END-IF
013800     OPEN OUTPUT ArchivoRespaldo.
013900 1000-INICIAR-EXIT.
014000     EXIT.
014100
014200*----------------------------------------------------------------
014300* 2000-DESCARGAR - TRASLADA CADA RECIBO VIEJO AL LAYOUT NUEVO,
014400* CON TODO SU MONTO COMO PRIMA NETA, Y LO DESCARGA AL
014500* RESPALDO.
014600*----------------------------------------------------------------
014700 2000-DESCARGAR.
014800     READ ArchivoRecibosAnt INTO RegistroReciboAnt
014900         AT END
015000             MOVE "S" TO FinArchivo
015100             GO TO 2000-DESCARGAR-EXIT
015200     END-READ
015300     MOVE RegistroReciboAnt  TO RegistroRecibo
015400     IF MontoRecibo NUMERIC
015500         MOVE MontoRecibo    TO RecPrimaNeta
015600     ELSE
015700         MOVE ZEROES         TO RecPrimaNeta
015800     END-IF
015900     MOVE ZEROES             TO RecDerechoPoliza
016000     MOVE ZEROES             TO RecImpuesto
016100     MOVE RegistroRecibo     TO RegistroRespaldo
016200     WRITE RegistroRespaldo
016300     ADD 1 TO ContadorDescargados
016400     IF MontoRecibo NUMERIC
016500         ADD MontoRecibo TO HashMontoRecibo
016600     END-IF.
016700 2000-DESCARGAR-EXIT.
016800     EXIT.
016900
017000*----------------------------------------------------------------
017100* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
017200* REABRE EL RESPALDO PARA RECONSTRUIR LA CARTERA CON EL
017300* LAYOUT NUEVO.  RESPIMP.G1 QUEDA COMO RESPALDO DEL CORTE.
017400*----------------------------------------------------------------
017500 3000-PREPARAR-RECARGA.
017600     MOVE ContadorDescargados TO TrlCantidad
017700     MOVE HashMontoRecibo     TO TrlHashMonto
017800     MOVE TrailerRespaldo     TO RegistroRespaldo
017900     WRITE RegistroRespaldo
018000     CLOSE ArchivoRecibosAnt
018100     CLOSE ArchivoRespaldo
018200     MOVE "N" TO FinArchivo
018300     OPEN INPUT  ArchivoRespaldo
018400     OPEN OUTPUT ArchivoRecibos.
018500 3000-PREPARAR-RECARGA-EXIT.
018600     EXIT.
018700
018800 4000-RECARGAR.
018900     READ ArchivoRespaldo INTO RegistroRespaldoWk
019000         AT END
019100             MOVE "S" TO FinArchivo
019200             GO TO 4000-RECARGAR-EXIT
019300     END-READ
019400     IF RtMarca = "*FIN*"
019500         MOVE "S" TO HalleTrailer
019600         GO TO 4000-RECARGAR-EXIT
019700     END-IF
019800     MOVE RespDatos TO RegistroRecibo
019900     WRITE RegistroRecibo
020000         INVALID KEY
020100             ADD 1 TO ContadorErrores
020200             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
020300                 NumeroRecibo
020400         NOT INVALID KEY
020500             ADD 1 TO ContadorRecargados
020600             IF MontoRecibo NUMERIC
020700                 ADD MontoRecibo TO HashRecargado
020800             END-IF
020900     END-WRITE.
021000 4000-RECARGAR-EXIT.
021100     EXIT.
021200
021300*----------------------------------------------------------------
021400* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
021500* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
021600* CANTIDAD Y EL HASH RECALCULADOS COINCIDEN CON LOS DEL
021700* RESPALDO.
021800*----------------------------------------------------------------
021900 8000-FINALIZAR.
022000     CLOSE ArchivoRespaldo
022100     CLOSE ArchivoRecibos
022200     DISPLAY "---------------------------------------------"
022300     DISPLAY "CONVERSION DE LA CARTERA A IMPUESTOS"
022400     DISPLAY "Recibos Descargados : " ContadorDescargados
022500     DISPLAY "Recibos Recargados  : " ContadorRecargados
022600     DISPLAY "Recibos Con Error   : " ContadorErrores
022700     IF NOT TrailerLeido
022800         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
022900         MOVE 8 TO RETURN-CODE
023000         GO TO 8000-FINALIZAR-EXIT
023100     END-IF
023200     IF ContadorErrores > ZEROES
023300         OR ContadorRecargados NOT = RtCantidad
023400         OR HashRecargado NOT = RtHashMonto
023500         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
023600         DISPLAY "Cantidad Esperada: " RtCantidad
023700         DISPLAY "Hash Esperado    : " RtHashMonto
023800         MOVE 8 TO RETURN-CODE
023900         GO TO 8000-FINALIZAR-EXIT
024000     END-IF
024100     DISPLAY "CONVERSION BUENA - CANTIDAD Y HASH CUADRAN"
024200     DISPLAY "---------------------------------------------".
024300 8000-FINALIZAR-EXIT.
024400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionRecuperos.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DEL MAESTRO DE SINIESTROS PARA EL CORTE A LOS
001200*                 RECUPEROS POR SALVAMENTO Y SUBROGACION (VER
001300*                 SINREG): EL REGISTRO CRECE DE 48 A 57
001400*                 POSICIONES CON MontoRecuperado.  ABRE
001500*                 SINIESTROS.DAT CON SU DEFINICION ANTERIOR, LO
001600*                 DESCARGA A RESPRCP.G1 EN EL LAYOUT NUEVO - CADA
001700*                 SINIESTRO VIEJO QUEDA SIN NADA RECUPERADO, QUE
001800*                 ES COMO ESTABA - CON TRAILER *FIN* DE CANTIDAD
001900*                 Y HASH DE MontoReservado, Y ACTO SEGUIDO
002000*                 RECONSTRUYE SINIESTROS.DAT PROBANDO EL CUADRE
002100*                 CONTRA EL TRAILER COMO RecargaMaestro.  LA
002200*                 CLAVE NO CAMBIA, ASI QUE LA RECARGA ES
002300*                 SECUENCIAL.  SI RESPRCP.G1 YA EXISTE SE NIEGA
002400*                 A CORRER, PARA NO PISAR EL RESPALDO DE UNA
002500*                 INSTALACION YA CONVERTIDA.  MISMO ESQUEMA QUE
002600*                 ConversionImpuestos.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT ArchivoSiniestrosAnt ASSIGN TO "SINIESTROS.DAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS NumeroSiniestroAnt
003600         FILE STATUS IS EstadoArchivoSinAnt.
003700     SELECT ArchivoSiniestros ASSIGN TO "SINIESTROS.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS NumeroSiniestro
004100         FILE STATUS IS EstadoArchivoSiniestros.
004200     SELECT ArchivoRespaldo ASSIGN TO "RESPRCP.G1"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS EstadoArchivoRespaldo.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* DEFINICION ANTERIOR DEL MAESTRO DE SINIESTROS (LA DE LA CLAVE
005000* NumeroPoliza, 48 POSICIONES), DECLARADA AQUI A PROPOSITO EN
005100* VEZ DE COPY SINREG.  LOS PRIMEROS 48 BYTES DEL LAYOUT NUEVO
005200* SON LOS MISMOS, ASI QUE BASTA CON LA CLAVE.
005300*----------------------------------------------------------------
005400 FD  ArchivoSiniestrosAnt.
005500 01  RegistroSiniestroAnt.
005600     05 NumeroSiniestroAnt  PIC X(08).
005700     05 FILLER              PIC X(40).
005800
005900 FD  ArchivoSiniestros.
006000     COPY SINREG.
006100
006200 FD  ArchivoRespaldo.
006300 01  RegistroRespaldo     PIC X(57).
006400
006500 WORKING-STORAGE SECTION.
006600 77  EstadoArchivoSinAnt PIC X(02)      VALUE "00".
006700 77  EstadoArchivoSiniestros PIC X(02)  VALUE "00".
006800 77  EstadoArchivoRespaldo PIC X(02)    VALUE "00".
006900 77  FinArchivo          PIC X(01)      VALUE "N".
007000     88 TodoLeido                       VALUE "S".
007100 77  HalleTrailer        PIC X(01)      VALUE "N".
007200     88 TrailerLeido                    VALUE "S".
007300 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
007400 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
007500 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
007600 77  HashMontoReservado  PIC 9(11)V99   VALUE ZEROES.
007700 77  HashRecargado       PIC 9(11)V99   VALUE ZEROES.
007800
007900*----------------------------------------------------------------
008000* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
008100* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro.
008200*----------------------------------------------------------------
008300 01  TrailerRespaldo.
008400     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
008500     05 TrlCantidad      PIC 9(07).
008600     05 TrlHashMonto     PIC 9(11)V99.
008700     05 FILLER           PIC X(32)      VALUE SPACES.
008800
008900 01  RegistroRespaldoWk.
009000     05 RespDatos        PIC X(57).
009100     05 RespTrailerR REDEFINES RespDatos.
009200         10 RtMarca      PIC X(05).
009300         10 RtCantidad   PIC 9(07).
009400         10 RtHashMonto  PIC 9(11)V99.
009500         10 FILLER       PIC X(32).
009600
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
010000     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
010100         UNTIL TodoLeido
010200     PERFORM 3000-PREPARAR-RECARGA
010300         THRU 3000-PREPARAR-RECARGA-EXIT
010400     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
010500         UNTIL TodoLeido OR TrailerLeido
010600     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
010700     STOP RUN.
010800
010900*----------------------------------------------------------------
011000* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPRCP.G1
011100* (INSTALACION YA CONVERTIDA) Y SI EL MAESTRO VIEJO NO ABRE;
011200* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
011300*----------------------------------------------------------------
011400 1000-INICIAR.
011500     OPEN INPUT ArchivoRespaldo
011600     IF EstadoArchivoRespaldo = "00"
011700         CLOSE ArchivoRespaldo
011800         DISPLAY "RESPRCP.G1 YA EXISTE - LA CONVERSION NO SE "
011900             "REPITE"
012000         MOVE 8 TO RETURN-CODE
012100         STOP RUN
012200     END-IF
012300     OPEN INPUT ArchivoSiniestrosAnt
012400     IF EstadoArchivoSinAnt NOT = "00"
012500         DISPLAY "NO SE PUDO ABRIR SINIESTROS.DAT CON LA "
012600             "DEFINICION ANTERIOR - ESTADO "
012700             EstadoArchivoSinAnt
012800         MOVE 8 TO RETURN-CODE
012900         STOP RUN
013000     END-IF
013100     OPEN OUTPUT ArchivoRespaldo.
013200 1000-INICIAR-EXIT.
013300     EXIT.
013400
013500*----------------------------------------------------------------
013600* 2000-DESCARGAR - TRASLADA CADA SINIESTRO VIEJO AL LAYOUT
013700* NUEVO, SIN NADA RECUPERADO, Y LO DESCARGA AL RESPALDO.
013800*----------------------------------------------------------------
013900 2000-DESCARGAR.
014000     READ ArchivoSiniestrosAnt INTO RegistroSiniestroAnt
014100         AT END
014200             MOVE "S" TO FinArchivo
014300             GO TO 2000-DESCARGAR-EXIT
014400     END-READ
014500     MOVE RegistroSiniestroAnt TO RegistroSiniestro
014600     MOVE ZEROES             TO MontoRecuperado
014700     MOVE RegistroSiniestro  TO RegistroRespaldo
014800     WRITE RegistroRespaldo
014900     ADD 1 TO ContadorDescargados
015000     IF MontoReservado NUMERIC
015100         ADD MontoReservado TO HashMontoReservado
015200     END-IF.
015300 2000-DESCARGAR-EXIT.
015400     EXIT.
015500
015600*----------------------------------------------------------------
015700* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
015800* REABRE EL RESPALDO PARA RECONSTRUIR EL MAESTRO CON EL
015900* LAYOUT NUEVO.  RESPRCP.G1 QUEDA COMO RESPALDO DEL CORTE.
016000*----------------------------------------------------------------
016100 3000-PREPARAR-RECARGA.
016200     MOVE ContadorDescargados TO TrlCantidad
016300     MOVE HashMontoReservado  TO TrlHashMonto
016400     MOVE TrailerRespaldo     TO RegistroRespaldo
016500     WRITE RegistroRespaldo
016600     CLOSE ArchivoSiniestrosAnt
016700     CLOSE ArchivoRespaldo
016800     MOVE "N" TO FinArchivo
016900     OPEN INPUT  ArchivoRespaldo
017000     OPEN OUTPUT ArchivoSiniestros.
017100 3000-PREPARAR-RECARGA-EXIT.
017200     EXIT.
017300
017400 4000-RECARGAR.
017500     READ ArchivoRespaldo INTO RegistroRespaldoWk
017600         AT END
017700             MOVE "S" TO FinArchivo
017800             GO TO 4000-RECARGAR-EXIT
017900     END-READ
018000     IF RtMarca = "*FIN*"
018100         MOVE "S" TO HalleTrailer
018200         GO TO 4000-RECARGAR-EXIT
018300     END-IF
018400     MOVE RespDatos TO RegistroSiniestro
018500     WRITE RegistroSiniestro
018600         INVALID KEY
018700             ADD 1 TO ContadorErrores
018800             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
018900                 NumeroSiniestro
019000         NOT INVALID KEY
019100             ADD 1 TO ContadorRecargados
019200             IF MontoReservado NUMERIC
019300                 ADD MontoReservado TO HashRecargado
019400             END-IF
019500     END-WRITE.
019600 4000-RECARGAR-EXIT.
019700     EXIT.
019800
019900*----------------------------------------------------------------
020000* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
020100* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
020200* CANTIDAD Y EL HASH RECALCULADOS COINCIDEN CON LOS DEL
020300* RESPALDO.
020400*----------------------------------------------------------------
020500 8000-FINALIZAR.
020600     CLOSE ArchivoRespaldo
020700     CLOSE ArchivoSiniestros
020800     DISPLAY "---------------------------------------------"
020900     DISPLAY "CONVERSION DEL MAESTRO DE SINIESTROS A RECUPEROS"
021000     DISPLAY "Siniestros Descargados: " ContadorDescargados
021100     DISPLAY "Siniestros Recargados : " ContadorRecargados
021200     DISPLAY "Siniestros Con Error  : " ContadorErrores
021300     IF NOT TrailerLeido
021400         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
021500         MOVE 8 TO RETURN-CODE
021600         GO TO 8000-FINALIZAR-EXIT
021700     END-IF
021800     IF ContadorErrores > ZEROES
021900         OR ContadorRecargados NOT = RtCantidad
022000         OR HashRecargado NOT = RtHashMonto
022100         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
022200         DISPLAY "Cantidad Esperada: " RtCantidad
022300         DISPLAY "Hash Esperado    : " RtHashMonto
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 8000-FINALIZAR-EXIT
022600     END-IF
022700     DISPLAY "CONVERSION BUENA - CANTIDAD Y HASH CUADRAN"
022800     DISPLAY "---------------------------------------------".
022900 8000-FINALIZAR-EXIT.
023000     EXIT.

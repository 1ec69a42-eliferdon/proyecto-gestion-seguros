000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionPlanJournal.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DEL JOURNAL INDEXADO HISTCLI.DAT PARA EL CORTE
001200*                 AL PLAN DE PAGO DE LA POLIZA: LA IMAGEN DEL
001300*                 MAESTRO (JrnDatosCliente) CRECE CON
001400*                 JrnPlanPago Y EL REGISTRO PASA DE 119 A 120
001500*                 POSICIONES, CON LA MISMA CLAVE.  ABRE
001600*                 HISTCLI.DAT CON SU DEFINICION ANTERIOR, LO
001700*                 DESCARGA A RESPJPP.G1 EN EL LAYOUT NUEVO CON
001800*                 EL PLAN EN BLANCO (LAS IMAGENES SON ANTERIORES
001900*                 AL PLAN) Y TRAILER *FIN* DE CANTIDAD Y HASH DE
002000*                 JrnMontoPoliza, Y ACTO SEGUIDO RECONSTRUYE
002100*                 HISTCLI.DAT PROBANDO EL CUADRE CONTRA EL
002200*                 TRAILER COMO RecargaMaestro.  LA DESCARGA SALE
002300*                 EN ORDEN DE CLAVE, ASI QUE LA RECARGA ES
002400*                 SECUENCIAL.  SI RESPJPP.G1 YA EXISTE SE NIEGA
002500*                 A CORRER.  MISMO ESQUEMA QUE ConversionJournal.
002600*----------------------------------------------------------------
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ArchivoJournalAnt ASSIGN TO "HISTCLI.DAT"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS ClaveJournalAnt
003500         ALTERNATE RECORD KEY IS JrnIdClienteAnt
003600             WITH DUPLICATES
003700         FILE STATUS IS EstadoArchivoJournalAnt.
003800     SELECT ArchivoJournal ASSIGN TO "HISTCLI.DAT"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS ClaveJournal
004200         ALTERNATE RECORD KEY IS JrnIdCliente
004300             WITH DUPLICATES
004400         FILE STATUS IS EstadoArchivoJournal.
004500     SELECT ArchivoRespaldo ASSIGN TO "RESPJPP.G1"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS EstadoArchivoRespaldo.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* DEFINICION ANTERIOR DEL JOURNAL INDEXADO (119 POSICIONES, SIN
005300* PLAN DE PAGO), DECLARADA AQUI A PROPOSITO EN VEZ DE COPY
005400* JRNREG.  SOLO SE DETALLAN LAS CLAVES Y EL MONTO DEL HASH; EL
005500* RESTO VIAJA TAL CUAL EN LA MISMA POSICION.
005600*----------------------------------------------------------------
005700 FD  ArchivoJournalAnt.
005800 01  RegistroJournalAnt.
005900     05 ClaveJournalAnt  PIC X(26).
006000     05 FILLER           PIC X(16).
006100     05 JrnDatPolizaAnt  PIC X(08).
006200     05 JrnIdClienteAnt  PIC X(5).
006300     05 JrnNombreAnt     PIC X(20).
006400     05 JrnMontoAnt      PIC 9(7)V99.
006500     05 FILLER           PIC X(35).
006600
006700 FD  ArchivoJournal.
006800     COPY JRNREG.
006900
007000 FD  ArchivoRespaldo.
007100 01  RegistroRespaldo     PIC X(120).
007200
007300 WORKING-STORAGE SECTION.
007400 77  EstadoArchivoJournalAnt PIC X(02)  VALUE "00".
007500 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
007600 77  EstadoArchivoRespaldo PIC X(02)    VALUE "00".
007700 77  FinArchivo          PIC X(01)      VALUE "N".
007800     88 TodoLeido                       VALUE "S".
007900 77  HalleTrailer        PIC X(01)      VALUE "N".
008000     88 TrailerLeido                    VALUE "S".
008100 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
008200 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
008300 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
008400 77  HashMontoJournal    PIC 9(11)V99   VALUE ZEROES.
008500 77  HashRecargado       PIC 9(11)V99   VALUE ZEROES.
008600
008700*----------------------------------------------------------------
008800* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
008900* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro.
009000*----------------------------------------------------------------
009100 01  TrailerRespaldo.
009200     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
009300     05 TrlCantidad      PIC 9(07).
009400     05 TrlHashMonto     PIC 9(11)V99.
009500     05 FILLER           PIC X(95)      VALUE SPACES.
009600
009700 01  RegistroRespaldoWk.
009800     05 RespDatos        PIC X(120).
009900     05 RespTrailerR REDEFINES RespDatos.
010000         10 RtMarca      PIC X(05).
010100         10 RtCantidad   PIC 9(07).
010200         10 RtHashMonto  PIC 9(11)V99.
010300         10 FILLER       PIC X(95).
010400
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
010800     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
010900         UNTIL TodoLeido
011000     PERFORM 3000-PREPARAR-RECARGA
011100         THRU 3000-PREPARAR-RECARGA-EXIT
011200     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
011300         UNTIL TodoLeido OR TrailerLeido
011400     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
011500     STOP RUN.
011600
011700*----------------------------------------------------------------
011800* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPJPP.G1
011900* (INSTALACION YA CONVERTIDA) Y SI EL JOURNAL VIEJO NO ABRE;
012000* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
012100*----------------------------------------------------------------
012200 1000-INICIAR.
012300     OPEN INPUT ArchivoRespaldo
012400     IF EstadoArchivoRespaldo = "00"
012500         CLOSE ArchivoRespaldo
012600         DISPLAY "RESPJPP.G1 YA EXISTE - LA CONVERSION NO SE "
012700             "REPITE"
012800         MOVE 8 TO RETURN-CODE
012900         STOP RUN
013000     END-IF
013100     OPEN INPUT ArchivoJournalAnt
013200     IF EstadoArchivoJournalAnt NOT = "00"
013300         DISPLAY "NO SE PUDO ABRIR HISTCLI.DAT CON LA "
013400             "DEFINICION ANTERIOR - ESTADO "
013500             EstadoArchivoJournalAnt
013600         MOVE 8 TO RETURN-CODE
013700         STOP RUN
013800     END-IF
013900     OPEN OUTPUT ArchivoRespaldo.
014000 1000-INICIAR-EXIT.
014100     EXIT.
014200
014300*----------------------------------------------------------------
014400* 2000-DESCARGAR - TRASLADA CADA IMAGEN VIEJA AL LAYOUT NUEVO
014500* (LAS 119 POSICIONES TAL CUAL, JrnPlanPago EN BLANCO) Y LA
014600* DESCARGA AL RESPALDO.
014700*----------------------------------------------------------------
014800 2000-DESCARGAR.
014900     READ ArchivoJournalAnt INTO RegistroJournalAnt
015000         AT END
015100             MOVE "S" TO FinArchivo
015200             GO TO 2000-DESCARGAR-EXIT
015300     END-READ
015400     MOVE RegistroJournalAnt TO RegistroJournal
015500     MOVE SPACE              TO JrnPlanPago
015600     MOVE RegistroJournal    TO RegistroRespaldo
015700     WRITE RegistroRespaldo
015800     ADD 1 TO ContadorDescargados
015900     IF JrnMontoPoliza NUMERIC
016000         ADD JrnMontoPoliza TO HashMontoJournal
016100     END-IF.
016200 2000-DESCARGAR-EXIT.
016300     EXIT.
016400
016500*----------------------------------------------------------------
016600* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
016700* REABRE EL RESPALDO PARA RECONSTRUIR EL JOURNAL.  RESPJPP.G1
016800* QUEDA COMO RESPALDO DEL CORTE.
016900*----------------------------------------------------------------
017000 3000-PREPARAR-RECARGA.
017100     MOVE ContadorDescargados TO TrlCantidad
017200     MOVE HashMontoJournal    TO TrlHashMonto
017300     MOVE TrailerRespaldo     TO RegistroRespaldo
017400     WRITE RegistroRespaldo
017500     CLOSE ArchivoJournalAnt
017600     CLOSE ArchivoRespaldo
017700     MOVE "N" TO FinArchivo
017800     OPEN INPUT  ArchivoRespaldo
017900     OPEN OUTPUT ArchivoJournal.
018000 3000-PREPARAR-RECARGA-EXIT.
018100     EXIT.
018200
018300 4000-RECARGAR.
018400     READ ArchivoRespaldo INTO RegistroRespaldoWk
018500         AT END
018600             MOVE "S" TO FinArchivo
018700             GO TO 4000-RECARGAR-EXIT
018800     END-READ
018900     IF RtMarca = "*FIN*"
019000         MOVE "S" TO HalleTrailer
019100         GO TO 4000-RECARGAR-EXIT
019200     END-IF
019300     MOVE RespDatos TO RegistroJournal
019400     WRITE RegistroJournal
019500         INVALID KEY
019600             ADD 1 TO ContadorErrores
019700             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
019800                 ClaveJournal
019900         NOT INVALID KEY
020000             ADD 1 TO ContadorRecargados
020100             IF JrnMontoPoliza NUMERIC
020200                 ADD JrnMontoPoliza TO HashRecargado
020300             END-IF
020400     END-WRITE.
020500 4000-RECARGAR-EXIT.
020600     EXIT.
020700
020800*----------------------------------------------------------------
020900* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
021000* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
021100* CANTIDAD Y EL HASH RECALCULADOS COINCIDEN CON LOS DEL
021200* RESPALDO.
021300*----------------------------------------------------------------
021400 8000-FINALIZAR.
021500     CLOSE ArchivoRespaldo
021600     CLOSE ArchivoJournal
021700     DISPLAY "---------------------------------------------"
021800     DISPLAY "CONVERSION DEL JOURNAL AL PLAN DE PAGO"
021900     DISPLAY "Imagenes Descargadas: " ContadorDescargados
022000     DISPLAY "Imagenes Recargadas : " ContadorRecargados
022100     DISPLAY "Imagenes Con Error  : " ContadorErrores
022200     IF NOT TrailerLeido
022300         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
022400         MOVE 8 TO RETURN-CODE
022500         GO TO 8000-FINALIZAR-EXIT
022600     END-IF
022700     IF ContadorErrores > ZEROES
022800         OR ContadorRecargados NOT = RtCantidad
022900         OR HashRecargado NOT = RtHashMonto
023000         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
023100         DISPLAY "Cantidad Esperada: " RtCantidad
023200         DISPLAY "Hash Esperado    : " RtHashMonto
023300         MOVE 8 TO RETURN-CODE
023400         GO TO 8000-FINALIZAR-EXIT
023500     END-IF
023600     DISPLAY "CONVERSION BUENA - CANTIDAD Y HASH CUADRAN"
023700     DISPLAY "---------------------------------------------".
023800 8000-FINALIZAR-EXIT.
023900     EXIT.

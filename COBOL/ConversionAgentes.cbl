000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionAgentes.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DEL ARCHIVO DE AGENTES PARA EL CORTE AL
001200*                 MAESTRO DE AGENTES (VER AGEREG): AGENTES.DAT
001300*                 DEJA DE SER UN ARCHIVO DE LINEAS DE 29
001400*                 POSICIONES EDITADO A MANO Y PASA A INDEXADO
001500*                 POR CodigoAgente, CON ESTADO, FECHAS,
001600*                 LICENCIA Y TASAS POR RAMO.  LEE EL ARCHIVO
001700*                 VIEJO CON SU DEFINICION ANTERIOR, LO DESCARGA
001800*                 A RESPAGE.G1 EN EL LAYOUT NUEVO - CADA AGENTE
001900*                 VIEJO QUEDA ACTIVO, SIN FECHAS NI LICENCIA
002000*                 CARGADAS Y SIN TASAS POR RAMO, ASI QUE SIGUE
002100*                 COMISIONANDO A SU TASA GENERAL - CON TRAILER
002200*                 *FIN* DE CANTIDAD Y HASH DE TasaComision, Y
002300*                 ACTO SEGUIDO RECONSTRUYE AGENTES.DAT PROBANDO
002400*                 EL CUADRE CONTRA EL TRAILER COMO
002500*                 RecargaMaestro.  EL ARCHIVO VIEJO NO TENIA
002600*                 ORDEN GARANTIZADO, ASI QUE LA RECARGA GRABA
002700*                 POR CLAVE (ACCESO RANDOM); UN CODIGO REPETIDO
002800*                 QUEDA COMO ERROR Y LA CONVERSION SALE MALA
002900*                 PARA QUE SE CORRIJA A MANO.  SI RESPAGE.G1 YA
003000*                 EXISTE SE NIEGA A CORRER.  MISMO ESQUEMA QUE
003100*                 ConversionRecuperos.
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ArchivoAgentesAnt ASSIGN TO "AGENTES.DAT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS EstadoArchivoAgeAnt.
004000     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS CodigoAgente
004400         FILE STATUS IS EstadoArchivoAgentes.
004500     SELECT ArchivoRespaldo ASSIGN TO "RESPAGE.G1"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS EstadoArchivoRespaldo.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
005100*----------------------------------------------------------------
005200* DEFINICION ANTERIOR DEL ARCHIVO DE AGENTES (29 POSICIONES),
005300* DECLARADA AQUI A PROPOSITO EN VEZ DE COPY AGEREG.  LOS
005400* PRIMEROS 29 BYTES DEL LAYOUT NUEVO SON LOS MISMOS.
005500*----------------------------------------------------------------
005600 FD  ArchivoAgentesAnt.
005700 01  RegistroAgenteAnt.
005800     05 CodigoAgenteAnt  PIC X(05).
005900     05 NombreAgenteAnt  PIC X(20).
006000     05 TasaComisionAnt  PIC 9(01)V9(03).
006100
006200 FD  ArchivoAgentes.
006300     COPY AGEREG.
006400
006500 FD  ArchivoRespaldo.
006600 01  RegistroRespaldo     PIC X(219).
006700
006800 WORKING-STORAGE SECTION.
006900 77  EstadoArchivoAgeAnt PIC X(02)      VALUE "00".
007000 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
007100 77  EstadoArchivoRespaldo PIC X(02)    VALUE "00".
007200 77  FinArchivo          PIC X(01)      VALUE "N".
007300     88 TodoLeido                       VALUE "S".
007400 77  HalleTrailer        PIC X(01)      VALUE "N".
007500     88 TrailerLeido                    VALUE "S".
007600 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
007700 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
007800 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
007900 77  ContadorEnBlanco    PIC 9(07)      COMP VALUE ZEROES.
008000 77  HashTasaComision    PIC 9(07)V999  VALUE ZEROES.
008100 77  HashRecargado       PIC 9(07)V999  VALUE ZEROES.
008200
008300*----------------------------------------------------------------
008400* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
008500* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro.
008600*----------------------------------------------------------------
008700 01  TrailerRespaldo.
008800     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
008900     05 TrlCantidad      PIC 9(07).
009000     05 TrlHashTasa      PIC 9(07)V999.
009100     05 FILLER           PIC X(197)     VALUE SPACES.
009200
009300 01  RegistroRespaldoWk.
009400     05 RespDatos        PIC X(219).
009500     05 RespTrailerR REDEFINES RespDatos.
009600         10 RtMarca      PIC X(05).
009700         10 RtCantidad   PIC 9(07).
009800         10 RtHashTasa   PIC 9(07)V999.
009900         10 FILLER       PIC X(197).
010000
010100 PROCEDURE DIVISION.
010200 0000-MAINLINE.
010300     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
010400     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
010500         UNTIL TodoLeido
010600     PERFORM 3000-PREPARAR-RECARGA
010700         THRU 3000-PREPARAR-RECARGA-EXIT
010800     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
010900         UNTIL TodoLeido OR TrailerLeido
011000     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
011100     STOP RUN.
011200
011300*----------------------------------------------------------------
011400* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPAGE.G1
011500* (INSTALACION YA CONVERTIDA) Y SI EL ARCHIVO VIEJO NO ABRE;
011600* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
011700*----------------------------------------------------------------
011800 1000-INICIAR.
011900     OPEN INPUT ArchivoRespaldo
012000     IF EstadoArchivoRespaldo = "00"
012100         CLOSE ArchivoRespaldo
012200         DISPLAY "RESPAGE.G1 YA EXISTE - LA CONVERSION NO SE "
012300             "REPITE"
012400         MOVE 8 TO RETURN-CODE
012500         STOP RUN
012600     END-IF
012700     OPEN INPUT ArchivoAgentesAnt
012800     IF EstadoArchivoAgeAnt NOT = "00"
012900         DISPLAY "NO SE PUDO ABRIR AGENTES.DAT CON LA "
013000             "DEFINICION ANTERIOR - ESTADO "
013100             EstadoArchivoAgeAnt
013200         MOVE 8 TO RETURN-CODE
013300         STOP RUN
013400     END-IF
013500     OPEN OUTPUT ArchivoRespaldo.
013600 1000-INICIAR-EXIT.
013700     EXIT.
013800
013900*----------------------------------------------------------------
014000* 2000-DESCARGAR - TRASLADA CADA AGENTE VIEJO AL LAYOUT NUEVO,
014100* ACTIVO Y SIN TASAS POR RAMO, Y LO DESCARGA AL RESPALDO.  LAS
014200* LINEAS EN BLANCO DEL ARCHIVO EDITADO A MANO SE SALTAN.
014300*----------------------------------------------------------------
014400 2000-DESCARGAR.
014500     READ ArchivoAgentesAnt INTO RegistroAgenteAnt
014600         AT END
014700             MOVE "S" TO FinArchivo
014800             GO TO 2000-DESCARGAR-EXIT
014900     END-READ
015000     IF CodigoAgenteAnt = SPACES
015100         ADD 1 TO ContadorEnBlanco
015200         GO TO 2000-DESCARGAR-EXIT
015300     END-IF
015400     MOVE SPACES             TO RegistroAgente
015500     MOVE CodigoAgenteAnt    TO CodigoAgente
015600     MOVE NombreAgenteAnt    TO NombreAgente
015700     MOVE TasaComisionAnt    TO TasaComision
015800     MOVE "A"                TO EstadoAgente
015900     MOVE ZEROES             TO AgeFechaIngreso
016000     MOVE ZEROES             TO AgeFechaBaja
016100     MOVE ZEROES             TO AgeVenceLicencia
016200     MOVE RegistroAgente     TO RegistroRespaldo
016300     WRITE RegistroRespaldo
016400     ADD 1 TO ContadorDescargados
016500     IF TasaComision NUMERIC
016600         ADD TasaComision TO HashTasaComision
016700     END-IF.
016800 2000-DESCARGAR-EXIT.
016900     EXIT.
017000
017100*----------------------------------------------------------------
017200* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
017300* REABRE EL RESPALDO PARA CREAR EL MAESTRO INDEXADO.
017400* RESPAGE.G1 QUEDA COMO RESPALDO DEL CORTE.
017500*----------------------------------------------------------------
017600 3000-PREPARAR-RECARGA.
017700     MOVE ContadorDescargados TO TrlCantidad
017800     MOVE HashTasaComision    TO TrlHashTasa
017900     MOVE TrailerRespaldo     TO RegistroRespaldo
018000     WRITE RegistroRespaldo
018100     CLOSE ArchivoAgentesAnt
018200     CLOSE ArchivoRespaldo
018300     MOVE "N" TO FinArchivo
018400     OPEN INPUT  ArchivoRespaldo
018500     OPEN OUTPUT ArchivoAgentes.
018600 3000-PREPARAR-RECARGA-EXIT.
018700     EXIT.
018800
018900 4000-RECARGAR.
019000     READ ArchivoRespaldo INTO RegistroRespaldoWk
019100         AT END
019200             MOVE "S" TO FinArchivo
019300             GO TO 4000-RECARGAR-EXIT
019400     END-READ
019500     IF RtMarca = "*FIN*"
019600         MOVE "S" TO HalleTrailer
019700         GO TO 4000-RECARGAR-EXIT
019800     END-IF
019900     MOVE RespDatos TO RegistroAgente
020000     WRITE RegistroAgente
020100         INVALID KEY
020200             ADD 1 TO ContadorErrores
020300             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
020400                 CodigoAgente
020500         NOT INVALID KEY
020600             ADD 1 TO ContadorRecargados
020700             IF TasaComision NUMERIC
020800                 ADD TasaComision TO HashRecargado
020900             END-IF
021000     END-WRITE.
021100 4000-RECARGAR-EXIT.
021200     EXIT.
021300
021400*----------------------------------------------------------------
021500* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
021600* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
021700* CANTIDAD Y EL HASH RECALCULADOS COINCIDEN CON LOS DEL
021800* RESPALDO.
021900*----------------------------------------------------------------
022000 8000-FINALIZAR.
022100     CLOSE ArchivoRespaldo
022200     CLOSE ArchivoAgentes
022300     DISPLAY "---------------------------------------------"
022400     DISPLAY "CONVERSION DE AGENTES.DAT AL MAESTRO DE AGENTES"
022500     DISPLAY "Agentes Descargados : " ContadorDescargados
022600     DISPLAY "Agentes Recargados  : " ContadorRecargados
022700     DISPLAY "Agentes Con Error   : " ContadorErrores
022800     DISPLAY "Lineas En Blanco    : " ContadorEnBlanco
022900     IF NOT TrailerLeido
023000         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
023100         MOVE 8 TO RETURN-CODE
023200         GO TO 8000-FINALIZAR-EXIT
023300     END-IF
023400     IF ContadorErrores > ZEROES
023500         OR ContadorRecargados NOT = RtCantidad
023600         OR HashRecargado NOT = RtHashTasa
023700         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
023800         DISPLAY "Cantidad Esperada: " RtCantidad
023900         DISPLAY "Hash Esperado    : " RtHashTasa
024000         MOVE 8 TO RETURN-CODE
024100         GO TO 8000-FINALIZAR-EXIT
024200     END-IF
024300     DISPLAY "CONVERSION BUENA - CANTIDAD Y HASH CUADRAN"
024400     DISPLAY "---------------------------------------------".
024500 8000-FINALIZAR-EXIT.
024600     EXIT.

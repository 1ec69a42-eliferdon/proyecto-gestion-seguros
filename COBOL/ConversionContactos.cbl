000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ConversionContactos.
000300 AUTHOR. DEPTO-SISTEMAS-SEGUROS.
000400 INSTALLATION. DIRECCION DE SEGUROS - PROCESO DE DATOS.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED. 2026-10-15.
000700*----------------------------------------------------------------
000800* HISTORIAL DE MODIFICACIONES
000900*----------------------------------------------------------------
001000* 2026-10-15 DSS  PROGRAMA ORIGINAL.  CONVERSION DE UNA SOLA VEZ
001100*                 DEL MAESTRO DE CLIENTES PARA EL CORTE A LOS
001200*                 DATOS DE CONTACTO (VER CLMREG): EL REGISTRO
001300*                 CRECE DE 40 A 174 POSICIONES CON
001400*                 CliDatosContacto.  ABRE MAESTCLI.DAT CON SU
001500*                 DEFINICION ANTERIOR, LO DESCARGA A RESPMCL.G1
001600*                 EN EL LAYOUT NUEVO - CADA CLIENTE VIEJO QUEDA
001700*                 SIN DOMICILIO, CORREO NI TELEFONO Y CON CANAL
001800*                 POSTAL - CON TRAILER *FIN* DE CANTIDAD (EL
001900*                 MAESTRO NO TIENE MONTOS QUE SUMAR), Y ACTO
002000*                 SEGUIDO RECONSTRUYE MAESTCLI.DAT PROBANDO EL
002100*                 CUADRE CONTRA EL TRAILER COMO RecargaMaestro.
002200*                 LA CLAVE NO CAMBIA, ASI QUE LA RECARGA ES
002300*                 SECUENCIAL.  SI RESPMCL.G1 YA EXISTE SE NIEGA
002400*                 A CORRER, PARA NO PISAR EL RESPALDO DE UNA
002500*                 INSTALACION YA CONVERTIDA.  MISMO ESQUEMA QUE
002600*                 ConversionRecuperos.
002700*----------------------------------------------------------------
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MaestroClientesAnt ASSIGN TO "MAESTCLI.DAT"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CliIdClienteAnt
003600         FILE STATUS IS EstadoMaestroAnt.
003700     SELECT MaestroClientes ASSIGN TO "MAESTCLI.DAT"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS CliIdCliente
004100         FILE STATUS IS EstadoMaestroClientes.
004200     SELECT ArchivoRespaldo ASSIGN TO "RESPMCL.G1"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS EstadoArchivoRespaldo.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------------
004900* DEFINICION ANTERIOR DEL MAESTRO DE CLIENTES (40 POSICIONES),
005000* DECLARADA AQUI A PROPOSITO EN VEZ DE COPY CLMREG.  LOS
005100* PRIMEROS 40 BYTES DEL LAYOUT NUEVO SON LOS MISMOS, ASI QUE
005200* BASTA CON LA CLAVE.
005300*----------------------------------------------------------------
005400 FD  MaestroClientesAnt.
005500 01  RegistroClienteMaestroAnt.
005600     05 CliIdClienteAnt     PIC X(5).
005700     05 FILLER              PIC X(35).
005800
005900 FD  MaestroClientes.
006000     COPY CLMREG.
006100
006200 FD  ArchivoRespaldo.
006300 01  RegistroRespaldo     PIC X(174).
006400
006500 WORKING-STORAGE SECTION.
006600 77  EstadoMaestroAnt    PIC X(02)      VALUE "00".
006700 77  EstadoMaestroClientes PIC X(02)    VALUE "00".
006800 77  EstadoArchivoRespaldo PIC X(02)    VALUE "00".
006900 77  FinArchivo          PIC X(01)      VALUE "N".
007000     88 TodoLeido                       VALUE "S".
007100 77  HalleTrailer        PIC X(01)      VALUE "N".
007200     88 TrailerLeido                    VALUE "S".
007300 77  ContadorDescargados PIC 9(07)      COMP VALUE ZEROES.
007400 77  ContadorRecargados  PIC 9(07)      COMP VALUE ZEROES.
007500 77  ContadorErrores     PIC 9(07)      COMP VALUE ZEROES.
007600
007700*----------------------------------------------------------------
007800* TRAILER DEL RESPALDO Y SU VISTA DE RELECTURA, EL MISMO
007900* ESQUEMA *FIN* DE RespaldoMaestro/RecargaMaestro, SOLO CON LA
008000* CANTIDAD.
008100*----------------------------------------------------------------
008200 01  TrailerRespaldo.
008300     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
008400     05 TrlCantidad      PIC 9(07).
008500     05 FILLER           PIC X(162)     VALUE SPACES.
008600
008700 01  RegistroRespaldoWk.
008800     05 RespDatos        PIC X(174).
008900     05 RespTrailerR REDEFINES RespDatos.
009000         10 RtMarca      PIC X(05).
009100         10 RtCantidad   PIC 9(07).
009200         10 FILLER       PIC X(162).
009300
009400 PROCEDURE DIVISION.
009500 0000-MAINLINE.
009600     PERFORM 1000-INICIAR THRU 1000-INICIAR-EXIT
009700     PERFORM 2000-DESCARGAR THRU 2000-DESCARGAR-EXIT
009800         UNTIL TodoLeido
009900     PERFORM 3000-PREPARAR-RECARGA
010000         THRU 3000-PREPARAR-RECARGA-EXIT
010100     PERFORM 4000-RECARGAR THRU 4000-RECARGAR-EXIT
010200         UNTIL TodoLeido OR TrailerLeido
010300     PERFORM 8000-FINALIZAR THRU 8000-FINALIZAR-EXIT
010400     STOP RUN.
010500
010600*----------------------------------------------------------------
010700* 1000-INICIAR - SE NIEGA A CORRER SI YA HAY UN RESPMCL.G1
010800* (INSTALACION YA CONVERTIDA) Y SI EL MAESTRO VIEJO NO ABRE;
010900* EN AMBOS CASOS TERMINA CON CODIGO 8 SIN TOCAR NADA.
011000*----------------------------------------------------------------
011100 1000-INICIAR.
011200     OPEN INPUT ArchivoRespaldo
011300     IF EstadoArchivoRespaldo = "00"
011400         CLOSE ArchivoRespaldo
011500         DISPLAY "RESPMCL.G1 YA EXISTE - LA CONVERSION NO SE "
011600             "REPITE"
011700         MOVE 8 TO RETURN-CODE
011800         STOP RUN
011900     END-IF
012000     OPEN INPUT MaestroClientesAnt
012100     IF EstadoMaestroAnt NOT = "00"
012200         DISPLAY "NO SE PUDO ABRIR MAESTCLI.DAT CON LA "
012300             "DEFINICION ANTERIOR - ESTADO "
012400             EstadoMaestroAnt
012500         MOVE 8 TO RETURN-CODE
012600         STOP RUN
012700     END-IF
012800     OPEN OUTPUT ArchivoRespaldo.
012900 1000-INICIAR-EXIT.
013000     EXIT.
013100
013200*----------------------------------------------------------------
013300* 2000-DESCARGAR - TRASLADA CADA CLIENTE VIEJO AL LAYOUT NUEVO,
013400* SIN DATOS DE CONTACTO Y CON CANAL POSTAL, Y LO DESCARGA AL
013500* RESPALDO.
013600*----------------------------------------------------------------
013700 2000-DESCARGAR.
013800     READ MaestroClientesAnt INTO RegistroClienteMaestroAnt
013900         AT END
014000             MOVE "S" TO FinArchivo
014100             GO TO 2000-DESCARGAR-EXIT
014200     END-READ
014300     MOVE RegistroClienteMaestroAnt TO RegistroClienteMaestro
014400     MOVE SPACES             TO CliDatosContacto
014500     MOVE "P"                TO CliCanalPreferido
014600     MOVE RegistroClienteMaestro TO RegistroRespaldo
014700     WRITE RegistroRespaldo
014800     ADD 1 TO ContadorDescargados.
014900 2000-DESCARGAR-EXIT.
015000     EXIT.
015100
015200*----------------------------------------------------------------
015300* 3000-PREPARAR-RECARGA - CIERRA LA DESCARGA CON SU TRAILER Y
015400* REABRE EL RESPALDO PARA RECONSTRUIR EL MAESTRO CON EL
015500* LAYOUT NUEVO.  RESPMCL.G1 QUEDA COMO RESPALDO DEL CORTE.
015600*----------------------------------------------------------------
015700 3000-PREPARAR-RECARGA.
015800     MOVE ContadorDescargados TO TrlCantidad
015900     MOVE TrailerRespaldo     TO RegistroRespaldo
016000     WRITE RegistroRespaldo
016100     CLOSE MaestroClientesAnt
016200     CLOSE ArchivoRespaldo
016300     MOVE "N" TO FinArchivo
016400     OPEN INPUT  ArchivoRespaldo
016500     OPEN OUTPUT MaestroClientes.
016600 3000-PREPARAR-RECARGA-EXIT.
016700     EXIT.
016800
016900 4000-RECARGAR.
017000     READ ArchivoRespaldo INTO RegistroRespaldoWk
017100         AT END
017200             MOVE "S" TO FinArchivo
017300             GO TO 4000-RECARGAR-EXIT
017400     END-READ
017500     IF RtMarca = "*FIN*"
017600         MOVE "S" TO HalleTrailer
017700         GO TO 4000-RECARGAR-EXIT
017800     END-IF
017900     MOVE RespDatos TO RegistroClienteMaestro
018000     WRITE RegistroClienteMaestro
018100         INVALID KEY
018200             ADD 1 TO ContadorErrores
018300             DISPLAY "CLAVE INVALIDA O REPETIDA EN RESPALDO: "
018400                 CliIdCliente
018500         NOT INVALID KEY
018600             ADD 1 TO ContadorRecargados
018700     END-WRITE.
018800 4000-RECARGAR-EXIT.
018900     EXIT.
019000
019100*----------------------------------------------------------------
019200* 8000-FINALIZAR - PRUEBA DE CUADRE COMO RecargaMaestro: LA
019300* CONVERSION SOLO SE DECLARA BUENA SI HUBO TRAILER Y LA
019400* CANTIDAD RECARGADA COINCIDE CON LA DEL RESPALDO.
019500*----------------------------------------------------------------
019600 8000-FINALIZAR.
019700     CLOSE ArchivoRespaldo
019800     CLOSE MaestroClientes
019900     DISPLAY "---------------------------------------------"
020000     DISPLAY "CONVERSION DEL MAESTRO DE CLIENTES A CONTACTOS"
020100     DISPLAY "Clientes Descargados: " ContadorDescargados
020200     DISPLAY "Clientes Recargados : " ContadorRecargados
020300     DISPLAY "Clientes Con Error  : " ContadorErrores
020400     IF NOT TrailerLeido
020500         DISPLAY "CONVERSION MALA - RESPALDO SIN TRAILER *FIN*"
020600         MOVE 8 TO RETURN-CODE
020700         GO TO 8000-FINALIZAR-EXIT
020800     END-IF
020900     IF ContadorErrores > ZEROES
021000         OR ContadorRecargados NOT = RtCantidad
021100         DISPLAY "CONVERSION MALA - NO CUADRA CON EL TRAILER"
021200         DISPLAY "Cantidad Esperada: " RtCantidad
021300         MOVE 8 TO RETURN-CODE
021400         GO TO 8000-FINALIZAR-EXIT
021500     END-IF
021600     DISPLAY "CONVERSION BUENA - LA CANTIDAD CUADRA"
021700     DISPLAY "---------------------------------------------".
021800 8000-FINALIZAR-EXIT.
021900     EXIT.

002200*                 CURSO O UNO FUTURO, Y A PISAR UNA GENERACION
002300*                 YA EXISTENTE.  UTILERIA ANUAL: SE CORRE A
002400*                 MANO, FUERA DEL CONTROL DE CORRIDAS DEL PASE.
002420* 2026-10-15 DSS  LA IMAGEN DEL JOURNAL CRECE A 120 POSICIONES
002440*                 POR EL PLAN DE PAGO (JrnPlanPago).  LAS
002460*                 GENERACIONES YA ARCHIVADAS DE 119 SE LEEN CON
002480*                 EL PLAN EN BLANCO.
002500*----------------------------------------------------------------
002600
002700 ENVIRONMENT DIVISION.
004400     COPY JRNREG.
004500
004600 FD  ArchivoAnual.
004700 01  RegistroAnual        PIC X(120).
004800
004900 WORKING-STORAGE SECTION.
005000 77  EstadoArchivoJournal PIC X(02)     VALUE "00".
007600     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
007700     05 TrlCantidad      PIC 9(07).
007800     05 TrlHashMonto     PIC 9(11)V99.
007900     05 FILLER           PIC X(95)      VALUE SPACES.
008000
008100 PROCEDURE DIVISION.
008200 0000-MAINLINE.

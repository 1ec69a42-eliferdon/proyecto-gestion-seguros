002132* 2026-09-02 DSS  EL MAESTRO PASA A CLAVE NumeroPoliza (CLAVES
002134*                 ALTERNAS IdCliente Y CodigoAgente); EL
002136*                 REGISTRO DE RESPALDO CRECE A 77 POSICIONES.
002146* 2026-10-15 DSS  EL REGISTRO DE RESPALDO CRECE A 78 POSICIONES
002156*                 POR EL PLAN DE PAGO DE LA POLIZA (PlanPago EN
002166*                 CLIREG).  UN RESPALDO DE 77 POSICIONES RECARGA
002176*                 CON PlanPago EN BLANCO, QUE CUENTA COMO ANUAL.
002186*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  ArchivoRespaldo.
003800 01  RegistroRespaldo     PIC X(78).
003900
004000 FD  ArchivoClientes.
004100     COPY CLIREG.
005800* CLIREG) O TRAILER *FIN* CON LOS TOTALES DE CONTROL.
005900*----------------------------------------------------------------
006000 01  RegistroRespaldoWk.
006100     05 RespDatos        PIC X(78).
006200     05 RespTrailerR REDEFINES RespDatos.
006300         10 RtMarca      PIC X(05).
006400         10 RtCantidad   PIC 9(07).
006500         10 RtHashMonto  PIC 9(11)V99.
006600         10 FILLER       PIC X(53).
006700
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.

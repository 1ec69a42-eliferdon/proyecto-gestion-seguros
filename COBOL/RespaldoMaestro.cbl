002232* 2026-09-02 DSS  EL MAESTRO PASA A CLAVE NumeroPoliza (CLAVES
002234*                 ALTERNAS IdCliente Y CodigoAgente); EL
002236*                 REGISTRO DE RESPALDO CRECE A 77 POSICIONES.
002245* 2026-10-15 DSS  EL REGISTRO DE RESPALDO CRECE A 78 POSICIONES
002254*                 POR EL PLAN DE PAGO DE LA POLIZA (PlanPago EN
002263*                 CLIREG).  CLIENTES.DAT SE MIGRA CORRIENDO ESTE
002272*                 PROGRAMA EN SU VERSION ANTERIOR Y LUEGO
002281*                 RecargaMaestro EN LA NUEVA.
002290*----------------------------------------------------------------
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003800     COPY CLIREG.
003900
004000 FD  ArchivoRespaldo.
004100 01  RegistroRespaldo     PIC X(78).
004200
004300 WORKING-STORAGE SECTION.
004400 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
005900     05 TrlMarca         PIC X(05)      VALUE "*FIN*".
006000     05 TrlCantidad      PIC 9(07).
006100     05 TrlHashMonto     PIC 9(11)V99.
006200     05 FILLER           PIC X(53)      VALUE SPACES.
006300
006400     COPY CTLPAR.
006500

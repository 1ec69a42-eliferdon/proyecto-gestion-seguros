001990*                 LISTA TODAS LAS POLIZAS DEL CLIENTE CON SU
001992*                 NOMBRE DEL MAESTRO DE CLIENTES MAESTCLI.DAT
001994*                 (OPCIONAL, COMO AGENTES.DAT).
001995* 2026-10-15 DSS  AGENTES.DAT PASA A MAESTRO INDEXADO (VER AGEREG
001996*                 Y MantenimientoAgentes); SE SIGUE CARGANDO EN
001997*                 TABLA, AHORA POR CLAVE.
002000*----------------------------------------------------------------
002100
002200 ENVIRONMENT DIVISION.
003240         RECORD KEY IS CliIdCliente
003250         FILE STATUS IS EstadoMaestroClientes.
003300     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
003400         ORGANIZATION IS INDEXED
003403         ACCESS MODE IS SEQUENTIAL
003406         RECORD KEY IS CodigoAgente OF RegistroAgente
003410         FILE STATUS IS EstadoArchivoAgentes.
003500
003600 DATA DIVISION.

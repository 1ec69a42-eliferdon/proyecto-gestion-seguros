000900* POLIZAS TENGA.  LO MANTIENE MantenimientoClientes CON CADA
001000* ALTA/CAMBIO Y LO SIEMBRAN CargaMaestroClientes Y
001100* ConversionPolizas.
001108*
001116* CliDatosContacto ES EL DOMICILIO POSTAL, EL CORREO
001124* ELECTRONICO, EL TELEFONO Y EL CANAL PREFERIDO DEL CLIENTE:
001132* LLEGAN EN LAS MISMAS TRANSACCIONES TRANREG (VER
001140* TxDatosContacto) Y DE ELLOS ARMA CorrespondenciaClientes LA
001148* CORRESPONDENCIA DEL DIA PARA LA IMPRENTA (VER CORREG).  EL
001156* CANAL EN ESPACIO CUENTA COMO POSTAL PARA TOLERAR REGISTROS
001164* ANTERIORES AL CAMPO; "T" (TELEFONO) SOLO ORIENTA LA GESTION
001172* TELEFONICA, LOS DOCUMENTOS SE LE ENVIAN POR CORREO POSTAL.
001180* ConversionContactos ABRE A PROPOSITO EL MAESTRO CON SU
001188* DEFINICION ANTERIOR PARA EL CORTE DE CONVERSION.
001200*----------------------------------------------------------------
001300 01  RegistroClienteMaestro.
001400     05 CliIdCliente      PIC X(5).
001500     05 CliNombreCliente  PIC X(20).
001600     05 CliIdentificacion PIC X(15).
001700     05 CliDatosContacto.
001800         10 CliDomicilio      PIC X(30).
001900         10 CliLocalidad      PIC X(20).
002000         10 CliProvincia      PIC X(20).
002100         10 CliCodigoPostal   PIC X(08).
002200         10 CliEmail          PIC X(40).
002300         10 CliTelefono       PIC X(15).
002400         10 CliCanalPreferido PIC X(01).
002500             88 CanalPostal        VALUE "P" " ".
002600             88 CanalEmail         VALUE "E".
002700             88 CanalTelefono      VALUE "T".

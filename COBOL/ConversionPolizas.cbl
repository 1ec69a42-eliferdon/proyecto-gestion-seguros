002500*                 CLAVES Y PRUEBA EL CUADRE.  SI RESPCLI.G1 YA
002600*                 EXISTE SE NIEGA A CORRER, PARA NO PISAR UNA
002700*                 GENERACION DE UNA INSTALACION YA CONVERTIDA.
002730* 2026-10-15 DSS  EL CLIENTE SEMBRADO EN MAESTCLI.DAT NACE SIN
002760*                 DATOS DE CONTACTO (CliDatosContacto EN CLMREG).
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
017300     MOVE IdClienteAnt     TO CliIdCliente
017400     MOVE NombreClienteAnt TO CliNombreCliente
017500     MOVE SPACES           TO CliIdentificacion
017550     MOVE SPACES           TO CliDatosContacto
017600     WRITE RegistroClienteMaestro
017700         INVALID KEY
017800             DISPLAY "CLIENTE REPETIDO EN EL MAESTRO VIEJO - "

002090*                 SIEMBRA ADEMAS EL MAESTRO DE CLIENTES
002091*                 MAESTCLI.DAT (COPY CLMREG) CON UN REGISTRO
002092*                 POR IdCliente.
002112* 2026-10-15 DSS  TODA POLIZA CARGADA NACE CON PLAN DE PAGO
002132*                 ANUAL (PlanPago "A" EN CLIREG).
002137* 2026-10-15 DSS  TODO CLIENTE SEMBRADO NACE SIN DATOS DE
002142*                 CONTACTO (CliDatosContacto EN CLMREG); SE
002147*                 CAPTURAN DESPUES POR MANTENIMIENTO.
002152*----------------------------------------------------------------
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
009202     MOVE "V"                   TO EstadoPoliza
009204     MOVE ZEROES                TO FechaCancelacion
009206     MOVE SPACES                TO MotivoCancelacion
009208     MOVE "A"                   TO PlanPago
009210     PERFORM 9500-VALIDAR-MONTO-POLIZA
009220         THRU 9500-VALIDAR-MONTO-POLIZA-EXIT
009230     IF NOT EsValido
010172     MOVE IdCliente     TO CliIdCliente
010174     MOVE NombreCliente TO CliNombreCliente
010176     MOVE SPACES        TO CliIdentificacion
010177     MOVE SPACES        TO CliDatosContacto
010178     WRITE RegistroClienteMaestro
010180         INVALID KEY
010182             CONTINUE

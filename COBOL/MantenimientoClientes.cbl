001944*                 LIMPIO (P.EJ. EL SECUENCIAL SIN CONVERTIR, QUE
001945*                 DA ATRIBUTOS EN CONFLICTO) DETIENE EL PASO CON
001946*                 CODIGO 8 EN VEZ DE SEGUIR SIN JOURNALIZAR.
001952* 2026-10-15 DSS  PLAN DE PAGO DE LA POLIZA (PlanPago EN CLIREG,
001958*                 TxPlanPago EN TRANREG).  EL ALTA SIN PLAN
001964*                 QUEDA ANUAL; EL CAMBIO SIN PLAN CONSERVA EL
001970*                 QUE TENIA.  UN CODIGO DE PLAN DESCONOCIDO SE
001976*                 RECHAZA COMO UN MONTO INVALIDO.
001977* 2026-10-15 DSS  UN CAMBIO QUE VIENE DEL TRASPASO DE CARTERA
001978*                 (TxOrigen "TRASPASO", DE TraspasoCartera) SOLO
001979*                 CAMBIA EL AGENTE DE LA POLIZA: LOS DEMAS
001980*                 DATOS DE LA TRANSACCION SON LOS DEL MAESTRO
001981*                 DEL DIA DEL TRASPASO, Y UNA RENOVACION O UN
001982*                 CAMBIO DE CAPTURA APLICADO ANTES EN LA MISMA
001983*                 NOCHE NO DEBE QUEDAR PISADO POR ELLOS.
001984* 2026-10-15 DSS  DATOS DE CONTACTO DEL CLIENTE (CliDatosContacto
001985*                 EN CLMREG, TxDatosContacto EN TRANREG): EL
001986*                 CLIENTE NUEVO LOS TOMA DE LA TRANSACCION, CON
001987*                 CANAL POSTAL SI NO TRAE CANAL; EN EL CLIENTE
001988*                 EXISTENTE CADA CAMPO QUE LA TRANSACCION TRAE
001989*                 LLENO REEMPLAZA AL ANTERIOR.  UN CANAL
001990*                 DESCONOCIDO SE RECHAZA COMO UN PLAN
001991*                 DESCONOCIDO.
001992* 2026-10-15 DSS  UN CAMBIO DE ORIGEN "INTEGRID" (CORRECCION DE
001993*                 IntegridadReferencial) NO TOCA LA POLIZA NI EL
001994*                 JOURNAL: SOLO REPONE EN MAESTCLI.DAT EL
001995*                 CLIENTE DE LA POLIZA, CON EL IdCliente Y EL
001996*                 NOMBRE QUE LA POLIZA TIENE HOY.
002006* 2026-10-15 DSS  EL CAMBIO DEL TRASPASO TOMA EL CLIENTE Y EL
002016*                 MONTO DE LA POLIZA LEIDA, COMO
002026*                 2250-REPONER-CLIENTE, PARA EL MAESTRO DE
002036*                 CLIENTES Y EL LISTADO: LOS DE LA TRANSACCION
002046*                 PUEDEN HABER QUEDADO VIEJOS POR UN CAMBIO DE
002056*                 CAPTURA APLICADO ANTES EN LA MISMA NOCHE.
002066*----------------------------------------------------------------
002076
002086 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT ArchivoClientes ASSIGN TO "CLIENTES.DAT"
006842 01  HoraDelDiaR REDEFINES HoraDelDia.
006844     05 HoraHHMMSS        PIC 9(06).
006846     05 FILLER            PIC 9(02).
006848 01  ImagenClienteAntes   PIC X(78).
006850
006860     COPY CTLPAR.
006900
014772     MOVE "V"             TO EstadoPoliza
014774     MOVE ZEROES          TO FechaCancelacion
014776     MOVE SPACES          TO MotivoCancelacion
014778     MOVE TxPlanPago      TO PlanPago
014780     IF PlanPago = SPACE
014782         MOVE "A" TO PlanPago
014784     END-IF
014786     PERFORM 9500-VALIDAR-MONTO-POLIZA
014790         THRU 9500-VALIDAR-MONTO-POLIZA-EXIT
014800     IF NOT EsValido OR NOT TxPlanValido OR NOT TxCanalValido
014810         ADD 1 TO ContadorRechazos
014820         MOVE "RECHAZO"       TO LawAccion
014830         MOVE TxIdCliente     TO LawIdCliente
017810                 THRU 2900-ESCRIBIR-AUDIT-EXIT
017820             GO TO 2200-PROCESAR-CAMBIO-EXIT
017900     END-READ
017908     IF TxOrigenIntegridad
017916         PERFORM 2250-REPONER-CLIENTE
017924             THRU 2250-REPONER-CLIENTE-EXIT
017932         GO TO 2200-PROCESAR-CAMBIO-EXIT
017940     END-IF
017950     MOVE RegistroCliente TO ImagenClienteAntes
017952     IF TxOrigenTraspaso
017954         MOVE TxCodigoAgente TO CodigoAgente IN RegistroCliente
017955         MOVE IdCliente      TO TxIdCliente
017956         MOVE NombreCliente  TO TxNombreCliente
017957         MOVE MontoPoliza    TO TxMontoPoliza
017958     ELSE
017960         MOVE TxIdCliente     TO IdCliente
018000         MOVE TxNombreCliente TO NombreCliente
018100         MOVE TxMontoPoliza   TO MontoPoliza
018200         MOVE TxCodigoRamo    TO CodigoRamo
018250         MOVE TxCodigoAgente  TO CodigoAgente IN RegistroCliente
018260         MOVE TxFechaEfectiva TO FechaEfectiva
018270         MOVE TxFechaVencimiento TO FechaVencimiento
018272         IF TxPlanPago NOT = SPACE
018274             MOVE TxPlanPago TO PlanPago
018276         END-IF
018278     END-IF
018280     PERFORM 9500-VALIDAR-MONTO-POLIZA
018290         THRU 9500-VALIDAR-MONTO-POLIZA-EXIT
018300     IF NOT EsValido OR NOT TxPlanValido OR NOT TxCanalValido
018310         ADD 1 TO ContadorRechazos
018320         MOVE "RECHAZO"       TO LawAccion
018330         MOVE TxIdCliente     TO LawIdCliente
019600 2200-PROCESAR-CAMBIO-EXIT.
019700     EXIT.
019800
019801*----------------------------------------------------------------
019802* 2250-REPONER-CLIENTE - CORRECCION DE INTEGRIDAD: LA POLIZA
019803* QUEDA COMO ESTA Y SOLO SE REPONE SU CLIENTE EN MAESTCLI.DAT.
019804* EL CLIENTE SALE DE LA POLIZA DE HOY Y NO DE LA TRANSACCION,
019805* QUE PUEDE HABER QUEDADO VIEJA DESDE LA REVISION.
019806*----------------------------------------------------------------
019807 2250-REPONER-CLIENTE.
019808     MOVE IdCliente     TO TxIdCliente
019809     MOVE NombreCliente TO TxNombreCliente
019810     PERFORM 2700-ACTUALIZAR-CLIENTE
019811         THRU 2700-ACTUALIZAR-CLIENTE-EXIT
019812     ADD 1 TO ContadorCambios
019813     MOVE "REPONE CLI"  TO LawAccion
019814     MOVE TxIdCliente     TO LawIdCliente
019815     MOVE TxNombreCliente TO LawNombre
019816     MOVE MontoPoliza     TO LawMonto
019817     PERFORM 2900-ESCRIBIR-AUDIT THRU 2900-ESCRIBIR-AUDIT-EXIT.
019818 2250-REPONER-CLIENTE-EXIT.
019819     EXIT.
019820
019821*----------------------------------------------------------------
019822* 2300-PROCESAR-BAJA - LA BAJA YA NO BORRA EL REGISTRO: LO
019830* MARCA CANCELADO CON LA FECHA DEL PASE Y EL MOTIVO CAPTURADO,
019832* DEJANDO IMAGEN ANTES Y DESPUES EN EL JOURNAL.  UNA POLIZA YA
019834* CANCELADA NO SE CANCELA DOS VECES.
022550* 2700-ACTUALIZAR-CLIENTE - MANTIENE EL MAESTRO DE CLIENTES:
022560* EL CLIENTE DE LA TRANSACCION SE DA DE ALTA EN MAESTCLI.DAT
022570* SI NO EXISTE, Y SI EXISTE SE LE REFRESCA EL NOMBRE Y, CUANDO
022580* LA TRANSACCION LA TRAE, LA IDENTIFICACION Y CADA DATO DE
022585* CONTACTO QUE VENGA LLENO.
022590*----------------------------------------------------------------
022592 2700-ACTUALIZAR-CLIENTE.
022594     MOVE TxIdCliente TO CliIdCliente
022602             MOVE TxIdCliente      TO CliIdCliente
022604             MOVE TxNombreCliente  TO CliNombreCliente
022606             MOVE TxIdentificacion TO CliIdentificacion
022607             MOVE TxDatosContacto  TO CliDatosContacto
022608             IF CliCanalPreferido = SPACE
022609                 MOVE "P" TO CliCanalPreferido
022610             END-IF
022611             WRITE RegistroClienteMaestro
022612         NOT INVALID KEY
022614             MOVE TxNombreCliente  TO CliNombreCliente
022616             IF TxIdentificacion NOT = SPACES
022618                 MOVE TxIdentificacion TO CliIdentificacion
022622             END-IF
022623             PERFORM 2750-APLICAR-CONTACTO
022624                 THRU 2750-APLICAR-CONTACTO-EXIT
022625             REWRITE RegistroClienteMaestro
022626     END-READ.
022628 2700-ACTUALIZAR-CLIENTE-EXIT.
022632     EXIT.
022634
022636*----------------------------------------------------------------
022638* 2750-APLICAR-CONTACTO - SOBRE UN CLIENTE EXISTENTE, CADA DATO
022640* DE CONTACTO QUE LA TRANSACCION TRAE LLENO REEMPLAZA AL DEL
022642* MAESTRO; LOS QUE VIENEN EN ESPACIOS NO SE TOCAN.
022644*----------------------------------------------------------------
022646 2750-APLICAR-CONTACTO.
022648     IF TxDomicilio NOT = SPACES
022650         MOVE TxDomicilio TO CliDomicilio
022652     END-IF
022654     IF TxLocalidad NOT = SPACES
022656         MOVE TxLocalidad TO CliLocalidad
022658     END-IF
022660     IF TxProvincia NOT = SPACES
022662         MOVE TxProvincia TO CliProvincia
022664     END-IF
022666     IF TxCodigoPostal NOT = SPACES
022668         MOVE TxCodigoPostal TO CliCodigoPostal
022670     END-IF
022672     IF TxEmail NOT = SPACES
022674         MOVE TxEmail TO CliEmail
022676     END-IF
022678     IF TxTelefono NOT = SPACES
022680         MOVE TxTelefono TO CliTelefono
022682     END-IF
022684     IF TxCanalPreferido NOT = SPACE
022686         MOVE TxCanalPreferido TO CliCanalPreferido
022688     END-IF.
022690 2750-APLICAR-CONTACTO-EXIT.
022692     EXIT.
022694
022696 2900-ESCRIBIR-AUDIT.
022698     MOVE TxNumeroPoliza TO LawNumeroPoliza
022700     MOVE SPACES TO LineaAuditoria
022800     STRING LawAccion    DELIMITED BY SIZE
022850            LawNumeroPoliza DELIMITED BY SIZE

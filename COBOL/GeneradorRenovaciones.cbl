002359*                 FUSIONARLO Y NADIE VUELVA A APLICARLO A MANO
002361*                 DOS NOCHES SEGUIDAS.  LA TRANSACCION SE
002362*                 LIMPIA A ESPACIOS ANTES DE ARMARLA.
002365* 2026-10-15 DSS  CADA RENOVACION GENERADA REVISA EL AGENTE DE LA
002368*                 POLIZA EN EL MAESTRO DE AGENTES (AGENTES.DAT,
002371*                 VER AGEREG) Y AVISA SI NO ESTA REGISTRADO, SI
002374*                 ESTA TERMINADO (LA POLIZA SE RENUEVA CON UN
002377*                 AGENTE DADO DE BAJA: TRASPASAR LA CARTERA CON
002380*                 TraspasoCartera) O SI TIENE LA LICENCIA
002383*                 VENCIDA.  LA RENOVACION SE GENERA IGUAL.  SIN
002386*                 AGENTES.DAT SE RENUEVA SIN REVISAR AGENTES.
002389*----------------------------------------------------------------
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
003101         ALTERNATE RECORD KEY IS IdCliente
003102             WITH DUPLICATES
003104         ALTERNATE RECORD KEY IS CodigoAgente
003105             OF RegistroCliente
003106             WITH DUPLICATES
003200         FILE STATUS IS EstadoArchivoClientes.
003300     SELECT ArchivoTarifas ASSIGN TO "TARIFAS.DAT"
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT ListadoExcluidos ASSIGN TO "EXCLRENOV.LST"
004100         ORGANIZATION IS LINE SEQUENTIAL.
004110     SELECT ArchivoAgentes ASSIGN TO "AGENTES.DAT"
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS CodigoAgente OF RegistroAgente
004150         FILE STATUS IS EstadoArchivoAgentes.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005700
005800 FD  ListadoExcluidos.
005900 01  LineaExcluido        PIC X(80).
005920
005940 FD  ArchivoAgentes.
005960     COPY AGEREG.
006000
006100 WORKING-STORAGE SECTION.
006200 77  EstadoArchivoClientes PIC X(02)    VALUE "00".
006300 77  EstadoArchivoNoRenov PIC X(02)     VALUE "00".
006320 77  EstadoArchivoAgentes PIC X(02)     VALUE "00".
006340 77  HayAgentes          PIC X(01)      VALUE "N".
006360     88 AgentesDisponibles              VALUE "S".
006400 77  FinArchivo          PIC X(01)      VALUE "N".
006500     88 TodoLeido                       VALUE "S".
006600 77  RegistroEsValido    PIC X(01)      VALUE "N".
008100 77  ContadorRechazados  PIC 9(05)      COMP VALUE ZEROES.
008110 77  ContadorNoVigentes  PIC 9(05)      COMP VALUE ZEROES.
008120 77  HashMontoTrans      PIC 9(11)V99   VALUE ZEROES.
008160 77  ContadorAvisosAgente PIC 9(05)     COMP VALUE ZEROES.
008200 77  MontoRenovado       PIC 9(7)V99    VALUE ZEROES.
008300 01  FechaRenovWk.
008400     05 FechaRenov       PIC 9(08).
013300     OPEN OUTPUT ListadoExcluidos
013400     MOVE "LISTADO DE POLIZAS EXCLUIDAS DE RENOVACION"
013500         TO LineaExcluido
013600     WRITE LineaExcluido
013610     OPEN INPUT ArchivoAgentes
013620     IF EstadoArchivoAgentes = "00"
013630         MOVE "S" TO HayAgentes
013640     ELSE
013650         DISPLAY "SIN AGENTES.DAT - NO SE REVISAN LOS AGENTES "
013660             "DE LAS POLIZAS"
013670     END-IF.
013700 1000-INICIAR-EXIT.
013800     EXIT.
013900
028400     MOVE FechaRenov      TO TxFechaVencimiento
028500     WRITE RegistroTransaccion
028600     ADD 1 TO ContadorGenerados
028650     ADD TxMontoPoliza TO HashMontoTrans
028670     PERFORM 2500-REVISAR-AGENTE THRU 2500-REVISAR-AGENTE-EXIT.
028700 2300-GENERAR-TRANS-EXIT.
028800     EXIT.
028900
032900 2400-LISTAR-EXCLUIDO-EXIT.
033000     EXIT.
033100
033102*----------------------------------------------------------------
033104* 2500-REVISAR-AGENTE - AVISA SI EL AGENTE DE LA POLIZA NO ESTA
033106* EN EL MAESTRO DE AGENTES, SI ESTA TERMINADO O SI SU LICENCIA
033108* YA VENCIO (AgeVenceLicencia EN CERO ES SIN VENCIMIENTO).
033110*----------------------------------------------------------------
033112 2500-REVISAR-AGENTE.
033114     IF NOT AgentesDisponibles
033116         GO TO 2500-REVISAR-AGENTE-EXIT
033118     END-IF
033120     MOVE CodigoAgente OF RegistroCliente
033122         TO CodigoAgente OF RegistroAgente
033124     READ ArchivoAgentes
033126         INVALID KEY
033128             ADD 1 TO ContadorAvisosAgente
033130             DISPLAY "AVISO - AGENTE NO REGISTRADO "
033132                 CodigoAgente OF RegistroCliente
033134                 " - RENOVACION POLIZA " NumeroPoliza
033136             GO TO 2500-REVISAR-AGENTE-EXIT
033138     END-READ
033140     IF AgenteTerminado
033142         ADD 1 TO ContadorAvisosAgente
033144         DISPLAY "AVISO - AGENTE TERMINADO "
033146             CodigoAgente OF RegistroAgente
033148             " - RENOVACION POLIZA " NumeroPoliza
033150         GO TO 2500-REVISAR-AGENTE-EXIT
033152     END-IF
033154     IF AgeVenceLicencia NUMERIC
033156         AND AgeVenceLicencia NOT = ZEROES
033158         AND AgeVenceLicencia < FechaHoy
033160         ADD 1 TO ContadorAvisosAgente
033162         DISPLAY "AVISO - LICENCIA VENCIDA DEL AGENTE "
033164             CodigoAgente OF RegistroAgente
033166             " - RENOVACION POLIZA " NumeroPoliza
033168     END-IF.
033170 2500-REVISAR-AGENTE-EXIT.
033172     EXIT.
033174
033200 8000-FINALIZAR.
033300     CLOSE ArchivoClientes
033310     MOVE SPACES   TO RegistroLote
033370     WRITE RegistroLote
033400     CLOSE ArchivoTransRenov
033500     CLOSE ListadoExcluidos
033520     IF AgentesDisponibles
033540         CLOSE ArchivoAgentes
033560     END-IF
033600     DISPLAY "---------------------------------------------"
033700     DISPLAY "GENERADOR DE RENOVACIONES: RENOVTRA.DAT"
033800     DISPLAY "Transacciones Generadas: " ContadorGenerados
034000     DISPLAY "Renovadas Sin Tarifa   : " ContadorSinTarifa
034100     DISPLAY "Polizas Invalidas      : " ContadorRechazados
034150     DISPLAY "Polizas No Vigentes    : " ContadorNoVigentes
034170     DISPLAY "Avisos De Agente       : " ContadorAvisosAgente
034200     DISPLAY "---------------------------------------------".
034300 8000-FINALIZAR-EXIT.
034400     EXIT.

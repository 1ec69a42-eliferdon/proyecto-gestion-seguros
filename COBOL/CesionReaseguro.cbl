002600*                 CuadreDiario CONFRONTA CONTRA EL EXTRACTO.
002700*                 CORRE EN LA VENTANA DESPUES DE
002800*                 ExtractoReaseguro (COPY RUNCTL).
002810* 2026-10-15 DSS  EL REASEGURADOR PARTICIPA DE LOS SALVAMENTOS Y
002820*                 SUBROGACIONES (MontoRecuperado DE SINREG) EN
002830*                 LA MISMA PROPORCION CEDIDA DEL TRATADO: SU
002840*                 PARTE SE DESCUENTA DEL RECUPERO SOBRE
002850*                 MontoPagado, DE MODO QUE EL RECUPERO DEL
002860*                 BORDERO Y DE CesRecuperos ES NETO.  BORDSIN.LST
002870*                 MUESTRA LO RECUPERADO DEL SINIESTRO Y TOTALIZA
002880*                 LA PARTE CEDIDA DE LOS RECUPEROS.
002900*----------------------------------------------------------------
003000
003100 ENVIRONMENT DIVISION.
010200 77  SumaCedida          PIC 9(7)V99    VALUE ZEROES.
010300 77  PrimaCedida         PIC 9(7)V99    VALUE ZEROES.
010400 77  RecuperoSiniestro   PIC 9(7)V99    VALUE ZEROES.
010430 77  RecuperoBruto       PIC 9(7)V99    VALUE ZEROES.
010460 77  RecuperoCedido      PIC 9(7)V99    VALUE ZEROES.
010500 77  TotalSumaCedida     PIC 9(9)V99    VALUE ZEROES.
010600 77  TotalSumaRetenida   PIC 9(9)V99    VALUE ZEROES.
010700 77  TotalPrimaCedida    PIC 9(9)V99    VALUE ZEROES.
010800 77  TotalRecuperos      PIC 9(9)V99    VALUE ZEROES.
010850 77  TotalRecupCedidos   PIC 9(9)V99    VALUE ZEROES.
010900 77  ContadorCedidas     PIC 9(07)      COMP VALUE ZEROES.
011000 77  ContadorRetenidas   PIC 9(07)      COMP VALUE ZEROES.
011100 77  ContadorSinTratado  PIC 9(07)      COMP VALUE ZEROES.
011500 77  ContadorRecuperos   PIC 9(07)      COMP VALUE ZEROES.
011600 77  MontoEd             PIC Z(6)9.99.
011700 77  CedidaEd            PIC Z(6)9.99.
011750 77  RecuperadoEd        PIC Z(6)9.99.
011800 77  PrimaEd             PIC Z(6)9.99.
011900 77  TotalEd             PIC Z(8)9.99.
012000
018900     MOVE "BORDERO DE SINIESTROS - RECUPEROS"
019000         TO LineaBorderoSin
019100     WRITE LineaBorderoSin
019200     MOVE "SINIESTRO / POLIZA / PAGADO / SALV-SUBROG / RECUPERO"
019300         TO LineaBorderoSin
019400     WRITE LineaBorderoSin.
019500 1000-INICIAR-EXIT.
035500* LE APLICA LA PROPORCION CEDIDA DE SU POLIZA (RETENCION Y
035600* CUOTA DEL TRATADO VIGENTE DEL RAMO).  UN SINIESTRO CUYA
035700* POLIZA NO ESTA EN EL MAESTRO O NO CEDE NO GENERA RECUPERO.
035720* DE ESE RECUPERO SE DESCUENTA LA PARTE DEL REASEGURADOR EN LO
035740* YA RECUPERADO POR SALVAMENTO O SUBROGACION (MontoRecuperado,
035760* CON LA MISMA PROPORCION); EL BORDERO LLEVA EL NETO.
035800*----------------------------------------------------------------
035900 3000-PROCESAR-SIN.
036000     READ ArchivoSiniestros INTO RegistroSiniestro
039000     IF SumaCedida = ZEROES
039100         GO TO 3100-RECUPERAR-EXIT
039200     END-IF
039300     COMPUTE RecuperoBruto ROUNDED =
039400         MontoPagado * SumaCedida / MontoPoliza
039500     IF RecuperoBruto = ZEROES
039600         GO TO 3100-RECUPERAR-EXIT
039700     END-IF
039709     MOVE ZEROES TO RecuperoCedido
039718     IF MontoRecuperado NUMERIC
039727         AND MontoRecuperado > ZEROES
039736         COMPUTE RecuperoCedido ROUNDED =
039745             MontoRecuperado * SumaCedida / MontoPoliza
039754     END-IF
039763     IF RecuperoCedido > RecuperoBruto
039772         MOVE RecuperoBruto TO RecuperoCedido
039781     END-IF
039790     COMPUTE RecuperoSiniestro = RecuperoBruto - RecuperoCedido
039800     ADD 1 TO ContadorRecuperos
039900     ADD RecuperoSiniestro TO TotalRecuperos
039950     ADD RecuperoCedido    TO TotalRecupCedidos
040000     MOVE MontoPagado       TO MontoEd
040020     MOVE ZEROES            TO RecuperadoEd
040040     IF MontoRecuperado NUMERIC
040060         MOVE MontoRecuperado TO RecuperadoEd
040080     END-IF
040100     MOVE RecuperoSiniestro TO CedidaEd
040200     MOVE SPACES TO LineaBorderoSin
040300     STRING NumeroSiniestro DELIMITED BY SIZE
040600            " "             DELIMITED BY SIZE
040700            MontoEd         DELIMITED BY SIZE
040800            " "             DELIMITED BY SIZE
040830            RecuperadoEd    DELIMITED BY SIZE
040860            " "             DELIMITED BY SIZE
040900            CedidaEd        DELIMITED BY SIZE
041000         INTO LineaBorderoSin
041100     END-STRING
044200         DELIMITED BY SIZE INTO LineaBorderoSin
044300     END-STRING
044400     WRITE LineaBorderoSin
044410     MOVE TotalRecupCedidos TO TotalEd
044420     MOVE SPACES TO LineaBorderoSin
044430     STRING "TOTAL SALV/SUBROG CEDIDO: " TotalEd
044440         DELIMITED BY SIZE INTO LineaBorderoSin
044450     END-STRING
044460     WRITE LineaBorderoSin
044500     CLOSE BorderoSiniestros
044600     OPEN OUTPUT ArchivoCesion
044700     MOVE FechaHoy          TO CesFecha
046100     DISPLAY "Suma Cedida Total    : " TotalSumaCedida
046200     DISPLAY "Prima Cedida Total   : " TotalPrimaCedida
046300     DISPLAY "Recuperos Totales    : " TotalRecuperos
046350     DISPLAY "Salv/Subrog Cedidos  : " TotalRecupCedidos
046400     DISPLAY "---------------------------------------------"
046500     PERFORM 9650-CONTROL-FIN THRU 9650-CONTROL-FIN-EXIT.
046600 8000-FINALIZAR-EXIT.

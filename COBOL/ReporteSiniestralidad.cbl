001962* 2026-09-02 DSS  EL MAESTRO PASA A CLAVE NumeroPoliza: LA
001964*                 POLIZA DEL SINIESTRO SE LEE AHORA POR
001966*                 SinNumeroPoliza.
001970* 2026-10-15 DSS  SE ACUMULA TAMBIEN EL MontoRecuperado DE CADA
001974*                 SINIESTRO (SALVAMENTOS Y SUBROGACIONES) Y EL
001978*                 REPORTE MUESTRA POR RAMO LA SINIESTRALIDAD
001982*                 BRUTA (PAGADO / ASEGURADO) Y LA NETA DE
001986*                 RECUPEROS ((PAGADO - RECUPERADO) / ASEGURADO).
001990*----------------------------------------------------------------
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004900     88 TodoSiniestro                   VALUE "S".
005000 77  TotalAsegurado      PIC 9(8)V99    VALUE ZEROES.
005100 77  TotalPagado         PIC 9(8)V99    VALUE ZEROES.
005150 77  TotalRecuperado     PIC 9(8)V99    VALUE ZEROES.
005200 77  IndiceRamo          PIC 9(02)      COMP VALUE ZEROES.
005300 77  RegistroEsValido    PIC X(01)      VALUE "N".
005400     88 EsValido                        VALUE "S".
005610 77  ContadorNoVigentes  PIC 9(07)      COMP VALUE ZEROES.
005700 77  PorcentajeRamo      PIC 9(03)V99   VALUE ZEROES.
005800 77  PorcentajeRamoEd    PIC ZZ9.99.
005830 77  PorcentajeNeto      PIC 9(03)V99   VALUE ZEROES.
005860 77  PorcentajeNetoEd    PIC ZZ9.99.
005900
006000*----------------------------------------------------------------
006100* TABLA DE RAMOS CONOCIDOS, LA MISMA DE ReporteRamo.  LOS
008100     05 SubtotalRamo     OCCURS 5 TIMES PIC 9(8)V99 VALUE ZEROES.
008200 01  TablaPagados.
008300     05 PagadoRamo       OCCURS 5 TIMES PIC 9(8)V99 VALUE ZEROES.
008330 01  TablaRecuperados.
008360     05 RecuperadoRamo   OCCURS 5 TIMES PIC 9(8)V99 VALUE ZEROES.
008400
008500 PROCEDURE DIVISION.
008600 0000-MAINLINE.
013000
013100*----------------------------------------------------------------
013200* 3000-PROCESAR-SIN - RECORRE EL MAESTRO DE SINIESTROS Y
013300* ACUMULA EL MontoPagado Y EL MontoRecuperado DE CADA
013400* SINIESTRO EN EL RAMO DE SU POLIZA, LEIDA POR CLAVE EN
013450* ArchivoClientes.
013500*----------------------------------------------------------------
013600 3000-PROCESAR-SIN.
013700     READ ArchivoSiniestros INTO RegistroSiniestro
016000             CONTINUE
016100     END-SEARCH
016200     ADD MontoPagado TO PagadoRamo(IxRamo)
016300     ADD MontoPagado TO TotalPagado
016330     ADD MontoRecuperado TO RecuperadoRamo(IxRamo)
016360     ADD MontoRecuperado TO TotalRecuperado.
016400 3100-ACUM-PAGADO-EXIT.
016500     EXIT.
016600
016900     CLOSE ArchivoSiniestros
017000     DISPLAY "---------------------------------------------"
017100     DISPLAY "REPORTE DE SINIESTRALIDAD POR RAMO"
017200     DISPLAY "RAMO / ASEGURADO / PAGADO / RECUPERADO / "
017250         "SINIESTRALIDAD BRUTA % / NETA %"
017300     DISPLAY "---------------------------------------------"
017400     PERFORM 8100-IMPRIMIR-RAMO THRU 8100-IMPRIMIR-RAMO-EXIT
017500         VARYING IndiceRamo FROM 1 BY 1
017700     DISPLAY "---------------------------------------------"
017800     DISPLAY "Monto Total Asegurado: " TotalAsegurado
017900     DISPLAY "Monto Total Pagado   : " TotalPagado
017950     DISPLAY "Monto Total Recuperado: " TotalRecuperado
018000     DISPLAY "Siniestros Leidos    : " ContadorSiniestros
018100     DISPLAY "Registros Excluidos (Invalidos): "
018200         ContadorRechazados
018800         COMPUTE PorcentajeRamo ROUNDED =
018900             PagadoRamo(IndiceRamo) * 100
019000             / SubtotalRamo(IndiceRamo)
019020         COMPUTE PorcentajeNeto ROUNDED =
019040             (PagadoRamo(IndiceRamo) - RecuperadoRamo(IndiceRamo))
019060             * 100 / SubtotalRamo(IndiceRamo)
019100     ELSE
019200         MOVE ZEROES TO PorcentajeRamo
019250         MOVE ZEROES TO PorcentajeNeto
019300     END-IF
019400     MOVE PorcentajeRamo TO PorcentajeRamoEd
019450     MOVE PorcentajeNeto TO PorcentajeNetoEd
019500     DISPLAY RamoDesc(IndiceRamo) ": "
019600         SubtotalRamo(IndiceRamo) " "
019700         PagadoRamo(IndiceRamo) " "
019750         RecuperadoRamo(IndiceRamo) " "
019800         PorcentajeRamoEd " "
019850         PorcentajeNetoEd.
019900 8100-IMPRIMIR-RAMO-EXIT.
020000     EXIT.
020100

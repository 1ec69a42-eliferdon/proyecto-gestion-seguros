001760*                 EL CORTE DE CONTROL POR CLIENTE; UN CLIENTE
001770*                 CON VARIAS POLIZAS SUMA TODOS SUS RECIBOS EN
001780*                 UNA SOLA LINEA.
001783* 2026-10-15 DSS  CON LOS PLANES DE PAGO EN CUOTAS (VER RECREG)
001786*                 CADA CUOTA SE ENVEJECE DESDE SU PROPIO
001789*                 VENCIMIENTO (FechaVencimientoRecibo) Y NO
001792*                 DESDE LA EMISION; UN RECIBO SIN VENCIMIENTO
001795*                 SIGUE ENVEJECIENDO DESDE SU EMISION.
001800*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
003800 77  FechaHoy            PIC 9(08)      VALUE ZEROES.
003900 77  IntHoy              PIC 9(07)      COMP VALUE ZEROES.
004000 77  IntEmision          PIC 9(07)      COMP VALUE ZEROES.
004050 77  FechaBaseMora       PIC 9(08)      VALUE ZEROES.
004100 77  DiasMora            PIC S9(05)     VALUE ZEROES.
004200 77  SaldoRecibo         PIC 9(8)V99    VALUE ZEROES.
004300 77  ContadorPendientes  PIC 9(07)      COMP VALUE ZEROES.
011600
011700*----------------------------------------------------------------
011800* 2100-ENVEJECER - CLASIFICA EL SALDO PENDIENTE DEL RECIBO EN
011900* SU RANGO DE MORA, CONTADA DESDE EL VENCIMIENTO DE LA CUOTA
011950* (O DESDE LA EMISION SI NO LO TIENE).  LOS RECIBOS YA
012000* COBRADOS O SIN SALDO NO ENTRAN AL REPORTE.
012100*----------------------------------------------------------------
012200 2100-ENVEJECER.
012300     IF ReciboCobrado
012700         GO TO 2100-ENVEJECER-EXIT
012800     END-IF
012900     COMPUTE SaldoRecibo = MontoRecibo - MontoCobrado
012910     MOVE FechaEmisionRecibo TO FechaBaseMora
012920     IF FechaVencimientoRecibo NUMERIC
012930         AND FechaVencimientoRecibo NOT = ZEROES
012940         MOVE FechaVencimientoRecibo TO FechaBaseMora
012950     END-IF
013000     IF FechaBaseMora NOT NUMERIC
013100         OR FechaBaseMora = ZEROES
013200         MOVE 99999 TO DiasMora
013300     ELSE
013400         COMPUTE IntEmision =
013500             FUNCTION INTEGER-OF-DATE(FechaBaseMora)
013600         COMPUTE DiasMora = IntHoy - IntEmision
013700     END-IF
013800     IF RecIdCliente NOT = ClienteActual AND GrupoAbierto

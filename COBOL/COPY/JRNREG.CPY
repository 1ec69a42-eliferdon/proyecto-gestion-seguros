001400* Y HASH, SIN PERDER LA RECONSTRUCCION PUNTO EN EL TIEMPO, Y
001410* ConversionJournal CARGA DE UNA SOLA VEZ EL JOURNAL
001420* SECUENCIAL ANTERIOR AL CORTE (ABRIENDOLO A PROPOSITO CON SU
001430* DEFINICION DE ORIGEN), COMO ConversionPlanJournal LO
001460* CONVIRTIO AL LAYOUT CON EL PLAN DE PAGO.
001500*----------------------------------------------------------------
001600 01  RegistroJournal.
001700     05 ClaveJournal.
003600         10 JrnEstadoPoliza  PIC X(01).
003700         10 JrnFechaCancelacion PIC 9(08).
003800         10 JrnMotivoCancelacion PIC X(02).
003900         10 JrnPlanPago      PIC X(01).

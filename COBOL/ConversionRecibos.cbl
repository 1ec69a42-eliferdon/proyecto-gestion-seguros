002900*                 SECUENCIAL.  SI RESPREC.G1 YA EXISTE SE NIEGA
003000*                 A CORRER, PARA NO PISAR EL RESPALDO DE UNA
003100*                 INSTALACION YA CONVERTIDA.
003110* 2026-10-15 DSS  UTILERIA RETIRADA (SU CORTE YA SE EJECUTO).
003120*                 LA CARTERA DE DESTINO SE DECLARA AHORA EN
003130*                 LINEA, CONGELADA EN EL LAYOUT DE SU EPOCA (69
003140*                 POSICIONES, CLAVE POLIZA + ANIO), EN VEZ DE
003150*                 COPY RECREG: EL COPY PASO A LAS CUOTAS (VER
003160*                 ConversionCuotas) Y YA NO DESCRIBIA EL ARCHIVO
003170*                 QUE ESTE PROGRAMA GRABABA.  MISMO ESQUEMA QUE
003180*                 ConversionMaestro.
003200*----------------------------------------------------------------
003300
003400 ENVIRONMENT DIVISION.
007100     05 FechaUltimoPagoAnt  PIC 9(08).
007200     05 EstadoReciboAnt     PIC X(01).
007300
007310*----------------------------------------------------------------
007320* CARTERA DE DESTINO CONGELADA EN EL LAYOUT DEL CORTE A
007330* NumeroPoliza (ANTES DE LAS CUOTAS), DECLARADA AQUI A
007340* PROPOSITO EN VEZ DE COPY RECREG.
007350*----------------------------------------------------------------
007400 FD  ArchivoRecibos.
007500 01  RegistroRecibo.
007507     05 NumeroRecibo.
007514         10 RecNumeroPoliza  PIC X(08).
007521         10 RecAnioVigencia  PIC 9(04).
007528     05 RecIdCliente     PIC X(5).
007535     05 RecCodigoAgente  PIC X(05).
007542     05 RecCodigoRamo    PIC X(03).
007549     05 FechaEmisionRecibo PIC 9(08).
007556     05 MontoRecibo      PIC 9(7)V99.
007563     05 MontoCobrado     PIC 9(7)V99.
007570     05 FechaUltimoPago  PIC 9(08).
007577     05 MontoBaseLiquidado PIC 9(7)V99.
007584     05 EstadoRecibo     PIC X(01).
007600
007700 FD  ArchivoRespaldo.
007800 01  RegistroRespaldo     PIC X(69).

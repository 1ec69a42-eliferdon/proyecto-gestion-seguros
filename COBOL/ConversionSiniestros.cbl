002500*                 RecargaMaestro.  LA CLAVE NumeroSiniestro NO
002600*                 CAMBIA, ASI QUE LA RECARGA ES SECUENCIAL.  SI
002700*                 RESPSIN.G1 YA EXISTE SE NIEGA A CORRER.
002710* 2026-10-15 DSS  UTILERIA RETIRADA (SU CORTE YA SE EJECUTO).
002720*                 EL MAESTRO DE DESTINO SE DECLARA AHORA EN
002730*                 LINEA, CONGELADO EN EL LAYOUT DE SU EPOCA (48
002740*                 POSICIONES), EN VEZ DE COPY SINREG: EL COPY
002750*                 PASO A LLEVAR MontoRecuperado (VER
002760*                 ConversionRecuperos) Y YA NO DESCRIBIA EL
002770*                 ARCHIVO QUE ESTE PROGRAMA GRABABA.  MISMO
002780*                 ESQUEMA QUE ConversionCuotas.
002800*----------------------------------------------------------------
002900
003000 ENVIRONMENT DIVISION.
006000     05 MontoPagadoAnt      PIC 9(7)V99.
006100     05 EstadoSiniestroAnt  PIC X(01).
006200
006220*----------------------------------------------------------------
006240* MAESTRO DE DESTINO EN EL LAYOUT DE LA CLAVE NumeroPoliza (48
006260* POSICIONES), CONGELADO AQUI: ES EL QUE ESTE CORTE GRABO.
006280*----------------------------------------------------------------
006300 FD  ArchivoSiniestros.
006320 01  RegistroSiniestro.
006340     05 NumeroSiniestro  PIC X(08).
006360     05 SinNumeroPoliza  PIC X(08).
006380     05 SinIdCliente     PIC X(5).
006400     05 FechaSiniestro   PIC 9(08).
006420     05 MontoReservado   PIC 9(7)V99.
006440     05 MontoPagado      PIC 9(7)V99.
006460     05 EstadoSiniestro  PIC X(01).
006500
006600 FD  ArchivoRespaldo.
006700 01  RegistroRespaldo     PIC X(48).

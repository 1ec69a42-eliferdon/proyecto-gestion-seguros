001866*                 DE ARCHIVO HISTCLI.AAAA QUE DEJA
001867*                 ArchivaJournal, PARA RECONSTRUIR PERIODOS YA
001868*                 DEPURADOS DEL JOURNAL EN LINEA.
001876* 2026-10-15 DSS  LA IMAGEN DEL JOURNAL CRECE A 120 POSICIONES
001884*                 POR EL PLAN DE PAGO (JrnPlanPago).
001892*----------------------------------------------------------------
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
003000     COPY JRNREG.
003100
003110 FD  ArchivoAnual.
003120 01  RegistroAnual        PIC X(120).
003130
003200 WORKING-STORAGE SECTION.
003300 77  EstadoArchivoJournal PIC X(02)     VALUE "00".

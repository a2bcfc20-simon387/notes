000010*================================================================
000020* FATRIG    - LAYOUT RECORD RIGHE DOCUMENTI EMESSI (MASTER
000030*             INDEXED RIGFAT, CHIAVE FRR-CHIAVE = TIPO DOCUMENTO
000040*             + ANNO + NUMERO + RIGA). UNA RIGA PER OGNI RIGA DI
000050*             FATTURA O NOTA DI CREDITO EMESSA DA FAT200, CON
000060*             PREZZO, CLASSE IVA E SCONTO DEL DOCUMENTO; SULLE
000070*             RIGHE FATTURA FRR-QTA-STORNATA TIENE LA QUANTITA
000080*             GIA RESA CON NOTE DI CREDITO
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  FRR-RECORD.
000140      05  FRR-CHIAVE.
000150          10  FRR-TIPO-DOC         PIC X(01).
000160              88  FRR-FATTURA                VALUE "F".
000170              88  FRR-NOTA-CREDITO           VALUE "N".
000180          10  FRR-ANNO             PIC 9(04).
000190          10  FRR-NUMERO           PIC 9(05).
000200          10  FRR-RIGA             PIC 9(02).
000210      05  FRR-CLIENTE              PIC X(05).
000220      05  FRR-COD-ART              PIC X(07).
000230      05  FRR-QUANTITA             PIC 9(04).
000240      05  FRR-PREZZO               PIC 9(06).
000250      05  FRR-IMPORTO              PIC 9(10).
000260      05  FRR-CLASSE               PIC X(01).
000270      05  FRR-SCONTO               PIC V99.
000280      05  FRR-QTA-STORNATA         PIC 9(04).
000290      05  FILLER                   PIC X(29).

000010*================================================================
000020* GIOMOV    - LAYOUT RECORD GIORNALE CONTABILE GIOCONT (UNA RIGA
000030*             DARE O AVERE PER RECORD). OGNI ESECUZIONE DI UN
000040*             PROGRAMMA ALIMENTANTE E UN LOTTO (PROGRAMMA, DATA E
000050*             ORA DI INIZIO); DENTRO IL LOTTO OGNI REGISTRAZIONE
000060*             HA UN PROGRESSIVO E DEVE QUADRARE DARE CON AVERE.
000070*             SCRITTO IN ACCODAMENTO DA FAT200, CLI200 E PAY300,
000080*             VERIFICATO E ARCHIVIATO DA BIL100
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  GIO-RECORD.
000140      05  GIO-LOTTO.
000150          10  GIO-PROGRAMMA        PIC X(08).
000160          10  GIO-DATA-LOTTO       PIC X(08).
000170          10  GIO-ORA-LOTTO        PIC X(06).
000180      05  GIO-REGISTRAZIONE        PIC 9(05).
000190      05  GIO-RIGA                 PIC 9(03).
000200      05  GIO-DATA-REG             PIC X(08).
000210      05  GIO-CONTO                PIC X(06).
000220      05  GIO-SEGNO                PIC X(01).
000230          88  GIO-DARE                      VALUE "D".
000240          88  GIO-AVERE                     VALUE "A".
000250      05  GIO-IMPORTO              PIC S9(11)V99.
000260      05  GIO-RIFERIMENTO          PIC X(14).
000270      05  GIO-DESCRIZIONE          PIC X(30).
000280      05  FILLER                   PIC X(18).

000010*================================================================
000020* PRZCND    - LAYOUT RECORD CONDIZIONI DI PREZZO PER CLIENTE
000030*             (MASTER INDEXED CONDPRZ, CHIAVE PCN-CHIAVE =
000040*             CLIENTE + TIPO + CODICE + DATA INIZIO VALIDITA).
000050*             TIPO "A" = PER ARTICOLO (CODICE ARTICOLO ARTANA),
000060*             TIPO "C" = PER CLASSE SCONTO (ART-ANA-SC NELLE
000070*             PRIME DUE POSIZIONI DEL CODICE). MODO "N" = PREZZO
000080*             NETTO, MODO "P" = PERCENTUALE DI SCONTO SUL PREZZO
000090*             DI LISTINO. FINO A 4 SCAGLIONI DI QUANTITA: VALE
000100*             L'ULTIMO SCAGLIONE CON QUANTITA MINIMA RAGGIUNTA,
000110*             GLI SCAGLIONI 2-4 A QUANTITA ZERO NON SONO USATI.
000120*             CARICATO DA CON900, USATO DA FAT200 E CON100
000130*             SCRITTO   : S.ROSSI    15/10/2026
000140*             MODIFICHE :
000150*             15/10/2026 SR  PRIMA STESURA
000160*================================================================
000170  01  PCN-RECORD.
000180      05  PCN-CHIAVE.
000190          10  PCN-CLIENTE          PIC X(05).
000200          10  PCN-TIPO             PIC X(01).
000210              88  PCN-PER-ARTICOLO           VALUE "A".
000220              88  PCN-PER-CLASSE             VALUE "C".
000230          10  PCN-CODICE           PIC X(07).
000240          10  PCN-DATA-INIZIO      PIC X(08).
000250      05  PCN-DATA-FINE            PIC X(08).
000260      05  PCN-MODO                 PIC X(01).
000270          88  PCN-PREZZO-NETTO               VALUE "N".
000280          88  PCN-PERCENTUALE                VALUE "P".
000290      05  PCN-DESCRIZIONE          PIC X(20).
000300      05  PCN-SCAGLIONE OCCURS 4 TIMES.
000310          10  PCN-QTA-MINIMA       PIC 9(05).
000320          10  PCN-PREZZO           PIC 9(06).
000330          10  PCN-SCONTO           PIC 9(02)V99.
000340      05  FILLER                   PIC X(10).

000010*================================================================
000020* MOVLOT    - LAYOUT RECORD DI TESTATA E DI CODA DEL LOTTO SUI
000030*             FILE MOVIMENTI CLIENTI (MOVIMFAT DI FAT200, MOVPREP
000040*             DI BNK100, MOVMANU DI CLI250). RIDEFINISCE IL RECORD
000050*             MOVIMENTO A 80 POSIZIONI: CHIAVE CLIENTE A SPAZI E
000060*             TIPO "H" = TESTATA (PRIMO RECORD), "T" = CODA
000070*             (ULTIMO RECORD). LA CODA RIPORTA IL NUMERO DEI
000080*             MOVIMENTI E IL TOTALE DEGLI IMPORTI DEL LOTTO.
000090*             IDENTIFICATIVO LOTTO = PROGRAMMA, DATA E ORA DI
000100*             CREAZIONE. VERIFICATO DA CLI200 PRIMA DI APPLICARE
000110*             SCRITTO   : S.ROSSI    15/10/2026
000120*             MODIFICHE :
000130*             15/10/2026 SR  PRIMA STESURA
000140*================================================================
000150  01  MLT-RECORD.
000160      05  MLT-CHIAVE               PIC X(05).
000170      05  MLT-TIPO-REC             PIC X(01).
000180          88  MLT-TESTATA                   VALUE "H".
000190          88  MLT-CODA                      VALUE "T".
000200      05  MLT-ID-LOTTO.
000210          10  MLT-PROGRAMMA        PIC X(08).
000220          10  MLT-DATA-LOTTO       PIC X(08).
000230          10  MLT-ORA-LOTTO        PIC X(06).
000240      05  MLT-NUM-RECORD           PIC 9(07).
000250      05  MLT-TOT-IMPORTI          PIC 9(11)V99.
000260      05  FILLER                   PIC X(32).

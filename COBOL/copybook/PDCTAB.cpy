000010*================================================================
000020* PDCTAB    - TABELLA PIANO DEI CONTI DI CONTABILITA GENERALE
000030*             (CONTO, NATURA A/P/C/R, DESCRIZIONE) E CONTI DI
000040*             COLLEGAMENTO USATI DAI SOTTOSISTEMI CHE ALIMENTANO
000050*             IL GIORNALE CONTABILE GIOCONT (TRACCIATO GIOMOV).
000060*             LA TABELLA E IN ORDINE DI CONTO
000070*             SCRITTO   : S.ROSSI    15/10/2026
000080*             MODIFICHE :
000090*             15/10/2026 SR  PRIMA STESURA
000100*================================================================
000110  01  PDC-TAB-CONTI-VAL.
000120      05  FILLER                  PIC X(37)
000130              VALUE "110100ACREDITI VERSO CLIENTI         ".
000140      05  FILLER                  PIC X(37)
000150              VALUE "110200ACLIENTI C/NOTE CREDITO DA APPL".
000160      05  FILLER                  PIC X(37)
000170              VALUE "120100ABANCA C/C ORDINARIO           ".
000180      05  FILLER                  PIC X(37)
000190              VALUE "210100PERARIO C/IVA VENDITE 22%      ".
000200      05  FILLER                  PIC X(37)
000210              VALUE "210200PERARIO C/IVA VENDITE 10%      ".
000220      05  FILLER                  PIC X(37)
000230              VALUE "220100PERARIO C/RITENUTE DA VERSARE  ".
000240      05  FILLER                  PIC X(37)
000250              VALUE "230100PDIPENDENTI C/RETRIBUZIONI     ".
000260      05  FILLER                  PIC X(37)
000270              VALUE "410100RRICAVI DI VENDITA             ".
000280      05  FILLER                  PIC X(37)
000290              VALUE "410200RRESI SU VENDITE               ".
000300      05  FILLER                  PIC X(37)
000310              VALUE "610100CSALARI E STIPENDI             ".
000320  01  PDC-TAB-CONTI REDEFINES PDC-TAB-CONTI-VAL.
000330      05  PDC-CONTO OCCURS 10 TIMES
000340              INDEXED BY PDC-X.
000350          10  PDC-CODICE          PIC X(06).
000360          10  PDC-NATURA          PIC X(01).
000370          10  PDC-DESCRIZIONE     PIC X(30).
000380*----------------------------------------------------------------
000390* CONTI DI COLLEGAMENTO DEI SOTTOSISTEMI
000400*----------------------------------------------------------------
000410  01  PDC-CONTI-COLLEGAMENTO.
000420      05  PDC-CREDITI-CLIENTI     PIC X(06) VALUE "110100".
000430      05  PDC-NOTE-DA-APPLICARE   PIC X(06) VALUE "110200".
000440      05  PDC-BANCA               PIC X(06) VALUE "120100".
000450      05  PDC-IVA-NORMALE         PIC X(06) VALUE "210100".
000460      05  PDC-IVA-RIDOTTA         PIC X(06) VALUE "210200".
000470      05  PDC-RITENUTE            PIC X(06) VALUE "220100".
000480      05  PDC-RETRIBUZIONI        PIC X(06) VALUE "230100".
000490      05  PDC-RICAVI              PIC X(06) VALUE "410100".
000500      05  PDC-RESI                PIC X(06) VALUE "410200".
000510      05  PDC-STIPENDI            PIC X(06) VALUE "610100".

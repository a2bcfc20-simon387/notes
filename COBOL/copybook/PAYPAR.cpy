000010*================================================================
000020* PAYPAR    - LAYOUT SCHEDA PARAMETRI DISPOSIZIONI PAGHE
000030*             (PAYPAR, UN SOLO RECORD): DATI DELL'AZIENDA COME
000040*             ORDINANTE DEI BONIFICI STIPENDI (PAY500) E COME
000050*             CONTRIBUENTE DEL VERSAMENTO F24 (PAY600). DATA
000060*             ESECUZIONE A SPAZI = DATA DEL GIORNO
000070*             SCRITTO   : S.ROSSI    15/10/2026
000080*             MODIFICHE :
000090*             15/10/2026 SR  PRIMA STESURA
000100*================================================================
000110  01  PPR-RECORD.
000120      05  PPR-RAGIONE-SOCIALE      PIC X(40).
000130      05  PPR-CODICE-FISCALE       PIC X(16).
000140      05  PPR-IBAN                 PIC X(34).
000150      05  PPR-BIC                  PIC X(11).
000160      05  PPR-DATA-ESECUZIONE      PIC X(08).
000170      05  FILLER                   PIC X(11).

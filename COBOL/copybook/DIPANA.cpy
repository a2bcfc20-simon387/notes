000010*================================================================
000020* DIPANA    - LAYOUT RECORD ANAGRAFICA DIPENDENTI (MASTER
000030*             INDEXED, CHIAVE ANA-MATR): NOME, CODICE FISCALE,
000040*             DATA ASSUNZIONE PER CEDOLINI E CERTIFICAZIONI,
000045*             IBAN DEL CONTO DI ACCREDITO STIPENDIO (PAY500)
000050*             SCRITTO   : S.ROSSI    02/09/2026
000060*             MODIFICHE :
000070*             02/09/2026 SR  PRIMA STESURA
000075*             15/10/2026 SR  AGGIUNTO ANA-IBAN, RECORD DA 80 A 120
000080*================================================================
000090  01  ANA-RECORD.
000100      05  ANA-MATR                 PIC X(05).
000110      05  ANA-NOME                 PIC X(25).
000120      05  ANA-COD-FISCALE          PIC X(16).
000130      05  ANA-DATA-ASSUNZ          PIC X(08).
000135      05  ANA-IBAN                 PIC X(34).
000140      05  FILLER                   PIC X(32).

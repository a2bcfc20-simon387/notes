000010*================================================================
000020* CLIFIS    - LAYOUT RECORD DATI FISCALI CLIENTI PER LA FATTURA
000030*             ELETTRONICA (MASTER INDEXED CLIFISC, CHIAVE
000040*             CFS-CHIAVE = CODICE CLIENTE DI CLIREC): PARTITA
000050*             IVA O CODICE FISCALE, CODICE DESTINATARIO SDI O
000060*             PEC, INDIRIZZO DELLA SEDE. IL CAP RESTA SU CLIREC.
000070*             MANUTENZIONE DA CLI300 (TRANSAZIONI "F" E "S")
000080*             SCRITTO   : S.ROSSI    15/10/2026
000090*             MODIFICHE :
000100*             15/10/2026 SR  PRIMA STESURA
000110*================================================================
000120  01  CFS-RECORD.
000130      05  CFS-CHIAVE               PIC X(05).
000140      05  CFS-PARTITA-IVA          PIC X(11).
000150      05  CFS-COD-FISCALE          PIC X(16).
000160      05  CFS-COD-SDI              PIC X(07).
000170      05  CFS-PEC                  PIC X(40).
000180      05  CFS-INDIRIZZO            PIC X(40).
000190      05  CFS-COMUNE               PIC X(30).
000200      05  CFS-PROVINCIA            PIC X(02).
000210      05  CFS-NAZIONE              PIC X(02).
000220      05  FILLER                   PIC X(07).

000056*             22/08/2026 SR  I 10 BYTE DI FILLER DIVENTANO CODICI
000057*                            GEOGRAFICI (REGIONE, PROVINCIA, CAP)
000058*                            PER IL REPORT ESPOSIZIONE GEO100
000059*             15/10/2026 SR  GIORNI DI PAGAMENTO PER LA SCADENZA
000061*                            DELLE PARTITE APERTE; TRACCIATO
000063*                            PORTATO A 60 BYTE
000064*             15/10/2026 SR  FIDO CONCESSO AL CLIENTE (ZERO =
000065*                            NESSUN CONTROLLO) PER IL BLOCCO
000066*                            FATTURE DI FAT200
000067*================================================================
000070  01  CLI-RECORD.
000080      05  CLI-CHIAVE               PIC X(05).
000090      05  CLI-NOME                 PIC X(20).
000102      05  CLI-COD-REG              PIC XX.
000104      05  CLI-COD-PRO              PIC XX.
000106      05  CLI-CAP                  PIC X(05).
000108      05  CLI-GG-PAGAMENTO         PIC 9(03).
000109      05  CLI-FIDO                 PIC S9(7)V99.
000110      05  FILLER                   PIC X(05).

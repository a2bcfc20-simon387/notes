000010*================================================================
000020* FPAPAR    - LAYOUT RECORD PARAMETRI FATTURA ELETTRONICA
000030*             (SCHEDA FPAPARM): DATI DELL'AZIENDA CEDENTE PER IL
000040*             TRACCIATO FATTURAPA E DATA DI INIZIO DELL'INVIO A
000050*             SDI (AAAAMMGG). I DOCUMENTI DEL REGISTRO FATTURE
000060*             CON DATA PRECEDENTE SONO DELL'EPOCA CARTACEA: FAT400
000070*             NON LI ESPORTA E CHI100 NON NE CHIEDE L'INVIO.
000080*             DATA IN BIANCO = NESSUN LIMITE.
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  FPP-RECORD.
000140      05  FPP-PARTITA-IVA         PIC X(11).
000150      05  FPP-DENOMINAZIONE       PIC X(40).
000160      05  FPP-INDIRIZZO           PIC X(40).
000170      05  FPP-CAP                 PIC X(05).
000180      05  FPP-COMUNE              PIC X(30).
000190      05  FPP-PROVINCIA           PIC X(02).
000200      05  FPP-REGIME-FISCALE      PIC X(04).
000210      05  FPP-DATA-INIZIO         PIC X(08).
000220      05  FILLER                  PIC X(20).

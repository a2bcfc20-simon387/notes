000010*================================================================
000020* PAYF24    - LAYOUT RECORD REGISTRO VERSAMENTI F24 RITENUTE
000030*             (MASTER INDEXED F24STO, CHIAVE F24-PERIODO = ANNO
000040*             E MESE DEL CICLO PAGHE): IMPORTO VERSATO PER CODICE
000050*             TRIBUTO, SCADENZA, NUMERO DIPENDENTI. SCRITTO DA
000060*             PAY600 SOLO A QUADRATURA RIUSCITA; I MESI GIA
000070*             REGISTRATI SERVONO A QUADRARE IL PROGRESSIVO ANNUO
000080*             DELLE RITENUTE DI PAYYTD
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  F24-RECORD.
000140      05  F24-PERIODO.
000150          10  F24-ANNO             PIC 9(04).
000160          10  F24-MESE             PIC 9(02).
000170      05  F24-CODICE-TRIBUTO       PIC X(04).
000180      05  F24-IMPORTO              PIC S9(11)V99.
000190      05  F24-SCADENZA             PIC X(08).
000200      05  F24-DATA-ELAB            PIC X(08).
000210      05  F24-DIPENDENTI           PIC 9(05).
000220      05  FILLER                   PIC X(36).

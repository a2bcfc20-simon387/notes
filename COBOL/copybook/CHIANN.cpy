000010*================================================================
000020* CHIANN    - LAYOUT RECORD REGISTRO CHIUSURE ANNUALI (MASTER
000030*             INDEXED CHIANNI, CHIAVE CHA-ANNO). PAY400 VI ANNOTA
000040*             DATA E TOTALI DEL RIEPILOGO ANNUO PAGHE STAMPATO PER
000050*             OGNI ANNO PRESENTE SU PAYYTD; CHI100 LO LEGGE PER
000060*             VERIFICARE CHE IL RIEPILOGO SIA STATO STAMPATO SUI
000070*             PROGRESSIVI CHE STA PER STORICIZZARE E VI
000080*             REGISTRA LA CHIUSURA ("I" IN CORSO, "C" CHIUSO)
000090*             CON I CONTATORI DEGLI ARCHIVI, COSI LO STESSO
000100*             ANNO NON SI CHIUDE DUE VOLTE
000110*             SCRITTO   : S.ROSSI    15/10/2026
000120*             MODIFICHE :
000130*             15/10/2026 SR  PRIMA STESURA
000140*================================================================
000150  01  CHA-RECORD.
000160      05  CHA-ANNO                 PIC 9(04).
000170      05  CHA-STATO                PIC X(01).
000180          88  CHA-APERTO                     VALUE " ".
000190          88  CHA-IN-CORSO                   VALUE "I".
000200          88  CHA-CHIUSO                     VALUE "C".
000210      05  CHA-PAY400-DATA          PIC X(08).
000220      05  CHA-PAY400-ORA           PIC X(06).
000230      05  CHA-PAY400-DIPENDENTI    PIC 9(05).
000240      05  CHA-PAY400-LORDO         PIC S9(11)V99.
000250      05  CHA-PAY400-RITENUTA      PIC S9(11)V99.
000260      05  CHA-PAY400-NETTO         PIC S9(11)V99.
000270      05  CHA-DATA-CHIUSURA        PIC X(08).
000280      05  CHA-ORA-CHIUSURA         PIC X(06).
000290      05  CHA-MOV-ARCHIVIATI       PIC 9(07).
000300      05  CHA-MOV-APERTURE         PIC 9(05).
000310      05  CHA-FAT-ARCHIVIATE       PIC 9(07).
000320      05  CHA-YTD-ARCHIVIATI       PIC 9(05).
000330      05  CHA-TOT-SALDI            PIC S9(11)V99.
000340      05  FILLER                   PIC X(06).

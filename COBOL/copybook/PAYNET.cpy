000010*================================================================
000020* PAYNET    - LAYOUT RECORD FLUSSO NETTI DA PAGARE (SEQUENZIALE,
000030*             SCRITTO DA PAY300 A OGNI CICLO PAGHE): UN RECORD
000040*             "D" PER DIPENDENTE PAGATO CON LORDO, RITENUTA E
000050*             NETTO, IN CODA UN RECORD "T" CON NUMERO PAGATI,
000060*             TOTALI DEL REGISTRO PAGHE E RITENUTE PER SCAGLIONE.
000070*             PERIODO = ANNO E MESE DEL CICLO PAGHE. LETTO DA
000080*             PAY500 (BONIFICI SEPA) E PAY600 (RIEPILOGO F24)
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  PNT-RECORD.
000140      05  PNT-TIPO                 PIC X(01).
000150          88  PNT-DETTAGLIO                  VALUE "D".
000160          88  PNT-TOTALI                     VALUE "T".
000170      05  PNT-PERIODO.
000180          10  PNT-ANNO             PIC 9(04).
000190          10  PNT-MESE             PIC 9(02).
000200      05  PNT-DATI                 PIC X(153).
000210      05  PNT-DATI-DIPENDENTE REDEFINES PNT-DATI.
000220          10  PNT-MATR             PIC X(05).
000230          10  PNT-LORDO            PIC S9(09)V99.
000240          10  PNT-RITENUTA         PIC S9(09)V99.
000250          10  PNT-NETTO            PIC S9(09)V99.
000260          10  PNT-DATA-PAGA        PIC X(08).
000270          10  FILLER               PIC X(107).
000280      05  PNT-DATI-TOTALI REDEFINES PNT-DATI.
000290          10  PNT-T-PAGATI         PIC 9(05).
000300          10  PNT-T-LORDO          PIC S9(11)V99.
000310          10  PNT-T-RITENUTA       PIC S9(11)V99.
000320          10  PNT-T-NETTO          PIC S9(11)V99.
000330          10  PNT-T-SCAGLIONE      PIC S9(11)V99
000340                  OCCURS 8 TIMES.
000350          10  FILLER               PIC X(05).

000010*================================================================
000020* LOTREG    - LAYOUT RECORD REGISTRO LOTTI MOVIMENTI CLIENTI
000030*             CONTABILIZZATI (MASTER INDEXED MOVLOTTI, CHIAVE
000040*             LTR-CHIAVE = ID LOTTO DELLA TESTATA MOVLOT). SCRITTO
000050*             DA CLI200 CON STATO "I" PRIMA DI APPLICARE IL PRIMO
000060*             MOVIMENTO E RISCRITTO CON STATO "C" A FINE LOTTO; UN
000070*             LOTTO GIA PRESENTE VIENE RIFIUTATO. LISTATO DA
000080*             CLI600
000090*             SCRITTO   : S.ROSSI    15/10/2026
000100*             MODIFICHE :
000110*             15/10/2026 SR  PRIMA STESURA
000120*================================================================
000130  01  LTR-RECORD.
000140      05  LTR-CHIAVE.
000150          10  LTR-PROGRAMMA        PIC X(08).
000160          10  LTR-DATA-LOTTO       PIC X(08).
000170          10  LTR-ORA-LOTTO        PIC X(06).
000180      05  LTR-NUM-RECORD           PIC 9(07).
000190      05  LTR-TOT-IMPORTI          PIC 9(11)V99.
000200      05  LTR-DATA-CONTAB          PIC X(08).
000210      05  LTR-ORA-CONTAB           PIC X(06).
000220      05  LTR-APPLICATI            PIC 9(07).
000230      05  LTR-SCARTATI             PIC 9(07).
000240      05  LTR-STATO                PIC X(01).
000250          88  LTR-IN-CORSO                  VALUE "I".
000260          88  LTR-CONTABILIZZATO            VALUE "C".
000270      05  FILLER                   PIC X(09).
